*> Command line: [fiscal-start-month] [threshold]                  *
*>                                                                *
*> The threshold defaults to 600.00, the information-return        *
*> floor.  Payments PAYVOID voided were never paid and are left    *
*> out.                                                            *
*>*****************************************************************
identification division.
program-id. vendpay.
01  vy-tok-date          pic x(10).
01  vy-tok-vendor        pic x(12).
01  vy-tok-amount        pic x(16).
01  vy-tok-status        pic x(8).

01  vy-ld                usage signed-int.
01  vy-fy                pic s9(9) comp-5.
*>*****************************************************************
0200-onepayment.
    move spaces to vy-tok-payno vy-tok-date vy-tok-vendor
        vy-tok-amount vy-tok-status.
    unstring payreg-record delimited by ','
        into vy-tok-payno vy-tok-date vy-tok-vendor
            vy-tok-amount vy-tok-status
    end-unstring.
    move dateparse(vy-tok-date, '02') to vy-parse-result.
    if vy-p-success = 'N' or vy-tok-vendor = spaces
            or vy-tok-status = 'VOID'
        go to 0290-exit
    end-if.
    move fielded_to_linear(vy-p-year, vy-p-month, vy-p-dom)
        perform 0110-readpayreg
        perform until eof-payreg
            move spaces to vy-tok-payno vy-tok-date
                vy-tok-vendor vy-tok-amount vy-tok-status
            unstring payreg-record delimited by ','
                into vy-tok-payno vy-tok-date vy-tok-vendor
                    vy-tok-amount vy-tok-status
            end-unstring
            if vy-tok-vendor = vys-vendor(vy-idx)
                    and vy-tok-status not = 'VOID'
                move dateparse(vy-tok-date, '02')
                    to vy-parse-result
                if vy-p-success = 'Y'
