*>                                                                *
*> Command line: [payment-number]                                  *
*>                                                                *
*> One payment, or every payment on the register when omitted;     *
*> payments PAYVOID voided are skipped, and so are REFUND's        *
*> customer refunds and EXPCLAIM's reimbursements (PAYKINDOF),     *
*> which settle no invoices.  Each advice says how the payment     *
*> went - check, or ACH direct deposit to the account on           *
*> VENDBANK.DAT, shown by its last four digits.                    *
*> RETURN-CODE 4 when any advice fails to crossfoot.               *
*>*****************************************************************
identification division.
01  rm-tok-date          pic x(10).
01  rm-tok-vendor        pic x(12).
01  rm-tok-amount        pic x(16).
01  rm-tok-status        pic x(8).
01  rm-tok-invoice       pic x(16).
01  rm-tok-gross         pic x(14).
01  rm-tok-disc          pic x(14).
01  rm-tok-net           pic x(14).
01  rm-kind-payno        pic x(12).
01  rm-kind              pic x(8).
01  rm-tok-terms         pic x(16).

01  rm-profile.
    05  rm-p-manifest        pic x(1).
    05  rm-p-calid           pic x(8).
    05  rm-p-datefmt         pic x(2).
    05  rm-p-netting         pic x(1).
    05  rm-p-found           pic x.

01  rm-vendor-id         pic x(12).

01  rm-bank-result.
    05  rm-b-routing         pic x(9).
    05  rm-b-account         pic x(17).
    05  rm-b-changed         pic x(10).
    05  rm-b-name            pic x(30).
    05  rm-b-address         pic x(30).
    05  rm-b-city            pic x(20).
    05  rm-b-state           pic x(2).
    05  rm-b-zip             pic x(10).
    05  rm-b-method          pic x(5).
    05  rm-b-found           pic x.
01  rm-acct-len          usage signed-int.
01  rm-datefmt           pic x(2).
01  rm-payno             usage signed-int.
01  rm-pay-amount        pic s9(11)v99 comp-5.
*>*****************************************************************
0300-onepayment.
    move spaces to rm-tok-payno rm-tok-date rm-tok-vendor
        rm-tok-amount rm-tok-status.
    unstring payreg-record delimited by ','
        into rm-tok-payno rm-tok-date rm-tok-vendor
            rm-tok-amount rm-tok-status
    end-unstring.
    if rm-tok-payno = spaces or rm-tok-status = 'VOID'
        go to 0390-exit
    end-if.
    compute rm-payno = function numval(rm-tok-payno).
    if rm-only-payno > 0 and rm-payno not = rm-only-payno
        go to 0390-exit
    end-if.
    move rm-tok-payno to rm-kind-payno.
    call 'paykindof' using rm-kind-payno rm-kind.
    if rm-kind not = 'PAYMENT'
        if rm-only-payno > 0
            display 'Payment ' rm-tok-payno ' is not a vendor'
                ' payment; it has no remittance advice.'
        end-if
        go to 0390-exit
    end-if.
    compute rm-pay-amount = function numval(rm-tok-amount).

*>  the vendor's preferred date rendering, '01' (YYYY-MM-DD)
    display 'Vendor: ' function trim(rm-tok-vendor).
    perform 0500-renderdate.
    display 'Paid:   ' rm-date-text.
    call 'vendbankof' using rm-vendor-id rm-bank-result.
    if rm-b-found = 'Y' and rm-b-method = 'ACH'
        move length of function trim(rm-b-account) to rm-acct-len
        if rm-acct-len < 4
            move 4 to rm-acct-len
        end-if
        display 'By:     ACH direct deposit to account ending '
            rm-b-account(rm-acct-len - 3:4)
    else
        display 'By:     check'
    end-if.
    display '----------------------------------------------'.

    move 0 to rm-crossfoot.
