*>*****************************************************************
*> grir - Received-not-invoiced (GR/IR) month-end accrual.         *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Goods received by month end and not yet invoiced are a          *
*> liability the books do not show, and the controller used to     *
*> estimate it from memory.  For the month being closed this sums  *
*> each purchase order's receipts in PORECPTS.DAT (PO,DATE,QTY)    *
*> dated through month end, less the quantity already invoiced on  *
*> MATCHED.DAT lines dated through month end (the PO and QTY       *
*> columns THREEWAY added), and values what remains at the         *
*> PURCHORD.DAT unit price - AMOUNT over QTY of                    *
*>                                                                *
*>   PO,VENDOR,QTY,AMOUNT[,CURRENCY]                               *
*>                                                                *
*> CURRENCY blank or USD for a home-currency order, otherwise      *
*> converted through the FXRATE lookup at the month-end rate.      *
*> Invoices consume receipts oldest first, so the quantity still   *
*> open ages from the receipts it came in on: 0-30, 31-60, 61-90   *
*> and over 90 calendar days at month end.  The report lists every *
*> open PO by vendor with a subtotal per vendor, and the accrual   *
*> goes to GRIRJRNL.DAT as two batches in GLGATE's H/D/T shape -   *
*>                                                                *
*>   GRAyyyymm  dated the month's last business day: Dr the GRIR   *
*>              debit account, Cr the GRIR credit account          *
*>   GRRyyyymm  dated business day 1 of the next month             *
*>              (NTHBUSINESSDAYOFMONTH): the same lines reversed   *
*>                                                                *
*> - accounts from GLFEED's mapping file GLMAP.DAT, event GRIR.    *
*> The file is rewritten each run, so a re-run replaces the        *
*> estimate rather than doubling it.                               *
*>                                                                *
*> Command line: [YYYY-MM]   (default the current month)           *
*>                                                                *
*> RETURN-CODE 4 when a receipt names no PO on file or a foreign   *
*> order has no usable rate (left out of the accrual and listed),  *
*> 8 when GLMAP.DAT has no GRIR line (no journal written), 16 when *
*> a file outgrows its table.                                      *
*>*****************************************************************
identification division.
program-id. grir.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function linear_to_fielded
    function nthbusinessdayofmonth
    function all intrinsic.

input-output section.
file-control.

    select po-file assign to 'purchord.dat'
        organization is line sequential
        access is sequential
        file status is ws-po-status.

    select receipt-file assign to 'porecpts.dat'
        organization is line sequential
        access is sequential
        file status is ws-receipt-status.

    select matched-file assign to 'matched.dat'
        organization is line sequential
        access is sequential
        file status is ws-matched-status.

    select map-file assign to 'glmap.dat'
        organization is line sequential
        access is sequential
        file status is ws-map-status.

    select journal-file assign to 'grirjrnl.dat'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  po-file.

01  po-record            pic x(80).

fd  receipt-file.

01  receipt-record       pic x(80).

fd  matched-file.

01  matched-record       pic x(120).

fd  map-file.

01  map-record           pic x(80).

fd  journal-file.

01  journal-record       pic x(100).

working-storage section.
01  ws-po-status         pic xx.
    88  ws-po-ok             value '00'.
01  ws-receipt-status    pic xx.
    88  ws-receipt-ok        value '00'.
01  ws-matched-status    pic xx.
    88  ws-matched-ok        value '00'.
01  ws-map-status        pic xx.
    88  ws-map-ok            value '00'.

01  ws-eof-po            pic x       value 'N'.
    88  eof-po               value 'Y'.
01  ws-eof-receipt       pic x       value 'N'.
    88  eof-receipt          value 'Y'.
01  ws-eof-matched       pic x       value 'N'.
    88  eof-matched          value 'Y'.
01  ws-eof-map           pic x       value 'N'.
    88  eof-map              value 'Y'.

01  ws-cmdline           pic x(200).
01  ws-arg-period        pic x(10).

01  gr-pos.
    05  gr-po occurs 2000 times.
        10  grp-po           pic x(12).
        10  grp-vendor       pic x(12).
        10  grp-qty          pic s9(9)   comp-5.
        10  grp-amount       pic s9(11)v99 comp-5.
        10  grp-currency     pic x(3).
        10  grp-received     pic s9(9)   comp-5.
        10  grp-invoiced     pic s9(9)   comp-5.
        10  grp-consumed     pic s9(9)   comp-5.
        10  grp-open         pic s9(9)   comp-5.
        10  grp-rate         pic s9(7)v9(8) comp-5.
        10  grp-rate-ok      pic x.
        10  grp-bucket       pic s9(11)v99 comp-5 occurs 4 times.
        10  grp-value        pic s9(11)v99 comp-5.
01  gr-po-count          usage signed-int value 0.

01  gr-receipts.
    05  gr-rcpt occurs 5000 times.
        10  grr-pidx         usage signed-int.
        10  grr-ld           usage signed-int.
        10  grr-qty          pic s9(9)   comp-5.
01  gr-rcpt-count        usage signed-int value 0.

01  gr-vendors.
    05  gr-vend occurs 500 times.
        10  grv-vendor       pic x(12).
        10  grv-bucket       pic s9(11)v99 comp-5 occurs 4 times.
        10  grv-value        pic s9(11)v99 comp-5.
01  gr-vend-count        usage signed-int value 0.

01  gr-overflow          pic x value 'N'.
01  gr-orphan-count      usage signed-int value 0.
01  gr-norate-count      usage signed-int value 0.

01  gr-idx               usage signed-int.
01  gr-pidx              usage signed-int.
01  gr-ridx              usage signed-int.
01  gr-vidx              usage signed-int.
01  gr-bidx              usage signed-int.

01  gr-tok-1             pic x(16).
01  gr-tok-2             pic x(16).
01  gr-tok-3             pic x(16).
01  gr-tok-4             pic x(16).
01  gr-tok-5             pic x(16).
01  gr-tok-6             pic x(16).
01  gr-tok-7             pic x(16).

01  gr-unit-price        pic s9(9)v9(6) comp-5.
01  gr-take              pic s9(9)   comp-5.
01  gr-left              pic s9(9)   comp-5.
01  gr-age               usage signed-int.
01  gr-part              pic s9(11)v99 comp-5.
01  gr-total             pic s9(13)v99 comp-5 value 0.
01  gr-grand-bucket      pic s9(13)v99 comp-5 occurs 4 times.

01  gr-debit             pic x(16).
01  gr-credit            pic x(16).
01  gr-mapped            pic x value 'N'.

01  gr-year              pic s9(9)   comp-5.
01  gr-month             pic 99      comp-5.
01  gr-next-year         pic s9(9)   comp-5.
01  gr-next-month        pic 99      comp-5.
01  gr-period-end-ld     usage signed-int.
01  gr-accrual-ld        usage signed-int.
01  gr-reversal-ld       usage signed-int.
01  gr-period-end        pic x(10).
01  gr-accrual-date      pic x(10).
01  gr-reversal-date     pic x(10).
01  gr-yyyymm            pic 9(6).
01  gr-batchid           pic x(12).
01  gr-post-date         pic x(10).
01  gr-dr-account        pic x(16).
01  gr-cr-account        pic x(16).

01  gr-line              pic x(100).
01  gr-amount-display    pic -(10)9.99.
01  gr-hash-display      pic -(12)9.99.
01  gr-b-display         pic -(8)9.99 occurs 4 times.
01  gr-qty-display       pic -(8)9.
01  gr-date-text         pic x(20).

01  gr-fielded-date.
    05  gr-f-year            pic s9(9)   comp-5.
    05  gr-f-month           pic 99      comp-5.
    05  gr-f-dom             pic 99      comp-5.
    05  gr-f-doy             pic 999     comp-5.
    05  gr-f-dow             pic 9       comp-5.

01  gr-parse-result.
    05  gr-p-fielded.
        10  gr-p-year        pic s9(9)   comp-5.
        10  gr-p-month       pic 99      comp-5.
        10  gr-p-dom         pic 99      comp-5.
    05  gr-p-success     pic x.

01  time-stamp.
    05  ts-date.
        10  ts-year         pic 9999.
        10  ts-month        pic 99.
        10  ts-dom          pic 99.
    05  ts-time.
        10  ts-hours        pic 99.
        10  ts-minutes      pic 99.
        10  ts-seconds      pic 99v99.
    05  ts-timezone.
        10  ts-tz-sign      pic x.
        10  ts-tz-hours     pic 99.
        10  ts-tz-minutes   pic 99.

procedure division.
0000-start-here.
    move 0 to return-code.

    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move spaces to ws-arg-period.
    unstring ws-cmdline delimited by all space
        into ws-arg-period.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to gr-fielded-date.
    move gr-f-year to gr-year.
    move gr-f-month to gr-month.
    if ws-arg-period not = spaces and ws-arg-period not = low-values
        if ws-arg-period(1:4) is not numeric
                or ws-arg-period(5:1) not = '-'
                or ws-arg-period(6:2) is not numeric
            display 'Period "' function trim(ws-arg-period)
                '" must be YYYY-MM.'
            move 8 to return-code
            go to 9000-end
        end-if
        compute gr-year = function numval(ws-arg-period(1:4))
        compute gr-month = function numval(ws-arg-period(6:2))
    end-if.
    if gr-month < 1 or gr-month > 12
        display 'Period "' function trim(ws-arg-period)
            '" must be YYYY-MM.'
        move 8 to return-code
        go to 9000-end
    end-if.

*>  the cutoff is the calendar month end; the two batch dates are
*>  business days either side of it.
*>
    move gr-year to gr-next-year.
    compute gr-next-month = gr-month + 1.
    if gr-next-month > 12
        move 1 to gr-next-month
        add 1 to gr-next-year
    end-if.
    compute gr-period-end-ld =
        fielded_to_linear(gr-next-year, gr-next-month, 1) - 1.
    move nthbusinessdayofmonth(gr-year, gr-month, -1)
        to gr-accrual-ld.
    move nthbusinessdayofmonth(gr-next-year, gr-next-month, 1)
        to gr-reversal-ld.
    move linear_to_fielded(gr-period-end-ld) to gr-fielded-date.
    move dateformat(gr-fielded-date, '01') to gr-date-text.
    move gr-date-text(1:10) to gr-period-end.
    move linear_to_fielded(gr-accrual-ld) to gr-fielded-date.
    move dateformat(gr-fielded-date, '01') to gr-date-text.
    move gr-date-text(1:10) to gr-accrual-date.
    move linear_to_fielded(gr-reversal-ld) to gr-fielded-date.
    move dateformat(gr-fielded-date, '01') to gr-date-text.
    move gr-date-text(1:10) to gr-reversal-date.
    compute gr-yyyymm = (gr-year * 100) + gr-month.

    perform 0100-loadpos.
    perform 0150-loadreceipts.
    perform 0200-loadinvoiced.
    if gr-overflow = 'Y'
        display 'purchord.dat or porecpts.dat exceeds its table;'
            ' run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.
    perform 0250-loadmap.

    perform varying gr-pidx from 1 by 1 until gr-pidx > gr-po-count
        perform 0300-valuepo
    end-perform.

    perform 0500-report.

    if gr-orphan-count > 0 or gr-norate-count > 0
        move 4 to return-code
    end-if.

    if gr-mapped = 'N'
        display 'No GRIR line in glmap.dat; no journal written.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0700-writejournal.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadpos / 0110-readpo                                      *
*>*****************************************************************
0100-loadpos.
    move 0 to gr-po-count.
    open input po-file.
    if ws-po-ok
        perform 0110-readpo
        perform until eof-po
            move spaces to gr-tok-1 gr-tok-2 gr-tok-3 gr-tok-4
                gr-tok-5
            unstring po-record delimited by ','
                into gr-tok-1 gr-tok-2 gr-tok-3 gr-tok-4 gr-tok-5
            end-unstring
            if gr-tok-1 not = spaces
                if gr-po-count >= 2000
                    move 'Y' to gr-overflow
                else
                    add 1 to gr-po-count
                    initialize gr-po(gr-po-count)
                    move gr-tok-1 to grp-po(gr-po-count)
                    move gr-tok-2 to grp-vendor(gr-po-count)
                    compute grp-qty(gr-po-count) =
                        function numval(gr-tok-3)
                    compute grp-amount(gr-po-count) =
                        function numval(gr-tok-4)
                    move function upper-case(gr-tok-5)
                        to grp-currency(gr-po-count)
                end-if
            end-if
            perform 0110-readpo
        end-perform
        close po-file
    end-if.

0110-readpo.
    if not eof-po
        read po-file
            at end
                move 'Y' to ws-eof-po
        end-read
    end-if.

*>*****************************************************************
*> 0150-loadreceipts / 0160-readreceipt                            *
*>                                                                *
*> Receipts after month end belong to next month's accrual; a      *
*> receipt against a PO we have no record of is listed and cannot  *
*> be valued.                                                      *
*>*****************************************************************
0150-loadreceipts.
    move 0 to gr-rcpt-count.
    open input receipt-file.
    if ws-receipt-ok
        perform 0160-readreceipt
        perform until eof-receipt
            move spaces to gr-tok-1 gr-tok-2 gr-tok-3
            unstring receipt-record delimited by ','
                into gr-tok-1 gr-tok-2 gr-tok-3
            end-unstring
            move dateparse(gr-tok-2, '02') to gr-parse-result
            if gr-tok-1 not = spaces and gr-p-success = 'Y'
                perform 0170-onereceipt
            end-if
            perform 0160-readreceipt
        end-perform
        close receipt-file
    end-if.

0160-readreceipt.
    if not eof-receipt
        read receipt-file
            at end
                move 'Y' to ws-eof-receipt
        end-read
    end-if.

0170-onereceipt.
    move fielded_to_linear(gr-p-year, gr-p-month, gr-p-dom)
        to gr-age.
    if gr-age > gr-period-end-ld
        continue
    else
        move 0 to gr-idx
        perform varying gr-pidx from 1 by 1
                until gr-pidx > gr-po-count or gr-idx > 0
            if grp-po(gr-pidx) = gr-tok-1
                move gr-pidx to gr-idx
            end-if
        end-perform
        if gr-idx = 0
            display 'Receipt for PO ' function trim(gr-tok-1)
                ' dated ' gr-tok-2(1:10)
                ' - no such PO on purchord.dat; not valued.'
            add 1 to gr-orphan-count
        else
            if gr-rcpt-count >= 5000
                move 'Y' to gr-overflow
            else
                add 1 to gr-rcpt-count
                move gr-idx to grr-pidx(gr-rcpt-count)
                move gr-age to grr-ld(gr-rcpt-count)
                compute grr-qty(gr-rcpt-count) =
                    function numval(gr-tok-3)
                add grr-qty(gr-rcpt-count) to grp-received(gr-idx)
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0200-loadinvoiced / 0210-readmatched                            *
*>*****************************************************************
0200-loadinvoiced.
    open input matched-file.
    if ws-matched-ok
        perform 0210-readmatched
        perform until eof-matched
            move spaces to gr-tok-1 gr-tok-2 gr-tok-3 gr-tok-4
                gr-tok-5 gr-tok-6 gr-tok-7
            unstring matched-record delimited by ','
                into gr-tok-1 gr-tok-2 gr-tok-3 gr-tok-4 gr-tok-5
                    gr-tok-6 gr-tok-7
            end-unstring
            move dateparse(gr-tok-2, '02') to gr-parse-result
            if gr-tok-6 not = spaces and gr-p-success = 'Y'
                if fielded_to_linear(gr-p-year, gr-p-month,
                        gr-p-dom) <= gr-period-end-ld
                    perform varying gr-pidx from 1 by 1
                            until gr-pidx > gr-po-count
                        if grp-po(gr-pidx) = gr-tok-6
                            compute grp-invoiced(gr-pidx) =
                                grp-invoiced(gr-pidx)
                                + function numval(gr-tok-7)
                        end-if
                    end-perform
                end-if
            end-if
            perform 0210-readmatched
        end-perform
        close matched-file
    end-if.

0210-readmatched.
    if not eof-matched
        read matched-file
            at end
                move 'Y' to ws-eof-matched
        end-read
    end-if.

*>*****************************************************************
*> 0250-loadmap / 0260-readmap                                     *
*>*****************************************************************
0250-loadmap.
    open input map-file.
    if ws-map-ok
        perform 0260-readmap
        perform until eof-map
            move spaces to gr-tok-1 gr-tok-2 gr-tok-3
            unstring map-record delimited by ','
                into gr-tok-1 gr-tok-2 gr-tok-3
            end-unstring
            if function upper-case(gr-tok-1) = 'GRIR'
                move gr-tok-2 to gr-debit
                move gr-tok-3 to gr-credit
                move 'Y' to gr-mapped
            end-if
            perform 0260-readmap
        end-perform
        close map-file
    end-if.

0260-readmap.
    if not eof-map
        read map-file
            at end
                move 'Y' to ws-eof-map
        end-read
    end-if.

*>*****************************************************************
*> 0300-valuepo                                                    *
*>                                                                *
*> GR-PIDX anchors the PO.  The invoiced quantity is taken off     *
*> its receipts oldest first; what is left of each receipt is      *
*> valued and lands in that receipt's age bucket.                  *
*>*****************************************************************
0300-valuepo.
    compute grp-open(gr-pidx) =
        grp-received(gr-pidx) - grp-invoiced(gr-pidx).
    if grp-open(gr-pidx) <= 0 or grp-qty(gr-pidx) = 0
        move 0 to grp-open(gr-pidx)
    else
        move 'Y' to grp-rate-ok(gr-pidx)
        move 1 to grp-rate(gr-pidx)
        if grp-currency(gr-pidx) not = spaces
                and grp-currency(gr-pidx) not = 'USD'
            call 'fxrate' using grp-currency(gr-pidx)
                gr-period-end-ld grp-rate(gr-pidx)
                grp-rate-ok(gr-pidx)
        end-if
        compute gr-unit-price rounded =
            grp-amount(gr-pidx) / grp-qty(gr-pidx)
        move grp-invoiced(gr-pidx) to grp-consumed(gr-pidx)
        perform varying gr-ridx from 1 by 1
                until gr-ridx > gr-rcpt-count
            if grr-pidx(gr-ridx) = gr-pidx
                perform 0350-onereceiptleft
            end-if
        end-perform
        if grp-rate-ok(gr-pidx) not = 'Y'
            add 1 to gr-norate-count
        end-if
    end-if.

0350-onereceiptleft.
    if grp-consumed(gr-pidx) >= grr-qty(gr-ridx)
        subtract grr-qty(gr-ridx) from grp-consumed(gr-pidx)
    else
        compute gr-left = grr-qty(gr-ridx) - grp-consumed(gr-pidx)
        move 0 to grp-consumed(gr-pidx)
        compute gr-part rounded =
            gr-left * gr-unit-price * grp-rate(gr-pidx)
        compute gr-age = gr-period-end-ld - grr-ld(gr-ridx)
        evaluate true
            when gr-age <= 30
                move 1 to gr-bidx
            when gr-age <= 60
                move 2 to gr-bidx
            when gr-age <= 90
                move 3 to gr-bidx
            when other
                move 4 to gr-bidx
        end-evaluate
        add gr-part to grp-bucket(gr-pidx, gr-bidx)
        add gr-part to grp-value(gr-pidx)
    end-if.

*>*****************************************************************
*> 0500-report                                                     *
*>*****************************************************************
0500-report.
    move 0 to gr-vend-count.
    perform varying gr-pidx from 1 by 1 until gr-pidx > gr-po-count
        if grp-open(gr-pidx) > 0 and grp-rate-ok(gr-pidx) = 'Y'
            perform 0550-addvendor thru 0590-exit
        end-if
    end-perform.

    display 'Received not invoiced at ' gr-period-end.
    display '=============================================='.
    display 'Vendor       PO           Open qty'
        '       0-30      31-60      61-90    Over 90'
        '        Value'.
    perform varying gr-bidx from 1 by 1 until gr-bidx > 4
        move 0 to gr-grand-bucket(gr-bidx)
    end-perform.
    perform varying gr-vidx from 1 by 1 until gr-vidx > gr-vend-count
        perform varying gr-pidx from 1 by 1
                until gr-pidx > gr-po-count
            if grp-open(gr-pidx) > 0 and grp-rate-ok(gr-pidx) = 'Y'
                    and grp-vendor(gr-pidx) = grv-vendor(gr-vidx)
                move grp-open(gr-pidx) to gr-qty-display
                perform varying gr-bidx from 1 by 1
                        until gr-bidx > 4
                    move grp-bucket(gr-pidx, gr-bidx)
                        to gr-b-display(gr-bidx)
                end-perform
                move grp-value(gr-pidx) to gr-amount-display
                display grp-vendor(gr-pidx) ' ' grp-po(gr-pidx)
                    gr-qty-display ' ' gr-b-display(1) ' '
                    gr-b-display(2) ' ' gr-b-display(3) ' '
                    gr-b-display(4) ' ' gr-amount-display
            end-if
        end-perform
        perform varying gr-bidx from 1 by 1 until gr-bidx > 4
            move grv-bucket(gr-vidx, gr-bidx) to gr-b-display(gr-bidx)
            add grv-bucket(gr-vidx, gr-bidx)
                to gr-grand-bucket(gr-bidx)
        end-perform
        move grv-value(gr-vidx) to gr-amount-display
        display '  ' grv-vendor(gr-vidx) ' total          '
            gr-b-display(1) ' ' gr-b-display(2) ' '
            gr-b-display(3) ' ' gr-b-display(4) ' '
            gr-amount-display
        add grv-value(gr-vidx) to gr-total
    end-perform.
    display '=============================================='.
    perform varying gr-bidx from 1 by 1 until gr-bidx > 4
        move gr-grand-bucket(gr-bidx) to gr-b-display(gr-bidx)
    end-perform.
    move gr-total to gr-amount-display.
    display 'All vendors                    '
        gr-b-display(1) ' ' gr-b-display(2) ' '
        gr-b-display(3) ' ' gr-b-display(4) ' '
        gr-amount-display.

    perform varying gr-pidx from 1 by 1 until gr-pidx > gr-po-count
        if grp-open(gr-pidx) > 0 and grp-rate-ok(gr-pidx) not = 'Y'
            move grp-open(gr-pidx) to gr-qty-display
            display 'PO ' function trim(grp-po(gr-pidx))
                ' open qty' gr-qty-display
                ' - no usable ' grp-currency(gr-pidx)
                ' rate at ' gr-period-end '; not accrued.'
        end-if
    end-perform.
    if gr-orphan-count > 0
        display 'Receipts with no PO on file: ' gr-orphan-count
    end-if.

0550-addvendor.
    move 0 to gr-idx.
    perform varying gr-vidx from 1 by 1
            until gr-vidx > gr-vend-count or gr-idx > 0
        if grv-vendor(gr-vidx) = grp-vendor(gr-pidx)
            move gr-vidx to gr-idx
        end-if
    end-perform.
    if gr-idx = 0
        if gr-vend-count >= 500
            move 'Y' to gr-overflow
            move 16 to return-code
            go to 0590-exit
        end-if
        add 1 to gr-vend-count
        initialize gr-vend(gr-vend-count)
        move grp-vendor(gr-pidx) to grv-vendor(gr-vend-count)
        move gr-vend-count to gr-idx
    end-if.
    perform varying gr-bidx from 1 by 1 until gr-bidx > 4
        add grp-bucket(gr-pidx, gr-bidx) to grv-bucket(gr-idx, gr-bidx)
    end-perform.
    add grp-value(gr-pidx) to grv-value(gr-idx).

0590-exit.
    exit.

*>*****************************************************************
*> 0700-writejournal                                               *
*>                                                                *
*> The accrual and its reversal, each one debit and one credit     *
*> line; nothing to accrue writes an empty file.                   *
*>*****************************************************************
0700-writejournal.
    open output journal-file.
    if gr-total > 0
        move spaces to gr-batchid
        string 'GRA' gr-yyyymm delimited by size into gr-batchid
        move gr-accrual-date to gr-post-date
        move gr-debit to gr-dr-account
        move gr-credit to gr-cr-account
        perform 0750-onebatch
        move spaces to gr-batchid
        string 'GRR' gr-yyyymm delimited by size into gr-batchid
        move gr-reversal-date to gr-post-date
        move gr-credit to gr-dr-account
        move gr-debit to gr-cr-account
        perform 0750-onebatch
        move gr-total to gr-amount-display
        display 'Accrual ' function trim(gr-amount-display)
            ' dated ' gr-accrual-date ', reversing '
            gr-reversal-date ' - grirjrnl.dat.'
    else
        display 'Nothing to accrue.'
    end-if.
    close journal-file.

0750-onebatch.
    move spaces to gr-line.
    string 'H,' function trim(gr-batchid) ',' gr-post-date
        delimited by size into gr-line.
    move gr-line to journal-record.
    write journal-record.

    move gr-total to gr-amount-display.
    move spaces to gr-line.
    string 'D,' function trim(gr-batchid) ','
        function trim(gr-dr-account) ','
        function trim(gr-amount-display) ',0.00'
        delimited by size into gr-line.
    move gr-line to journal-record.
    write journal-record.

    move spaces to gr-line.
    string 'D,' function trim(gr-batchid) ','
        function trim(gr-cr-account) ',0.00,'
        function trim(gr-amount-display)
        delimited by size into gr-line.
    move gr-line to journal-record.
    write journal-record.

    compute gr-part = gr-total * 2.
    move gr-part to gr-hash-display.
    move spaces to gr-line.
    string 'T,' function trim(gr-batchid) ',2,'
        function trim(gr-hash-display)
        delimited by size into gr-line.
    move gr-line to journal-record.
    write journal-record.

end program grir.
