*>*****************************************************************
*> vendstmt - Vendor statement reconciliation.                     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Large vendors send a monthly statement of what they think we    *
*> owe, and AP used to tick it against screens by hand.  This      *
*> reads the statement CSV through the CSVPARSER library with the  *
*> vendor's own layout file and delimiter from VENDORPROFILEOF -   *
*> a header row, then one line per item with the layout naming     *
*> the columns INVOICE, AMOUNT, the profile's DATECOL (DATE when   *
*> the profile leaves it blank) and, where the vendor sends one,   *
*> PAYREF, the payment the vendor has applied to the item.  A      *
*> line with no PAYREF is one the vendor shows as open.            *
*>                                                                *
*> Our side of the account is every invoice on INVOICES.DAT or     *
*> MATCHED.DAT whose PO belongs to the vendor on PURCHORD.DAT,     *
*> its due date from DUEDATES.DAT, and the payments on             *
*> PAYDETL.DAT for the vendor, less any PAYREG.DAT has marked      *
*> VOID.  The exceptions print by class:                           *
*>                                                                *
*>   NOT-RECVD  on the statement, never received here              *
*>   NOT-ON-STM received here and unpaid, missing from statement   *
*>   PAID-OPEN  we paid it (payment number and date shown), the    *
*>              vendor still shows it open                         *
*>   AMT-DIFF   both sides have it, amounts differ                 *
*>   UNK-PAY    vendor applied a payment we have no record of      *
*>                                                                *
*> followed by the statement's open balance against ours.          *
*> Amounts compare in the invoice's own currency, as billed.       *
*>                                                                *
*> Command line: vendor-id statement-file                          *
*>                                                                *
*> RETURN-CODE 4 when anything excepted, 8 for an unknown vendor,  *
*> a layout without INVOICE and AMOUNT columns or an unreadable    *
*> statement, 16 when a file outgrows its table.                   *
*>*****************************************************************
identification division.
program-id. vendstmt.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.

    select layout-file assign to vs-layout-name
        organization is line sequential
        access is sequential
        file status is ws-layout-status.

    select po-file assign to 'purchord.dat'
        organization is line sequential
        access is sequential
        file status is ws-po-status.

    select intake-file assign to 'invoices.dat'
        organization is line sequential
        access is sequential
        file status is ws-intake-status.

    select matched-file assign to 'matched.dat'
        organization is line sequential
        access is sequential
        file status is ws-matched-status.

    select duedate-file assign to 'duedates.dat'
        organization is line sequential
        access is sequential
        file status is ws-duedate-status.

    select payreg-file assign to 'payreg.dat'
        organization is line sequential
        access is sequential
        file status is ws-payreg-status.

    select paydetl-file assign to 'paydetl.dat'
        organization is line sequential
        access is sequential
        file status is ws-paydetl-status.

data division.
file section.
fd  layout-file.

01  layout-record        pic x(80).

fd  po-file.

01  po-record            pic x(80).

fd  intake-file.

01  intake-record        pic x(120).

fd  matched-file.

01  matched-record       pic x(120).

fd  duedate-file.

01  duedate-record       pic x(120).

fd  payreg-file.

01  payreg-record        pic x(120).

fd  paydetl-file.

01  paydetl-record       pic x(120).

working-storage section.
01  ws-layout-status     pic xx.
    88  ws-layout-ok         value '00'.
01  ws-po-status         pic xx.
    88  ws-po-ok             value '00'.
01  ws-intake-status     pic xx.
    88  ws-intake-ok         value '00'.
01  ws-matched-status    pic xx.
    88  ws-matched-ok        value '00'.
01  ws-duedate-status    pic xx.
    88  ws-duedate-ok        value '00'.
01  ws-payreg-status     pic xx.
    88  ws-payreg-ok         value '00'.
01  ws-paydetl-status    pic xx.
    88  ws-paydetl-ok        value '00'.

01  ws-eof-layout        pic x       value 'N'.
    88  eof-layout           value 'Y'.
01  ws-eof-po            pic x       value 'N'.
    88  eof-po               value 'Y'.
01  ws-eof-intake        pic x       value 'N'.
    88  eof-intake           value 'Y'.
01  ws-eof-matched       pic x       value 'N'.
    88  eof-matched          value 'Y'.
01  ws-eof-duedate       pic x       value 'N'.
    88  eof-duedate          value 'Y'.
01  ws-eof-payreg        pic x       value 'N'.
    88  eof-payreg           value 'Y'.
01  ws-eof-paydetl       pic x       value 'N'.
    88  eof-paydetl          value 'Y'.

01  ws-cmdline           pic x(80).
01  ws-arg-vendor        pic x(12).
01  ws-arg-file          pic x(40).
01  ws-delimiter         usage signed-int value 44.

01  vs-profile.
    05  vs-p-layout          pic x(40).
    05  vs-p-delim           pic x(1).
    05  vs-p-datecol         pic x(20).
    05  vs-p-manifest        pic x(1).
    05  vs-p-calid           pic x(8).
    05  vs-p-datefmt         pic x(2).
    05  vs-p-netting         pic x(1).
    05  vs-p-found           pic x.

01  vs-layout-name       pic x(40).

01  csvhandle           usage pointer.
01  bufptr              usage pointer.
01  filename            pic x(40).
01  buffer              pic x(8000) based.

01  bool                usage signed-int.
    88  success             value 0.
    88  failure             value -1.

01  csv_event       usage signed-int value 0.
    88  cpe_none           value 0.
    88  cpe_call_getfield  value 1.
    88  cpe_end_of_record  value 2.
    88  cpe_end_of_file    value 3.
    88  cpe_invalid        value 4.

01  fieldnum        usage signed-int.
01  ws-field        pic x(80).
01  ws-csv-fields   occurs 20 times pic x(80).
01  ws-diag-line        usage signed-int.
01  ws-diag-column      usage signed-int.
01  ws-field-actual-len usage signed-int.

01  wsl-columns         occurs 20 times.
    05  wsl-start           pic 9(4)    comp-5.
    05  wsl-length          pic 9(4)    comp-5.
    05  wsl-name            pic x(20).
    05  wsl-format          pic xx.

01  wsl-count           usage signed-int value 0.
01  wsl-idx             usage signed-int.
01  ws-tok-start        pic x(4).
01  ws-tok-length       pic x(4).

01  vs-col-invoice       usage signed-int value 0.
01  vs-col-date          usage signed-int value 0.
01  vs-col-amount        usage signed-int value 0.
01  vs-col-payref        usage signed-int value 0.
01  vs-datecol           pic x(20).

01  vs-pos.
    05  vs-po occurs 2000 times pic x(12).
01  vs-po-count          usage signed-int value 0.

01  vs-voids.
    05  vs-void occurs 1000 times pic x(12).
01  vs-void-count        usage signed-int value 0.

01  vs-invoices.
    05  vs-inv occurs 2000 times.
        10  vsi-invoice      pic x(16).
        10  vsi-date         pic x(10).
        10  vsi-amount       pic s9(11)v99 comp-5.
        10  vsi-currency     pic x(3).
        10  vsi-duedate      pic x(10).
        10  vsi-payno        pic x(12).
        10  vsi-paydate      pic x(10).
        10  vsi-on-stmt      pic x.
01  vs-inv-count         usage signed-int value 0.

01  vs-overflow          pic x value 'N'.
01  vs-idx               usage signed-int.
01  vs-hit               usage signed-int.
01  vs-void-hit          pic x.

01  vs-tok-1             pic x(16).
01  vs-tok-2             pic x(16).
01  vs-tok-3             pic x(16).
01  vs-tok-4             pic x(16).
01  vs-tok-5             pic x(16).
01  vs-tok-6             pic x(16).
01  vs-tok-7             pic x(16).
01  vs-tok-8             pic x(16).

01  vs-st-invoice        pic x(16).
01  vs-st-date           pic x(20).
01  vs-st-amount         pic s9(11)v99 comp-5.
01  vs-st-payref         pic x(16).
01  vs-st-count          usage signed-int value 0.

01  vs-notrecvd-count    usage signed-int value 0.
01  vs-notonstm-count    usage signed-int value 0.
01  vs-paidopen-count    usage signed-int value 0.
01  vs-amtdiff-count     usage signed-int value 0.
01  vs-unkpay-count      usage signed-int value 0.

01  vs-stmt-open         pic s9(13)v99 comp-5 value 0.
01  vs-our-open          pic s9(13)v99 comp-5 value 0.

01  vs-amount-display    pic -(10)9.99.
01  vs-amount2-display   pic -(10)9.99.
01  vs-total-display     pic -(12)9.99.

procedure division.
0000-start-here.
    move 0 to return-code.

    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move spaces to ws-arg-vendor ws-arg-file.
    unstring ws-cmdline delimited by all space
        into ws-arg-vendor ws-arg-file.

    if ws-arg-vendor = spaces or ws-arg-file = spaces
        display 'Usage: vendstmt vendor-id statement-file'
        move 8 to return-code
        go to 9000-end
    end-if.

    call 'vendorprofileof' using ws-arg-vendor vs-profile.
    if vs-p-found = 'N'
        display 'Vendor ' function trim(ws-arg-vendor)
            ' is not in vendors.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.
    if vs-p-delim not = spaces
        compute ws-delimiter = function ord(vs-p-delim) - 1
    end-if.
    move vs-p-datecol to vs-datecol.
    if vs-datecol = spaces
        move 'DATE' to vs-datecol
    end-if.

    move vs-p-layout to vs-layout-name.
    perform 0100-readlayout.
    perform varying wsl-idx from 1 by 1 until wsl-idx > wsl-count
        evaluate function upper-case(wsl-name(wsl-idx))
            when 'INVOICE'
                move wsl-start(wsl-idx) to vs-col-invoice
            when 'AMOUNT'
                move wsl-start(wsl-idx) to vs-col-amount
            when 'PAYREF'
                move wsl-start(wsl-idx) to vs-col-payref
        end-evaluate
        if wsl-name(wsl-idx) = vs-datecol
            move wsl-start(wsl-idx) to vs-col-date
        end-if
    end-perform.
    if vs-col-invoice = 0 or vs-col-amount = 0
            or vs-col-invoice > 20 or vs-col-amount > 20
        display 'Layout ' function trim(vs-layout-name)
            ' names no INVOICE and AMOUNT columns.'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform 0200-loadpos.
    perform 0250-loadinvoices.
    perform 0300-loadvoids.
    perform 0350-loadpaydetl.
    perform 0400-loadduedates.
    if vs-overflow = 'Y'
        display 'A payables file exceeds its table;'
            ' run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.

    display 'Statement reconciliation for vendor '
        function trim(ws-arg-vendor) ', '
        function trim(ws-arg-file).
    display '=============================================='.

    perform 0500-readstatement thru 0540-exit.
    if return-code = 8
        go to 9000-end
    end-if.

    perform varying vs-idx from 1 by 1 until vs-idx > vs-inv-count
        if vsi-payno(vs-idx) = spaces
            add vsi-amount(vs-idx) to vs-our-open
            if vsi-on-stmt(vs-idx) not = 'Y'
                add 1 to vs-notonstm-count
                move vsi-amount(vs-idx) to vs-amount-display
                display 'NOT-ON-STM invoice '
                    vsi-invoice(vs-idx) ' ' vsi-date(vs-idx) ' '
                    vs-amount-display ' due ' vsi-duedate(vs-idx)
            end-if
        end-if
    end-perform.

    display '=============================================='.
    display 'Statement lines:         ' vs-st-count.
    display 'Not received here:       ' vs-notrecvd-count.
    display 'Not on statement:        ' vs-notonstm-count.
    display 'Paid, vendor shows open: ' vs-paidopen-count.
    display 'Amount differences:      ' vs-amtdiff-count.
    display 'Unknown vendor payments: ' vs-unkpay-count.
    move vs-stmt-open to vs-total-display.
    display 'Statement open balance:  ' vs-total-display.
    move vs-our-open to vs-total-display.
    display 'Our open balance:        ' vs-total-display.

    if vs-notrecvd-count > 0 or vs-notonstm-count > 0
            or vs-paidopen-count > 0 or vs-amtdiff-count > 0
            or vs-unkpay-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-readlayout / 0110-readlayoutline                           *
*>                                                                *
*> The AGING layout shape, START,LENGTH,NAME,FORMAT, with START    *
*> the 1-based CSV column.                                         *
*>*****************************************************************
0100-readlayout.
    move 0 to wsl-count.
    open input layout-file.
    if ws-layout-ok
        perform 0110-readlayoutline
        perform until eof-layout or wsl-count >= 20
            add 1 to wsl-count
            move spaces to wsl-format(wsl-count)
            unstring layout-record delimited by ','
                into ws-tok-start ws-tok-length wsl-name(wsl-count)
                    wsl-format(wsl-count)
            move function numval(ws-tok-start)
                to wsl-start(wsl-count)
            move function numval(ws-tok-length)
                to wsl-length(wsl-count)
            perform 0110-readlayoutline
        end-perform
        close layout-file
    end-if.

0110-readlayoutline.
    if not eof-layout
        read layout-file
            at end
                move 'Y' to ws-eof-layout
        end-read
    end-if.

*>*****************************************************************
*> 0200-loadpos / 0210-readpo                                      *
*>                                                                *
*> Only this vendor's purchase orders are kept; an invoice is the  *
*> vendor's when its PO is one of them.                            *
*>*****************************************************************
0200-loadpos.
    open input po-file.
    if ws-po-ok
        perform 0210-readpo
        perform until eof-po
            move spaces to vs-tok-1 vs-tok-2
            unstring po-record delimited by ','
                into vs-tok-1 vs-tok-2
            end-unstring
            if vs-tok-1 not = spaces and vs-tok-2 = ws-arg-vendor
                if vs-po-count >= 2000
                    move 'Y' to vs-overflow
                else
                    add 1 to vs-po-count
                    move vs-tok-1 to vs-po(vs-po-count)
                end-if
            end-if
            perform 0210-readpo
        end-perform
        close po-file
    end-if.

0210-readpo.
    if not eof-po
        read po-file
            at end
                move 'Y' to ws-eof-po
        end-read
    end-if.

*>*****************************************************************
*> 0250-loadinvoices                                               *
*>                                                                *
*> INVOICES.DAT holds what came in, MATCHED.DAT what passed the    *
*> three-way match; an invoice on both is the same invoice.        *
*>*****************************************************************
0250-loadinvoices.
    open input intake-file.
    if ws-intake-ok
        perform 0260-readintake
        perform until eof-intake
            move intake-record to matched-record
            perform 0280-oneinvoice thru 0289-exit
            perform 0260-readintake
        end-perform
        close intake-file
    end-if.

    open input matched-file.
    if ws-matched-ok
        perform 0270-readmatched
        perform until eof-matched
            perform 0280-oneinvoice thru 0289-exit
            perform 0270-readmatched
        end-perform
        close matched-file
    end-if.

0260-readintake.
    if not eof-intake
        read intake-file
            at end
                move 'Y' to ws-eof-intake
        end-read
    end-if.

0270-readmatched.
    if not eof-matched
        read matched-file
            at end
                move 'Y' to ws-eof-matched
        end-read
    end-if.

0280-oneinvoice.
    move spaces to vs-tok-1 vs-tok-2 vs-tok-3 vs-tok-4 vs-tok-5
        vs-tok-6.
    unstring matched-record delimited by ','
        into vs-tok-1 vs-tok-2 vs-tok-3 vs-tok-4 vs-tok-5 vs-tok-6
    end-unstring.
    if vs-tok-1 = spaces or vs-tok-6 = spaces
        go to 0289-exit
    end-if.
    move 0 to vs-hit.
    perform varying vs-idx from 1 by 1
            until vs-idx > vs-po-count or vs-hit > 0
        if vs-po(vs-idx) = vs-tok-6
            move vs-idx to vs-hit
        end-if
    end-perform.
    if vs-hit = 0
        go to 0289-exit
    end-if.
    perform 0290-findinvoice.
    if vs-hit = 0
        if vs-inv-count >= 2000
            move 'Y' to vs-overflow
            go to 0289-exit
        end-if
        add 1 to vs-inv-count
        move vs-inv-count to vs-hit
        initialize vs-inv(vs-hit)
        move vs-tok-1 to vsi-invoice(vs-hit)
    end-if.
    move vs-tok-2 to vsi-date(vs-hit).
    compute vsi-amount(vs-hit) = function numval(vs-tok-4).
    move function upper-case(vs-tok-5) to vsi-currency(vs-hit).

0289-exit.
    exit.

*>  VS-TOK-1 names the invoice; VS-HIT comes back 0 when it is
*>  not in the table yet.
*>
0290-findinvoice.
    move 0 to vs-hit.
    perform varying vs-idx from 1 by 1
            until vs-idx > vs-inv-count or vs-hit > 0
        if vsi-invoice(vs-idx) = vs-tok-1
            move vs-idx to vs-hit
        end-if
    end-perform.

*>*****************************************************************
*> 0300-loadvoids / 0310-readpayreg                                *
*>*****************************************************************
0300-loadvoids.
    open input payreg-file.
    if ws-payreg-ok
        perform 0310-readpayreg
        perform until eof-payreg
            move spaces to vs-tok-1 vs-tok-2 vs-tok-3 vs-tok-4
                vs-tok-5
            unstring payreg-record delimited by ','
                into vs-tok-1 vs-tok-2 vs-tok-3 vs-tok-4 vs-tok-5
            end-unstring
            if vs-tok-5 = 'VOID' and vs-tok-3 = ws-arg-vendor
                if vs-void-count >= 1000
                    move 'Y' to vs-overflow
                else
                    add 1 to vs-void-count
                    move vs-tok-1 to vs-void(vs-void-count)
                end-if
            end-if
            perform 0310-readpayreg
        end-perform
        close payreg-file
    end-if.

0310-readpayreg.
    if not eof-payreg
        read payreg-file
            at end
                move 'Y' to ws-eof-payreg
        end-read
    end-if.

*>*****************************************************************
*> 0350-loadpaydetl / 0360-readpaydetl                             *
*>                                                                *
*> A payment the register voided pays nothing; its reissue comes   *
*> later in the file under the new number.  A paid invoice older   *
*> than the invoice files still counts as received.                *
*>*****************************************************************
0350-loadpaydetl.
    open input paydetl-file.
    if ws-paydetl-ok
        perform 0360-readpaydetl
        perform until eof-paydetl
            move spaces to vs-tok-1 vs-tok-2 vs-tok-3 vs-tok-4
                vs-tok-5 vs-tok-6 vs-tok-7 vs-tok-8
            unstring paydetl-record delimited by ','
                into vs-tok-1 vs-tok-2 vs-tok-3 vs-tok-4 vs-tok-5
                    vs-tok-6 vs-tok-7 vs-tok-8
            end-unstring
            if vs-tok-2 = ws-arg-vendor and vs-tok-3 not = spaces
                perform 0370-onepayment
            end-if
            perform 0360-readpaydetl
        end-perform
        close paydetl-file
    end-if.

0360-readpaydetl.
    if not eof-paydetl
        read paydetl-file
            at end
                move 'Y' to ws-eof-paydetl
        end-read
    end-if.

0370-onepayment.
    move 'N' to vs-void-hit.
    perform varying vs-idx from 1 by 1 until vs-idx > vs-void-count
        if vs-void(vs-idx) = vs-tok-1
            move 'Y' to vs-void-hit
        end-if
    end-perform.
    if vs-void-hit = 'Y'
        continue
    else
        move vs-tok-1 to vs-tok-2
        move vs-tok-3 to vs-tok-1
        perform 0290-findinvoice
        if vs-hit = 0
            if vs-inv-count >= 2000
                move 'Y' to vs-overflow
            else
                add 1 to vs-inv-count
                move vs-inv-count to vs-hit
                initialize vs-inv(vs-hit)
                move vs-tok-3 to vsi-invoice(vs-hit)
                move vs-tok-8 to vsi-date(vs-hit)
                compute vsi-amount(vs-hit) =
                    function numval(vs-tok-4)
            end-if
        end-if
        if vs-hit > 0
            move vs-tok-2 to vsi-payno(vs-hit)
            move vs-tok-7 to vsi-paydate(vs-hit)
        end-if
    end-if.

*>*****************************************************************
*> 0400-loadduedates / 0410-readduedate                            *
*>*****************************************************************
0400-loadduedates.
    open input duedate-file.
    if ws-duedate-ok
        perform 0410-readduedate
        perform until eof-duedate
            move spaces to vs-tok-1 vs-tok-2
            unstring duedate-record delimited by ','
                into vs-tok-1 vs-tok-2
            end-unstring
            perform 0290-findinvoice
            if vs-hit > 0
                move vs-tok-2 to vsi-duedate(vs-hit)
            end-if
            perform 0410-readduedate
        end-perform
        close duedate-file
    end-if.

0410-readduedate.
    if not eof-duedate
        read duedate-file
            at end
                move 'Y' to ws-eof-duedate
        end-read
    end-if.

*>*****************************************************************
*> 0500-readstatement                                              *
*>*****************************************************************
0500-readstatement.
    string ws-arg-file delimited by space x'00'
        delimited by size into filename.
    call 'csvparser_openfile' using
        by reference csvhandle
        by reference filename
        by value ws-delimiter
        returning bool.
    if failure
        display 'Cannot open ' ws-arg-file
        move 8 to return-code
        go to 0540-exit
    end-if.

*>  skip the csv header line, then read the first data row.
*>
    perform 0520-getcsvrow.
    perform 0520-getcsvrow.
    perform until failure or cpe_end_of_file or cpe_invalid
        if fieldnum >= vs-col-invoice
            perform 0550-onestatementline thru 0590-exit
        end-if
        perform 0520-getcsvrow
    end-perform.
    call 'csvparser_closefile' using
        by value csvhandle
        returning bool
    end-call.
    if cpe_invalid
        display 'Statement is not valid CSV at line ' ws-diag-line
            ' column ' ws-diag-column '.'
        move 8 to return-code
    end-if.

0540-exit.
    exit.

*>*****************************************************************
*> 0550-onestatementline                                           *
*>*****************************************************************
0550-onestatementline.
    move ws-csv-fields(vs-col-invoice)(1:16) to vs-st-invoice.
    if vs-st-invoice = spaces
        go to 0590-exit
    end-if.
    add 1 to vs-st-count.
    move 0 to vs-st-amount.
    if vs-col-amount <= fieldnum
        compute vs-st-amount =
            function numval-c(ws-csv-fields(vs-col-amount))
    end-if.
    move spaces to vs-st-date.
    if vs-col-date > 0 and vs-col-date <= fieldnum
            and vs-col-date <= 20
        move ws-csv-fields(vs-col-date) to vs-st-date
    end-if.
    move spaces to vs-st-payref.
    if vs-col-payref > 0 and vs-col-payref <= fieldnum
            and vs-col-payref <= 20
        move ws-csv-fields(vs-col-payref) to vs-st-payref
    end-if.
    if vs-st-payref = spaces
        add vs-st-amount to vs-stmt-open
    end-if.

    move vs-st-amount to vs-amount-display.
    move vs-st-invoice to vs-tok-1.
    perform 0290-findinvoice.
    if vs-hit = 0
        add 1 to vs-notrecvd-count
        display 'NOT-RECVD  invoice ' vs-st-invoice ' '
            vs-st-date(1:10) ' ' vs-amount-display
        go to 0590-exit
    end-if.
    move 'Y' to vsi-on-stmt(vs-hit).

    if vs-st-payref = spaces and vsi-payno(vs-hit) not = spaces
        add 1 to vs-paidopen-count
        display 'PAID-OPEN  invoice ' vs-st-invoice
            ' paid on payment ' function trim(vsi-payno(vs-hit))
            ' of ' vsi-paydate(vs-hit)
    end-if.
    if vs-st-payref not = spaces and vsi-payno(vs-hit) = spaces
        add 1 to vs-unkpay-count
        display 'UNK-PAY    invoice ' vs-st-invoice
            ' vendor applied ' function trim(vs-st-payref)
            '; unpaid here.'
    end-if.
    if vs-st-amount not = vsi-amount(vs-hit)
        add 1 to vs-amtdiff-count
        move vsi-amount(vs-hit) to vs-amount2-display
        display 'AMT-DIFF   invoice ' vs-st-invoice
            ' vendor ' function trim(vs-amount-display)
            ' ours ' function trim(vs-amount2-display)
            ' ' vsi-currency(vs-hit)
    end-if.

0590-exit.
    exit.

*>*****************************************************************
*> 0520-getcsvrow                                                  *
*>*****************************************************************
0520-getcsvrow.

    move 0 to csv_event.
    move 0 to fieldnum.
    perform until failure or cpe_end_of_record or cpe_end_of_file
                            or cpe_invalid

        call 'csvparser_getevent' using
            by value     csvhandle
            by reference csv_event
            by reference ws-diag-line
            by reference ws-diag-column
            returning bool
        end-call

        if success and cpe_call_getfield
            call 'csvparser_getfield' using
                by value      csvhandle
                by reference  bufptr
                returning bool
            end-call

            set address of buffer to bufptr

            add 1 to fieldnum
            unstring buffer delimited by x'00' into ws-field

            call 'csvparser_getfieldlen' using
                by value     csvhandle
                by reference ws-field-actual-len
                returning bool
            end-call

            if fieldnum <= 20
                move ws-field to ws-csv-fields(fieldnum)
            end-if
        end-if

    end-perform.

    if success and cpe_end_of_record
        call 'csvparser_getevent' using
            by value     csvhandle
            by reference csv_event
            by reference ws-diag-line
            by reference ws-diag-column
            returning bool
        end-call
    end-if.

end program vendstmt.
