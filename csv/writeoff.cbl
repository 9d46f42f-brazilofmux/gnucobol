*>*****************************************************************
*> writeoff - Small-balance and aged-item write-off run.           *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Pennies left by short-pays and rounding, and items nobody will  *
*> ever collect, sat on OPENITEMS.DAT for years.  This run removes *
*> two kinds of item:                                              *
*>                                                                *
*>   SMALL  a balance, debit or credit, no larger than the         *
*>          tolerance - written off without further approval       *
*>   AGED   a debit item above the tolerance that is older than    *
*>          the policy age in calendar days - written off only     *
*>          when the operator in OPERATOR is authorized by         *
*>          OPERAUTH for WRITEOFF APPROVE; otherwise each one is   *
*>          listed, kept, and the run ends RETURN-CODE 12          *
*>                                                                *
*> Items under dispute on DEDUCT.DAT (see INDISPUTE) are left for  *
*> DEDUCTMAINT to resolve.  Every removal is appended to the       *
*> write-off history WRITEOFF.DAT -                                *
*>                                                                *
*>   DATE,CUSTOMER,INVOICE,AMOUNT,REASON,OPERATOR                  *
*>                                                                *
*> - and OPENITEMS.DAT is rewritten without them.  The reserve     *
*> the write-offs draw down is set at month end by ALLOWANCE.      *
*>                                                                *
*> Command line: [tolerance] [policy-days]                         *
*>               (defaults 5.00 and 365)                           *
*>                                                                *
*> RETURN-CODE 12 as above; 16 when OPENITEMS.DAT is larger than   *
*> the table, in which case nothing is written off, following      *
*> CASHAPP's rule of refusing rather than truncating.              *
*>*****************************************************************
identification division.
program-id. writeoff.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select openitem-file assign to 'openitems.dat'
        organization is line sequential
        access is sequential
        file status is ws-openitem-status.

    select writeoff-file assign to 'writeoff.dat'
        organization is line sequential
        access is sequential
        file status is ws-writeoff-status.

data division.
file section.
fd  openitem-file.

01  openitem-record.
    05  oi-customer     pic x(12).
    05  oi-invoice      pic x(16).
    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

fd  writeoff-file.

01  writeoff-record      pic x(100).

working-storage section.
01  ws-openitem-status   pic xx.
    88  ws-openitem-ok       value '00'.
01  ws-writeoff-status   pic xx.
    88  ws-writeoff-ok       value '00'.

01  ws-eof-openitem      pic x       value 'N'.
    88  eof-openitem         value 'Y'.

01  ws-cmdline           pic x(80).
01  ws-arg-tolerance     pic x(16).
01  ws-arg-days          pic x(8).

01  wo-items.
    05  wo-item occurs 5000 times.
        10  woi-customer     pic x(12).
        10  woi-invoice      pic x(16).
        10  woi-date         pic x(10).
        10  woi-amount       pic s9(11)v99 comp-5.
        10  woi-type         pic x(2).
        10  woi-company      pic x(4).
        10  woi-reason       pic x(5).
01  wo-item-count        usage signed-int value 0.
01  wo-item-overflow     pic x value 'N'.
01  wo-idx               usage signed-int.

01  wo-tolerance         pic s9(11)v99 comp-5 value 5.00.
01  wo-neg-tolerance     pic s9(11)v99 comp-5.
01  wo-policy-days       usage signed-int value 365.
01  wo-today-ld          usage signed-int.
01  wo-item-ld           usage signed-int.
01  wo-age               usage signed-int.
01  wo-today             pic x(10).
01  wo-date-text         pic x(20).

01  wo-aged-count        usage signed-int value 0.
01  wo-small-count       usage signed-int value 0.
01  wo-kept-count        usage signed-int value 0.
01  wo-disputed-count    usage signed-int value 0.
01  wo-small-total       pic s9(11)v99 comp-5 value 0.
01  wo-aged-total        pic s9(11)v99 comp-5 value 0.
01  wo-approved          pic x value 'N'.
01  wo-dispute           pic x.

01  wo-line              pic x(100).
01  wo-amount-display    pic -(10)9.99.

*>  Operator authorization (see OPERAUTH).
*>
01  wo-program           pic x(12) value 'WRITEOFF'.
01  wo-action            pic x(8) value 'APPROVE'.
01  wo-operator          pic x(8).
01  wo-auth-result       pic x.

01  wo-fielded-date.
    05  wo-f-year            pic s9(9)   comp-5.
    05  wo-f-month           pic 99      comp-5.
    05  wo-f-dom             pic 99      comp-5.
    05  wo-f-doy             pic 999     comp-5.
    05  wo-f-dow             pic 9       comp-5.

01  wo-parse-result.
    05  wo-p-fielded.
        10  wo-p-year        pic s9(9)   comp-5.
        10  wo-p-month       pic 99      comp-5.
        10  wo-p-dom         pic 99      comp-5.
    05  wo-p-success     pic x.

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
    move spaces to ws-arg-tolerance ws-arg-days.
    unstring ws-cmdline delimited by all space
        into ws-arg-tolerance ws-arg-days.
    if ws-arg-tolerance not = spaces
        compute wo-tolerance = function numval(ws-arg-tolerance)
    end-if.
    if ws-arg-days not = spaces
        compute wo-policy-days = function numval(ws-arg-days)
    end-if.
    compute wo-neg-tolerance = 0 - wo-tolerance.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to wo-fielded-date.
    move dateformat(wo-fielded-date, '01') to wo-date-text.
    move wo-date-text(1:10) to wo-today.
    move fielded_to_linear(wo-f-year, wo-f-month, wo-f-dom)
        to wo-today-ld.

    move spaces to wo-operator.
    accept wo-operator from environment 'OPERATOR'.
    move function upper-case(wo-operator) to wo-operator.

    perform 0100-loaditems.
    if wo-item-overflow = 'Y'
        display 'openitems.dat exceeds the 5000-item table;'
            ' nothing written off.'
        move 16 to return-code
        go to 9000-end
    end-if.

    perform varying wo-idx from 1 by 1 until wo-idx > wo-item-count
        perform 0200-classify thru 0290-exit
    end-perform.

    if wo-aged-count > 0
        call 'operauth' using wo-operator wo-program wo-action
            wo-auth-result
        if wo-auth-result = 'Y'
            move 'Y' to wo-approved
        else
            display 'Operator "' function trim(wo-operator)
                '" is not authorized to approve aged write-offs;'
                ' these items are kept:'
            move 12 to return-code
        end-if
    end-if.

    display 'Write-off run ' wo-today.
    move wo-tolerance to wo-amount-display.
    display 'Tolerance ' function trim(wo-amount-display)
        ', policy age ' wo-policy-days ' days'.
    display '=============================================='.
    open extend writeoff-file.
    if not ws-writeoff-ok
        open output writeoff-file
    end-if.
    perform varying wo-idx from 1 by 1 until wo-idx > wo-item-count
        perform 0300-oneitem thru 0390-exit
    end-perform.
    close writeoff-file.
    perform 0950-saveitems.

    display '=============================================='.
    move wo-small-total to wo-amount-display.
    display 'Small balances written off: ' wo-small-count
        '  ' wo-amount-display.
    move wo-aged-total to wo-amount-display.
    if wo-approved = 'Y'
        display 'Aged items written off:     ' wo-aged-count
            '  ' wo-amount-display
    else
        display 'Aged items written off:     0'
    end-if.
    display 'Aged items kept (approval): ' wo-kept-count.
    display 'Items skipped, in dispute:  ' wo-disputed-count.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loaditems / 0110-readitem                                  *
*>*****************************************************************
0100-loaditems.
    move 0 to wo-item-count.
    open input openitem-file.
    if ws-openitem-ok
        perform 0110-readitem
        perform until eof-openitem or wo-item-count >= 5000
            add 1 to wo-item-count
            move oi-customer to woi-customer(wo-item-count)
            move oi-invoice to woi-invoice(wo-item-count)
            move oi-date to woi-date(wo-item-count)
            compute woi-amount(wo-item-count) =
                function numval(oi-amount)
            move oi-type to woi-type(wo-item-count)
            move oi-company to woi-company(wo-item-count)
            move spaces to woi-reason(wo-item-count)
            perform 0110-readitem
        end-perform
        if not eof-openitem
            move 'Y' to wo-item-overflow
        end-if
        close openitem-file
    end-if.

0110-readitem.
    if not eof-openitem
        read openitem-file
            at end
                move 'Y' to ws-eof-openitem
        end-read
    end-if.

*>*****************************************************************
*> 0200-classify                                                   *
*>                                                                *
*> Marks each candidate SMALL or AGED.  An undated item is never   *
*> taken as aged; it needs a person to look at it.                 *
*>*****************************************************************
0200-classify.
    if woi-amount(wo-idx) = 0
        go to 0290-exit
    end-if.
    call 'indispute' using woi-customer(wo-idx) woi-invoice(wo-idx)
        wo-dispute.
    if wo-dispute = 'Y'
        add 1 to wo-disputed-count
        go to 0290-exit
    end-if.
    if woi-amount(wo-idx) >= wo-neg-tolerance
            and woi-amount(wo-idx) <= wo-tolerance
        move 'SMALL' to woi-reason(wo-idx)
        add 1 to wo-small-count
        add woi-amount(wo-idx) to wo-small-total
        go to 0290-exit
    end-if.
    if woi-amount(wo-idx) > 0
        move dateparse(woi-date(wo-idx), '02') to wo-parse-result
        if wo-p-success = 'Y'
            move fielded_to_linear(wo-p-year, wo-p-month, wo-p-dom)
                to wo-item-ld
            compute wo-age = wo-today-ld - wo-item-ld
            if wo-age > wo-policy-days
                move 'AGED' to woi-reason(wo-idx)
                add 1 to wo-aged-count
                add woi-amount(wo-idx) to wo-aged-total
            end-if
        end-if
    end-if.

0290-exit.
    exit.

*>*****************************************************************
*> 0300-oneitem                                                    *
*>                                                                *
*> Logs and zeroes a write-off (0950-saveitems drops zero items),  *
*> or lists an aged item kept for want of approval.                *
*>*****************************************************************
0300-oneitem.
    if woi-reason(wo-idx) = spaces
        go to 0390-exit
    end-if.
    move woi-amount(wo-idx) to wo-amount-display.
    if woi-reason(wo-idx) = 'AGED' and wo-approved not = 'Y'
        add 1 to wo-kept-count
        display 'KEPT    ' woi-customer(wo-idx) ' '
            woi-invoice(wo-idx) ' ' woi-date(wo-idx) ' '
            wo-amount-display
        go to 0390-exit
    end-if.
    display woi-reason(wo-idx) '   ' woi-customer(wo-idx) ' '
        woi-invoice(wo-idx) ' ' woi-date(wo-idx) ' '
        wo-amount-display.
    move spaces to wo-line.
    string wo-today ','
        function trim(woi-customer(wo-idx)) ','
        function trim(woi-invoice(wo-idx)) ','
        function trim(wo-amount-display) ','
        function trim(woi-reason(wo-idx)) ','
        function trim(wo-operator)
        delimited by size into wo-line.
    move wo-line to writeoff-record.
    write writeoff-record.
    move 0 to woi-amount(wo-idx).

0390-exit.
    exit.

*>*****************************************************************
*> 0950-saveitems                                                  *
*>*****************************************************************
0950-saveitems.
    open output openitem-file.
    perform varying wo-idx from 1 by 1
            until wo-idx > wo-item-count
        if woi-amount(wo-idx) not = 0
            move woi-customer(wo-idx) to oi-customer
            move woi-invoice(wo-idx) to oi-invoice
            move woi-date(wo-idx) to oi-date
            move woi-amount(wo-idx) to oi-amount
            move woi-type(wo-idx) to oi-type
            move woi-company(wo-idx) to oi-company
            write openitem-record
        end-if
    end-perform.
    close openitem-file.

end program writeoff.
