*>*****************************************************************
*> deductmaint                                                    *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> CASHAPP opens a deduction on DEDUCT.DAT for every short-pay -   *
*>                                                                *
*>   DEDNO,DATE,CUSTOMER,INVOICE,AMOUNT,REASON,OWNER,STATUS,       *
*>   RESOLVED,RESOLUTION                                           *
*>                                                                *
*> - reason UNKNOWN and status OPEN.  This is where collections    *
*> works them: classify the reason (PRICING, DAMAGED, PROMO or     *
*> UNKNOWN) and the owner, then resolve each one of three ways:    *
*>                                                                *
*>   CREDIT   the customer was right - a credit memo takes the     *
*>            amount off the invoice's open item on OPENITEMS.DAT  *
*>   REBILL   the deduction is refused and billed again as a new   *
*>            open item (RB plus the deduction number) dated       *
*>            today, so it ages from the rebill                    *
*>   COLLECT  written back to collectible - the invoice balance    *
*>            stands, aging from its own date                      *
*>                                                                *
*> Resolution stamps RESOLVED with the business date and lifts the *
*> dispute that keeps DUNNING and LATECHARGE off the invoice.      *
*>                                                                *
*> Command line: ACTION [ARGUMENT]                                 *
*>                                                                *
*>   LIST [ALL]                        - open deductions (or all)  *
*>   SET dedno,reason[,owner]          - classify a deduction      *
*>   RESOLVE dedno,CREDIT|REBILL|COLLECT                           *
*>                                                                *
*> SET and RESOLVE are gated by OPERAUTH and journaled through     *
*> MAINTJOURNAL.  The OPENITEMS.DAT rewrite follows CASHAPP's      *
*> rule: a file larger than the table refuses the change rather    *
*> than truncating.                                                *
*>*****************************************************************
identification division.
program-id. deductmaint.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function all intrinsic.

input-output section.
file-control.

    select deduct-file assign to 'deduct.dat'
        organization is line sequential
        access is sequential
        file status is ws-deduct-status.

    select openitem-file assign to 'openitems.dat'
        organization is line sequential
        access is sequential
        file status is ws-openitem-status.

data division.
file section.
fd  deduct-file.

01  deduct-record        pic x(120).

fd  openitem-file.

01  openitem-record.
    05  oi-customer     pic x(12).
    05  oi-invoice      pic x(16).
    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

working-storage section.
01  ws-deduct-status     pic xx.
    88  ws-deduct-ok         value '00'.
01  ws-openitem-status   pic xx.
    88  ws-openitem-ok       value '00'.

01  ws-cmdline           pic x(200).
01  ws-ptr               usage signed-int.
01  ws-arg-action        pic x(8).
01  ws-arg-rest          pic x(190).

01  ws-eof-deduct        pic x       value 'N'.
    88  eof-deduct           value 'Y'.
01  ws-eof-openitem      pic x       value 'N'.
    88  eof-openitem         value 'Y'.

01  dm-lines             occurs 2000 times pic x(120).
01  dm-count             usage signed-int value 0.
01  dm-idx               usage signed-int.
01  dm-hit               usage signed-int.
01  dm-overflow          pic x value 'N'.

01  dm-items.
    05  dm-item occurs 5000 times.
        10  dmi-customer     pic x(12).
        10  dmi-invoice      pic x(16).
        10  dmi-date         pic x(10).
        10  dmi-amount       pic s9(11)v99 comp-5.
        10  dmi-type         pic x(2).
        10  dmi-company      pic x(4).
01  dm-item-count        usage signed-int value 0.
01  dm-item-hit          usage signed-int.
01  dm-item-overflow     pic x value 'N'.

01  dm-tok-dedno         pic x(12).
01  dm-tok-date          pic x(10).
01  dm-tok-customer      pic x(12).
01  dm-tok-invoice       pic x(16).
01  dm-tok-amount        pic x(16).
01  dm-tok-reason        pic x(8).
01  dm-tok-owner         pic x(8).
01  dm-tok-status        pic x(8).
01  dm-tok-resolved      pic x(10).
01  dm-tok-resolution    pic x(8).

01  dm-arg-dedno         pic x(12).
01  dm-arg-2             pic x(12).
01  dm-arg-3             pic x(12).

01  dm-amount            pic s9(11)v99 comp-5.
01  dm-amount-display    pic -(10)9.99.
01  dm-old-line          pic x(120).
01  dm-new-line          pic x(120).
01  dm-rebill-invoice    pic x(16).
01  dm-show-all          pic x value 'N'.

*>  Maintenance-journal interface (see MAINTJOURNAL).
*>
01  dj-program           pic x(12) value 'DEDUCTMAINT'.
01  dj-action            pic x(8).
01  dj-before            pic x(80).
01  dj-after             pic x(80).

*>  Operator authorization (see OPERAUTH).
*>
01  dm-operator          pic x(8).
01  dm-auth-result       pic x.

01  dm-fielded-date.
    05  dm-year              pic s9(9)   comp-5.
    05  dm-month             pic 99      comp-5.
    05  dm-dom               pic 99      comp-5.
    05  dm-doy               pic 999     comp-5.
    05  dm-dow               pic 9       comp-5.

01  dm-date-text         pic x(20).
01  dm-today             pic x(10).

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

    move spaces to ws-arg-action.
    move 1 to ws-ptr.
    unstring ws-cmdline delimited by space
        into ws-arg-action
        with pointer ws-ptr
    end-unstring.
    move function upper-case(ws-arg-action) to ws-arg-action.

    move spaces to ws-arg-rest.
    if ws-ptr <= 200
        move ws-cmdline(ws-ptr:) to ws-arg-rest
    end-if.
    move function trim(ws-arg-rest) to ws-arg-rest.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to dm-fielded-date.
    move dateformat(dm-fielded-date, '01') to dm-date-text.
    move dm-date-text(1:10) to dm-today.

    perform 0100-loadlines.

    if ws-arg-action = 'SET' or ws-arg-action = 'RESOLVE'
        perform 0050-authorize
        if return-code = 12
            goback
        end-if
        if dm-overflow = 'Y'
            display 'deduct.dat exceeds the 2000-line table;'
                ' change refused - archive resolved lines first.'
            move 8 to return-code
            goback
        end-if
    end-if.

    evaluate ws-arg-action
        when 'LIST'
            perform 0500-list
        when 'SET'
            perform 0600-set
        when 'RESOLVE'
            perform 0700-resolve thru 0790-exit
        when other
            display 'Usage: deductmaint LIST [ALL]'
                ' | SET dedno,reason[,owner]'
                ' | RESOLVE dedno,CREDIT|REBILL|COLLECT'
            move 8 to return-code
    end-evaluate.

    goback.

*>*****************************************************************
*> 0050-authorize                                                  *
*>*****************************************************************
0050-authorize.
    move spaces to dm-operator.
    accept dm-operator from environment 'OPERATOR'.
    move function upper-case(dm-operator) to dm-operator.
    call 'operauth' using dm-operator dj-program ws-arg-action
        dm-auth-result.
    if dm-auth-result not = 'Y'
        display 'Operator "' function trim(dm-operator)
            '" is not authorized for ' ws-arg-action
            ' in deductmaint.'
        move 12 to return-code
    end-if.

*>*****************************************************************
*> 0100-loadlines / 0110-readdeductline                            *
*>*****************************************************************
0100-loadlines.
    move 0 to dm-count.
    open input deduct-file.
    if ws-deduct-ok
        perform 0110-readdeductline
        perform until eof-deduct or dm-count >= 2000
            add 1 to dm-count
            move deduct-record to dm-lines(dm-count)
            perform 0110-readdeductline
        end-perform
        if not eof-deduct
            move 'Y' to dm-overflow
        end-if
        close deduct-file
    end-if.

0110-readdeductline.
    if not eof-deduct
        read deduct-file
            at end
                move 'Y' to ws-eof-deduct
        end-read
    end-if.

*>*****************************************************************
*> 0200-savelines                                                  *
*>*****************************************************************
0200-savelines.
    open output deduct-file.
    perform varying dm-idx from 1 by 1 until dm-idx > dm-count
        move dm-lines(dm-idx) to deduct-record
        write deduct-record
    end-perform.
    close deduct-file.

*>*****************************************************************
*> 0300-splitline / 0350-buildline                                 *
*>*****************************************************************
0300-splitline.
    move spaces to dm-tok-dedno dm-tok-date dm-tok-customer
        dm-tok-invoice dm-tok-amount dm-tok-reason dm-tok-owner
        dm-tok-status dm-tok-resolved dm-tok-resolution.
    unstring dm-lines(dm-idx) delimited by ','
        into dm-tok-dedno dm-tok-date dm-tok-customer
            dm-tok-invoice dm-tok-amount dm-tok-reason
            dm-tok-owner dm-tok-status dm-tok-resolved
            dm-tok-resolution
    end-unstring.

0350-buildline.
    move spaces to dm-new-line.
    string function trim(dm-tok-dedno) ','
        dm-tok-date ','
        function trim(dm-tok-customer) ','
        function trim(dm-tok-invoice) ','
        function trim(dm-tok-amount) ','
        function trim(dm-tok-reason) ','
        function trim(dm-tok-owner) ','
        function trim(dm-tok-status) ','
        function trim(dm-tok-resolved) ','
        function trim(dm-tok-resolution)
        delimited by size into dm-new-line.

*>  DM-ARG-DEDNO names the deduction; DM-HIT comes back 0 when it
*>  is not on file, else the line split into the tokens.
*>
0380-finddeduction.
    move 0 to dm-hit.
    perform varying dm-idx from 1 by 1
            until dm-idx > dm-count or dm-hit > 0
        move spaces to dm-tok-dedno
        unstring dm-lines(dm-idx) delimited by ','
            into dm-tok-dedno
        end-unstring
        if dm-tok-dedno = dm-arg-dedno
            move dm-idx to dm-hit
        end-if
    end-perform.
    if dm-hit > 0
        move dm-hit to dm-idx
        perform 0300-splitline
        move dm-lines(dm-hit) to dm-old-line
    end-if.

*>*****************************************************************
*> 0500-list                                                       *
*>*****************************************************************
0500-list.
    if function upper-case(ws-arg-rest(1:3)) = 'ALL'
        move 'Y' to dm-show-all
    end-if.
    display 'DedNo,Date,Customer,Invoice,Amount,Reason,Owner,'
        'Status,Resolved,Resolution'.
    perform varying dm-idx from 1 by 1 until dm-idx > dm-count
        perform 0300-splitline
        if dm-show-all = 'Y' or dm-tok-status = 'OPEN'
            display function trim(dm-lines(dm-idx) trailing)
        end-if
    end-perform.

*>*****************************************************************
*> 0600-set                                                        *
*>*****************************************************************
0600-set.
    move spaces to dm-arg-dedno dm-arg-2 dm-arg-3.
    unstring ws-arg-rest delimited by ','
        into dm-arg-dedno dm-arg-2 dm-arg-3
    end-unstring.
    move function upper-case(dm-arg-dedno) to dm-arg-dedno.
    move function upper-case(dm-arg-2) to dm-arg-2.
    move function upper-case(dm-arg-3) to dm-arg-3.
    if dm-arg-2 not = 'PRICING' and dm-arg-2 not = 'DAMAGED'
            and dm-arg-2 not = 'PROMO' and dm-arg-2 not = 'UNKNOWN'
        display 'Reason "' function trim(dm-arg-2)
            '" must be PRICING, DAMAGED, PROMO or UNKNOWN.'
        move 8 to return-code
        goback
    end-if.

    perform 0380-finddeduction.
    if dm-hit = 0
        display 'No deduction "' function trim(dm-arg-dedno)
            '" on file.'
        move 8 to return-code
        goback
    end-if.
    if dm-tok-status not = 'OPEN'
        display 'Deduction ' function trim(dm-arg-dedno)
            ' is already resolved.'
        move 8 to return-code
        goback
    end-if.

    move dm-arg-2 to dm-tok-reason.
    if dm-arg-3 not = spaces
        move dm-arg-3 to dm-tok-owner
    end-if.
    perform 0350-buildline.
    move dm-new-line to dm-lines(dm-hit).
    perform 0200-savelines.

    move 'SET' to dj-action.
    perform 0850-journal.
    display 'Set.'.

*>*****************************************************************
*> 0700-resolve                                                    *
*>*****************************************************************
0700-resolve.
    move spaces to dm-arg-dedno dm-arg-2.
    unstring ws-arg-rest delimited by ','
        into dm-arg-dedno dm-arg-2
    end-unstring.
    move function upper-case(dm-arg-dedno) to dm-arg-dedno.
    move function upper-case(dm-arg-2) to dm-arg-2.
    if dm-arg-2 not = 'CREDIT' and dm-arg-2 not = 'REBILL'
            and dm-arg-2 not = 'COLLECT'
        display 'Resolution "' function trim(dm-arg-2)
            '" must be CREDIT, REBILL or COLLECT.'
        move 8 to return-code
        go to 0790-exit
    end-if.

    perform 0380-finddeduction.
    if dm-hit = 0
        display 'No deduction "' function trim(dm-arg-dedno)
            '" on file.'
        move 8 to return-code
        go to 0790-exit
    end-if.
    if dm-tok-status not = 'OPEN'
        display 'Deduction ' function trim(dm-arg-dedno)
            ' is already resolved.'
        move 8 to return-code
        go to 0790-exit
    end-if.
    compute dm-amount = function numval(dm-tok-amount).

    if dm-arg-2 not = 'COLLECT'
        perform 0900-loaditems
        if dm-item-overflow = 'Y'
            display 'openitems.dat exceeds the 5000-item table;'
                ' change refused.'
            move 16 to return-code
            go to 0790-exit
        end-if
        move 0 to dm-item-hit
        perform varying dm-idx from 1 by 1
                until dm-idx > dm-item-count or dm-item-hit > 0
            if dmi-customer(dm-idx) = dm-tok-customer
                    and dmi-invoice(dm-idx) = dm-tok-invoice
                move dm-idx to dm-item-hit
            end-if
        end-perform
        if dm-item-hit = 0
            display 'Invoice ' function trim(dm-tok-invoice)
                ' is no longer open; nothing to '
                function trim(dm-arg-2) '.'
            move 8 to return-code
            go to 0790-exit
        end-if
        if dm-amount > dmi-amount(dm-item-hit)
            move dmi-amount(dm-item-hit) to dm-amount
        end-if
        subtract dm-amount from dmi-amount(dm-item-hit)
        if dm-arg-2 = 'REBILL'
            perform 0750-addrebill
            if return-code = 16
                go to 0790-exit
            end-if
        end-if
        perform 0950-saveitems
    end-if.

    move 'RESOLVED' to dm-tok-status.
    move dm-today to dm-tok-resolved.
    move dm-arg-2 to dm-tok-resolution.
    perform 0350-buildline.
    move dm-new-line to dm-lines(dm-hit).
    perform 0200-savelines.

    move 'RESOLVE' to dj-action.
    perform 0850-journal.

    move dm-amount to dm-amount-display.
    evaluate dm-arg-2
        when 'CREDIT'
            display 'Credit memo of ' function trim(dm-amount-display)
                ' taken off ' function trim(dm-tok-invoice) '.'
        when 'REBILL'
            display 'Rebilled ' function trim(dm-amount-display)
                ' as ' function trim(dm-rebill-invoice) '.'
        when other
            display 'Written back to collectible; '
                function trim(dm-tok-invoice)
                ' is open to dunning again.'
    end-evaluate.

0790-exit.
    exit.

0750-addrebill.
    if dm-item-count >= 5000
        display 'openitems.dat is full; rebill refused.'
        move 16 to return-code
    else
        add 1 to dm-item-count
        move spaces to dm-rebill-invoice
        string 'RB' function trim(dm-tok-dedno)
            delimited by size into dm-rebill-invoice
        move dm-tok-customer to dmi-customer(dm-item-count)
        move dm-rebill-invoice to dmi-invoice(dm-item-count)
        move dm-today to dmi-date(dm-item-count)
        move dm-amount to dmi-amount(dm-item-count)
        move spaces to dmi-type(dm-item-count)
        move dmi-company(dm-item-hit) to dmi-company(dm-item-count)
    end-if.

*>*****************************************************************
*> 0850-journal                                                    *
*>*****************************************************************
0850-journal.
    move dm-old-line to dj-before.
    move dm-new-line to dj-after.
    call 'maintjournal' using dj-program dj-action
        dj-before dj-after.

*>*****************************************************************
*> 0900-loaditems / 0910-readitem / 0950-saveitems                 *
*>*****************************************************************
0900-loaditems.
    move 0 to dm-item-count.
    open input openitem-file.
    if ws-openitem-ok
        perform 0910-readitem
        perform until eof-openitem or dm-item-count >= 5000
            add 1 to dm-item-count
            move oi-customer to dmi-customer(dm-item-count)
            move oi-invoice to dmi-invoice(dm-item-count)
            move oi-date to dmi-date(dm-item-count)
            compute dmi-amount(dm-item-count) =
                function numval(oi-amount)
            move oi-type to dmi-type(dm-item-count)
            move oi-company to dmi-company(dm-item-count)
            perform 0910-readitem
        end-perform
        if not eof-openitem
            move 'Y' to dm-item-overflow
        end-if
        close openitem-file
    end-if.

0910-readitem.
    if not eof-openitem
        read openitem-file
            at end
                move 'Y' to ws-eof-openitem
        end-read
    end-if.

0950-saveitems.
    open output openitem-file.
    perform varying dm-idx from 1 by 1
            until dm-idx > dm-item-count
        if dmi-amount(dm-idx) not = 0
            move dmi-customer(dm-idx) to oi-customer
            move dmi-invoice(dm-idx) to oi-invoice
            move dmi-date(dm-idx) to oi-date
            move dmi-amount(dm-idx) to oi-amount
            move dmi-type(dm-idx) to oi-type
            move dmi-company(dm-idx) to oi-company
            write openitem-record
        end-if
    end-perform.
    close openitem-file.

end program deductmaint.

*>*****************************************************************
*> indispute                                                      *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Answers whether a customer's invoice carries an OPEN deduction  *
*> on DEDUCT.DAT - DUNNING and LATECHARGE leave such an invoice    *
*> alone while the dispute is worked.  The file is read once per   *
*> job and cached, the same discipline VENDORPROFILEOF uses.       *
*>                                                                *
*> CALL 'indispute' USING customer (x12), invoice (x16), result    *
*> (x, Y or N).                                                    *
*>*****************************************************************
identification division.
program-id. indispute.

environment division.
input-output section.
file-control.

    select deduct-file assign to 'deduct.dat'
        organization is line sequential
        access is sequential
        file status is ws-deduct-status.

data division.
file section.
fd  deduct-file.

01  deduct-record        pic x(120).

working-storage section.
01  ws-deduct-status     pic xx.
    88  ws-deduct-ok         value '00'.

01  ws-eof-deduct        pic x       value 'N'.
    88  eof-deduct           value 'Y'.
01  id-loaded            pic x       value 'N'.
    88  disputes-loaded      value 'Y'.

01  id-count             usage signed-int value 0.
01  id-idx               usage signed-int.

01  id-tok-dedno         pic x(12).
01  id-tok-date          pic x(10).
01  id-tok-customer      pic x(12).
01  id-tok-invoice       pic x(16).
01  id-tok-amount        pic x(16).
01  id-tok-reason        pic x(8).
01  id-tok-owner         pic x(8).
01  id-tok-status        pic x(8).

01  id-disputes.
    05  id-dispute occurs 2000 times.
        10  idd-customer     pic x(12).
        10  idd-invoice      pic x(16).

linkage section.
01  id-customer          pic x(12).
01  id-invoice           pic x(16).
01  id-result            pic x.

procedure division using id-customer id-invoice id-result.
0100-main.
    perform 0200-loaddisputes.

    move 'N' to id-result.
    perform varying id-idx from 1 by 1 until id-idx > id-count
        if idd-customer(id-idx) = id-customer
                and idd-invoice(id-idx) = id-invoice
            move 'Y' to id-result
            move id-count to id-idx
        end-if
    end-perform.
    goback.

*>*****************************************************************
*> 0200-loaddisputes / 0210-readdeductline                         *
*>*****************************************************************
0200-loaddisputes.
    if not disputes-loaded
        move 0 to id-count
        move 'N' to ws-eof-deduct
        open input deduct-file
        if ws-deduct-ok
            perform 0210-readdeductline
            perform until eof-deduct or id-count >= 2000
                move spaces to id-tok-customer id-tok-invoice
                    id-tok-status
                unstring deduct-record delimited by ','
                    into id-tok-dedno id-tok-date id-tok-customer
                        id-tok-invoice id-tok-amount id-tok-reason
                        id-tok-owner id-tok-status
                end-unstring
                if id-tok-status = 'OPEN'
                    add 1 to id-count
                    move id-tok-customer to idd-customer(id-count)
                    move id-tok-invoice to idd-invoice(id-count)
                end-if
                perform 0210-readdeductline
            end-perform
            close deduct-file
        end-if
        move 'Y' to id-loaded
    end-if.

0210-readdeductline.
    if not eof-deduct
        read deduct-file
            at end
                move 'Y' to ws-eof-deduct
        end-read
    end-if.

end program indispute.

*>*****************************************************************
*> dedaging - Open deductions aged in business days.               *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Deductions are the biggest collections backlog and nobody could *
*> see them.  This lists every OPEN deduction on DEDUCT.DAT by     *
*> owner, aged in business days since it was taken through         *
*> ELAPSEDBUSINESSDAYS (the age STATEMENTS prints), in the         *
*> buckets 0-10, 11-20, 21-40 and over 40 business days, with      *
*> totals per owner, per reason and overall.                       *
*>                                                                *
*> RETURN-CODE 4 when any deduction is over 40 business days old,  *
*> 16 when the file outgrows the table.                            *
*>*****************************************************************
identification division.
program-id. dedaging.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateparse
    function elapsedbusinessdays
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select deduct-file assign to 'deduct.dat'
        organization is line sequential
        access is sequential
        file status is ws-deduct-status.

data division.
file section.
fd  deduct-file.

01  deduct-record        pic x(120).

working-storage section.
01  ws-deduct-status     pic xx.
    88  ws-deduct-ok         value '00'.

01  ws-eof-deduct        pic x       value 'N'.
    88  eof-deduct           value 'Y'.

01  da-deductions.
    05  da-ded occurs 2000 times.
        10  dad-dedno        pic x(12).
        10  dad-date         pic x(10).
        10  dad-customer     pic x(12).
        10  dad-invoice      pic x(16).
        10  dad-amount       pic s9(11)v99 comp-5.
        10  dad-reason       pic x(8).
        10  dad-owner        pic x(8).
        10  dad-age          usage signed-int.
        10  dad-bucket       usage signed-int.
        10  dad-done         pic x.
01  da-count             usage signed-int value 0.
01  da-overflow          pic x value 'N'.
01  da-idx               usage signed-int.
01  da-jdx               usage signed-int.
01  da-bidx              usage signed-int.

01  da-tok-dedno         pic x(12).
01  da-tok-date          pic x(10).
01  da-tok-customer      pic x(12).
01  da-tok-invoice       pic x(16).
01  da-tok-amount        pic x(16).
01  da-tok-reason        pic x(8).
01  da-tok-owner         pic x(8).
01  da-tok-status        pic x(8).

01  da-owner             pic x(8).
01  da-owner-total       pic s9(13)v99 comp-5.
01  da-bucket-total      occurs 4 times pic s9(13)v99 comp-5.
01  da-bucket-count      occurs 4 times usage signed-int.
01  da-grand-total       pic s9(13)v99 comp-5 value 0.
01  da-item-ld           usage signed-int.
01  da-today-ld          usage signed-int.

01  da-reason-names.
    05  filler pic x(8) value 'PRICING'.
    05  filler pic x(8) value 'DAMAGED'.
    05  filler pic x(8) value 'PROMO'.
    05  filler pic x(8) value 'UNKNOWN'.
01  da-reason-table redefines da-reason-names.
    05  da-reason-name   pic x(8) occurs 4 times.
01  da-reason-total      occurs 4 times pic s9(13)v99 comp-5.
01  da-ridx              usage signed-int.

01  da-bucket-name-def.
    05  filler pic x(6) value '0-10'.
    05  filler pic x(6) value '11-20'.
    05  filler pic x(6) value '21-40'.
    05  filler pic x(6) value '40+'.
01  da-bucket-name-table redefines da-bucket-name-def.
    05  da-bucket-name   pic x(6) occurs 4 times.

01  da-amount-display    pic -(10)9.99.
01  da-total-display     pic -(12)9.99.
01  da-age-display       pic zzz9.

01  da-parse-result.
    05  da-p-fielded.
        10  da-p-year        pic s9(9)   comp-5.
        10  da-p-month       pic 99      comp-5.
        10  da-p-dom         pic 99      comp-5.
    05  da-p-success     pic x.

01  da-fielded-date.
    05  da-year              pic s9(9)   comp-5.
    05  da-month             pic 99      comp-5.
    05  da-dom               pic 99      comp-5.
    05  da-doy               pic 999     comp-5.
    05  da-dow               pic 9       comp-5.

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

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to da-fielded-date.
    move fielded_to_linear(da-year, da-month, da-dom)
        to da-today-ld.

    perform 0100-loaddeductions.
    if da-overflow = 'Y'
        display 'deduct.dat has more than 2000 open deductions;'
            ' run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.

    perform varying da-bidx from 1 by 1 until da-bidx > 4
        move 0 to da-bucket-total(da-bidx)
        move 0 to da-bucket-count(da-bidx)
        move 0 to da-reason-total(da-bidx)
    end-perform.

    display 'Open deductions aged in business days'.
    display '=============================================='.
    perform varying da-idx from 1 by 1 until da-idx > da-count
        if dad-done(da-idx) = 'N'
            move dad-owner(da-idx) to da-owner
            perform 0300-oneowner
        end-if
    end-perform.

    display '=============================================='.
    perform varying da-bidx from 1 by 1 until da-bidx > 4
        move da-bucket-total(da-bidx) to da-total-display
        display 'Bucket ' da-bucket-name(da-bidx) ' '
            da-bucket-count(da-bidx) ' ' da-total-display
    end-perform.
    perform varying da-ridx from 1 by 1 until da-ridx > 4
        move da-reason-total(da-ridx) to da-total-display
        display 'Reason ' da-reason-name(da-ridx) '    '
            da-total-display
    end-perform.
    move da-grand-total to da-total-display.
    display 'Open deductions ' da-count '  ' da-total-display.

    if da-bucket-count(4) > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loaddeductions / 0110-readdeductline                       *
*>*****************************************************************
0100-loaddeductions.
    open input deduct-file.
    if ws-deduct-ok
        perform 0110-readdeductline
        perform until eof-deduct
            move spaces to da-tok-dedno da-tok-date da-tok-customer
                da-tok-invoice da-tok-amount da-tok-reason
                da-tok-owner da-tok-status
            unstring deduct-record delimited by ','
                into da-tok-dedno da-tok-date da-tok-customer
                    da-tok-invoice da-tok-amount da-tok-reason
                    da-tok-owner da-tok-status
            end-unstring
            if da-tok-status = 'OPEN'
                perform 0150-adddeduction
            end-if
            perform 0110-readdeductline
        end-perform
        close deduct-file
    end-if.

0110-readdeductline.
    if not eof-deduct
        read deduct-file
            at end
                move 'Y' to ws-eof-deduct
        end-read
    end-if.

0150-adddeduction.
    if da-count >= 2000
        move 'Y' to da-overflow
    else
        add 1 to da-count
        move da-tok-dedno to dad-dedno(da-count)
        move da-tok-date to dad-date(da-count)
        move da-tok-customer to dad-customer(da-count)
        move da-tok-invoice to dad-invoice(da-count)
        compute dad-amount(da-count) = function numval(da-tok-amount)
        move da-tok-reason to dad-reason(da-count)
        move da-tok-owner to dad-owner(da-count)
        move 'N' to dad-done(da-count)
        move 0 to dad-age(da-count)
        move dateparse(da-tok-date, '02') to da-parse-result
        if da-p-success = 'Y'
            move fielded_to_linear(da-p-year, da-p-month, da-p-dom)
                to da-item-ld
            compute dad-age(da-count) = elapsedbusinessdays(
                da-item-ld, da-today-ld) - 1
            if dad-age(da-count) < 0
                move 0 to dad-age(da-count)
            end-if
        end-if
        evaluate true
            when dad-age(da-count) <= 10
                move 1 to dad-bucket(da-count)
            when dad-age(da-count) <= 20
                move 2 to dad-bucket(da-count)
            when dad-age(da-count) <= 40
                move 3 to dad-bucket(da-count)
            when other
                move 4 to dad-bucket(da-count)
        end-evaluate
    end-if.

*>*****************************************************************
*> 0300-oneowner                                                   *
*>*****************************************************************
0300-oneowner.
    if da-owner = spaces
        display 'Owner (unassigned)'
    else
        display 'Owner ' da-owner
    end-if.
    move 0 to da-owner-total.
    perform varying da-jdx from 1 by 1 until da-jdx > da-count
        if dad-done(da-jdx) = 'N' and dad-owner(da-jdx) = da-owner
            move 'Y' to dad-done(da-jdx)
            move dad-amount(da-jdx) to da-amount-display
            move dad-age(da-jdx) to da-age-display
            display '  ' dad-dedno(da-jdx) ' ' dad-customer(da-jdx)
                ' ' dad-invoice(da-jdx) ' ' dad-reason(da-jdx)
                ' ' da-age-display ' bd '
                da-bucket-name(dad-bucket(da-jdx)) ' '
                da-amount-display
            add dad-amount(da-jdx) to da-owner-total
            add dad-amount(da-jdx) to da-grand-total
            move dad-bucket(da-jdx) to da-bidx
            add dad-amount(da-jdx) to da-bucket-total(da-bidx)
            add 1 to da-bucket-count(da-bidx)
            perform varying da-ridx from 1 by 1 until da-ridx > 4
                if da-reason-name(da-ridx) = dad-reason(da-jdx)
                    add dad-amount(da-jdx)
                        to da-reason-total(da-ridx)
                end-if
            end-perform
        end-if
    end-perform.
    move da-owner-total to da-total-display.
    display '  owner total                                     '
        da-total-display.

end program dedaging.
