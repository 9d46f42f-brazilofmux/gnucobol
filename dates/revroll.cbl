*>*****************************************************************
*> revroll - Deferred revenue roll-forward and recognition batch.  *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> REVSCHED spreads each advance-billed contract on REVMAST.DAT    *
*> into REVSCHED.DAT; this closes a fiscal period from it.  Per    *
*> contract it prints the deferred revenue roll-forward -          *
*>                                                                *
*>   OPENING     billed before the period less what was recognized *
*>               or refunded before it                             *
*>   BILLED      AMOUNT, when BILLDATE (START when blank) falls in *
*>               the period                                        *
*>   RECOGNIZED  the period's REVSCHED.DAT recognition             *
*>   REFUNDED    the period's refunds on cancellation              *
*>   CLOSING     opening + billed - recognized - refunded          *
*>                                                                *
*> - and the totals, which are the deferred revenue account's      *
*> movement for the period.  A contract recognized ahead of its    *
*> billing shows a negative (unbilled) balance.                    *
*>                                                                *
*> The period-end recognition goes to REVJRNL.DAT as one batch in  *
*> GLGATE's H/D/T shape, batch id REV plus YYYYPP, dated the       *
*> period's last business day: Dr the REVREC debit account         *
*> (deferred revenue), Cr its credit account (revenue), accounts   *
*> from GLFEED's mapping file GLMAP.DAT.  Refunds in the period    *
*> join the batch under event REVREFUND when GLMAP.DAT maps it.    *
*> The file is rewritten each run, so a rerun replaces the batch   *
*> rather than doubling it; no batch is written into a period      *
*> PERIODSTAT shows closed.                                        *
*>                                                                *
*> Command line: [fiscal-start-month] [YYYY-PP]                    *
*>                        (default the current fiscal period)      *
*>                                                                *
*> RETURN-CODE 4 when the period is closed or refunds could not be *
*> journalled, 8 for a bad period or no REVREC line in GLMAP.DAT   *
*> (no batch written), 16 when REVMAST.DAT outgrows its table.     *
*>*****************************************************************
identification division.
program-id. revroll.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateparse
    function fielded_to_linear
    function fiscalperiodof
    function isperiodopen
    function linear_to_fielded
    function nthbusinessdayofmonth
    function all intrinsic.

input-output section.
file-control.

    select contract-file assign to 'revmast.dat'
        organization is line sequential
        access is sequential
        file status is ws-contract-status.

    select sched-file assign to 'revsched.dat'
        organization is line sequential
        access is sequential
        file status is ws-sched-status.

    select map-file assign to 'glmap.dat'
        organization is line sequential
        access is sequential
        file status is ws-map-status.

    select journal-file assign to 'revjrnl.dat'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  contract-file.

01  contract-record      pic x(120).

fd  sched-file.

01  sched-record         pic x(80).

fd  map-file.

01  map-record           pic x(80).

fd  journal-file.

01  journal-record       pic x(100).

working-storage section.
01  ws-contract-status   pic xx.
    88  ws-contract-ok       value '00'.
01  ws-sched-status      pic xx.
    88  ws-sched-ok          value '00'.
01  ws-map-status        pic xx.
    88  ws-map-ok            value '00'.

01  ws-eof-contract      pic x       value 'N'.
    88  eof-contract         value 'Y'.
01  ws-eof-sched         pic x       value 'N'.
    88  eof-sched            value 'Y'.
01  ws-eof-map           pic x       value 'N'.
    88  eof-map              value 'Y'.

01  ws-cmdline           pic x(200).
01  ws-arg-fiscal        pic x(2).
01  ws-arg-period        pic x(10).

01  rr-fiscalstart       pic 99 comp-5 value 1.

*>  REVMAST.DAT with each contract's period figures.
*>
01  rr-contracts.
    05  rr-contract occurs 5000 times.
        10  rrc-id           pic x(12).
        10  rrc-customer     pic x(20).
        10  rrc-amount       pic s9(9)v99 comp-5.
        10  rrc-bill-key     usage signed-int.
        10  rrc-rec-before   pic s9(9)v99 comp-5.
        10  rrc-ref-before   pic s9(9)v99 comp-5.
        10  rrc-recognized   pic s9(9)v99 comp-5.
        10  rrc-refunded     pic s9(9)v99 comp-5.
01  rr-contract-count    usage signed-int value 0.
01  rr-cidx              usage signed-int.
01  rr-overflow          pic x value 'N'.

01  rr-target-fy         pic s9(9)   comp-5.
01  rr-target-period     pic 99      comp-5.
01  rr-target-key        usage signed-int.
01  rr-sched-key         usage signed-int.
01  rr-unknown-count     usage signed-int value 0.

01  rr-opening           pic s9(9)v99 comp-5.
01  rr-billed            pic s9(9)v99 comp-5.
01  rr-closing           pic s9(9)v99 comp-5.
01  rr-total-opening     pic s9(11)v99 comp-5 value 0.
01  rr-total-billed      pic s9(11)v99 comp-5 value 0.
01  rr-total-recognized  pic s9(11)v99 comp-5 value 0.
01  rr-total-refunded    pic s9(11)v99 comp-5 value 0.
01  rr-total-closing     pic s9(11)v99 comp-5 value 0.
01  rr-line-count        usage signed-int value 0.

*>  the recognition batch.
*>
01  rr-rec-debit         pic x(16).
01  rr-rec-credit        pic x(16).
01  rr-ref-debit         pic x(16).
01  rr-ref-credit        pic x(16).
01  rr-rec-mapped        pic x value 'N'.
01  rr-ref-mapped        pic x value 'N'.
01  rr-batchid           pic x(12).
01  rr-post-date         pic x(10).
01  rr-cal-year          pic s9(9)   comp-5.
01  rr-cal-month         pic 99      comp-5.
01  rr-post-ld           usage signed-int.
01  rr-last              usage signed-int value -1.
01  rr-bill-ld           usage signed-int.
01  rr-lines             usage signed-int.
01  rr-hash              pic s9(13)v99 comp-5.
01  rr-dr-account        pic x(16).
01  rr-cr-account        pic x(16).
01  rr-journal-amount    pic s9(11)v99 comp-5.

01  rr-tok-1             pic x(30).
01  rr-tok-2             pic x(30).
01  rr-tok-3             pic x(30).
01  rr-tok-4             pic x(30).
01  rr-tok-5             pic x(30).
01  rr-tok-6             pic x(30).
01  rr-tok-7             pic x(30).

01  rr-fy-display        pic 9(4).
01  rr-pp-display        pic 99.
01  rr-year-display      pic 9(4).
01  rr-month-display     pic 99.
01  rr-dom-display       pic 99.
01  rr-open-display      pic -(10)9.99.
01  rr-billed-display    pic -(10)9.99.
01  rr-rec-display       pic -(10)9.99.
01  rr-ref-display       pic -(10)9.99.
01  rr-close-display     pic -(10)9.99.
01  rr-amount-display    pic -(10)9.99.
01  rr-hash-display      pic -(12)9.99.
01  rr-count-display     pic z(5)9.
01  rr-lines-display     pic 9.
01  rr-line              pic x(100).
01  rr-date-text         pic x(20).

01  rr-fpo-result.
    05  rr-fpo-period        pic 99      comp-5.
    05  rr-fpo-fiscalyear    pic s9(9)   comp-5.

01  rr-parse-result.
    05  rr-p-fielded.
        10  rr-p-year        pic s9(9)   comp-5.
        10  rr-p-month       pic 99      comp-5.
        10  rr-p-dom         pic 99      comp-5.
    05  rr-p-success     pic x.

01  rr-fielded-date.
    05  rr-year              pic s9(9)   comp-5.
    05  rr-month             pic 99      comp-5.
    05  rr-dom               pic 99      comp-5.
    05  rr-doy               pic 999     comp-5.
    05  rr-dow               pic 9       comp-5.

01  rr-today-ld          usage signed-int.

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
    move spaces to ws-arg-fiscal ws-arg-period.
    unstring ws-cmdline delimited by all space
        into ws-arg-fiscal ws-arg-period.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to rr-fiscalstart
    end-if.
    if rr-fiscalstart < 1 or rr-fiscalstart > 12
        move 1 to rr-fiscalstart
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to rr-fielded-date.
    move fielded_to_linear(rr-year, rr-month, rr-dom)
        to rr-today-ld.
    move fiscalperiodof(rr-today-ld, rr-fiscalstart)
        to rr-fpo-result.
    move rr-fpo-fiscalyear to rr-target-fy.
    move rr-fpo-period to rr-target-period.

    if ws-arg-period not = spaces and ws-arg-period not = low-values
        move spaces to rr-tok-1 rr-tok-2
        unstring ws-arg-period delimited by '-'
            into rr-tok-1 rr-tok-2
        end-unstring
        if function test-numval(rr-tok-1) not = 0
                or function test-numval(rr-tok-2) not = 0
            display 'Period "' function trim(ws-arg-period)
                '" must be YYYY-PP.'
            move 8 to return-code
            go to 9000-end
        end-if
        move function numval(rr-tok-1) to rr-target-fy
        move function numval(rr-tok-2) to rr-target-period
        if rr-target-period < 1 or rr-target-period > 12
            display 'Period "' function trim(ws-arg-period)
                '" must be YYYY-PP.'
            move 8 to return-code
            go to 9000-end
        end-if
    end-if.
    compute rr-target-key = (rr-target-fy * 100) + rr-target-period.
    move rr-target-fy to rr-fy-display.
    move rr-target-period to rr-pp-display.

    perform 0100-loadcontracts thru 0100-exit.
    if rr-overflow = 'Y'
        display 'revmast.dat exceeds its 5000-contract table;'
            ' run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.
    perform 0200-loadschedule thru 0200-exit.
    perform 0250-loadmap thru 0250-exit.
    perform 0500-report thru 0500-exit.
    perform 0700-writejournal thru 0700-exit.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadcontracts                                              *
*>*****************************************************************
0100-loadcontracts.
    open input contract-file.
    if not ws-contract-ok
        display 'No revmast.dat; nothing to roll forward.'
        go to 0100-exit
    end-if.
    perform 0910-readcontract.
    perform until eof-contract
        move spaces to rr-tok-1 rr-tok-2 rr-tok-3 rr-tok-4 rr-tok-5
            rr-tok-6 rr-tok-7
        unstring contract-record delimited by ','
            into rr-tok-1 rr-tok-2 rr-tok-3 rr-tok-4 rr-tok-5
                rr-tok-6 rr-tok-7
        end-unstring
        if rr-tok-1 not = spaces
            if rr-contract-count >= 5000
                move 'Y' to rr-overflow
                close contract-file
                go to 0100-exit
            end-if
            add 1 to rr-contract-count
            move rr-contract-count to rr-cidx
            move rr-tok-1 to rrc-id(rr-cidx)
            move rr-tok-2 to rrc-customer(rr-cidx)
            move 0 to rrc-amount(rr-cidx) rrc-rec-before(rr-cidx)
                rrc-ref-before(rr-cidx) rrc-recognized(rr-cidx)
                rrc-refunded(rr-cidx)
            if function test-numval(rr-tok-3) = 0
                move function numval(rr-tok-3) to rrc-amount(rr-cidx)
            end-if
            if rr-tok-7 = spaces
                move rr-tok-4 to rr-date-text
            else
                move rr-tok-7 to rr-date-text
            end-if
            move dateparse(rr-date-text, '02') to rr-parse-result
            if rr-p-success = 'Y'
                move fielded_to_linear(rr-p-year, rr-p-month,
                        rr-p-dom) to rr-bill-ld
                move fiscalperiodof(rr-bill-ld, rr-fiscalstart)
                    to rr-fpo-result
                compute rrc-bill-key(rr-cidx) =
                    (rr-fpo-fiscalyear * 100) + rr-fpo-period
            else
                display 'Contract ' function trim(rr-tok-1)
                    ': billing date does not parse; treated as'
                    ' not yet billed.'
                move 999999 to rrc-bill-key(rr-cidx)
            end-if
        end-if
        perform 0910-readcontract
    end-perform.
    close contract-file.
0100-exit.
    exit.

*>*****************************************************************
*> 0200-loadschedule                                               *
*>                                                                *
*> Each REVSCHED.DAT line into its contract's before-the-period or *
*> in-the-period figures; later periods are not needed.            *
*>*****************************************************************
0200-loadschedule.
    open input sched-file.
    if not ws-sched-ok
        display 'No revsched.dat; run REVSCHED first.'
        go to 0200-exit
    end-if.
    move 0 to rr-cidx.
    perform 0920-readsched.
    perform until eof-sched
        move spaces to rr-tok-1 rr-tok-2 rr-tok-3 rr-tok-4 rr-tok-5
            rr-tok-6 rr-tok-7
        unstring sched-record delimited by ','
            into rr-tok-1 rr-tok-2 rr-tok-3 rr-tok-4 rr-tok-5
                rr-tok-6 rr-tok-7
        end-unstring
        compute rr-sched-key = (function numval(rr-tok-3) * 100)
            + function numval(rr-tok-4)
        if rr-sched-key <= rr-target-key
            perform 0210-findcontract thru 0210-exit
            if rr-cidx > 0
                if rr-sched-key < rr-target-key
                    add function numval(rr-tok-5)
                        to rrc-rec-before(rr-cidx)
                    add function numval(rr-tok-6)
                        to rrc-ref-before(rr-cidx)
                else
                    add function numval(rr-tok-5)
                        to rrc-recognized(rr-cidx)
                    add function numval(rr-tok-6)
                        to rrc-refunded(rr-cidx)
                end-if
            end-if
        end-if
        perform 0920-readsched
    end-perform.
    close sched-file.
    if rr-unknown-count > 0
        move rr-unknown-count to rr-count-display
        display rr-count-display ' revsched.dat line(s) for'
            ' contracts not on revmast.dat; rerun REVSCHED.'
    end-if.
0200-exit.
    exit.

*>  RR-CIDX the contract named in RR-TOK-1, 0 when it is not on the
*>  master; the schedule is grouped by contract, so the last one
*>  found is tried first.
*>
0210-findcontract.
    if rr-cidx > 0
        if rrc-id(rr-cidx) = rr-tok-1
            go to 0210-exit
        end-if
    end-if.
    perform varying rr-cidx from 1 by 1
            until rr-cidx > rr-contract-count
        if rrc-id(rr-cidx) = rr-tok-1
            go to 0210-exit
        end-if
    end-perform.
    move 0 to rr-cidx.
    add 1 to rr-unknown-count.
0210-exit.
    exit.

*>*****************************************************************
*> 0250-loadmap                                                    *
*>*****************************************************************
0250-loadmap.
    open input map-file.
    if not ws-map-ok
        go to 0250-exit
    end-if.
    perform 0930-readmap.
    perform until eof-map
        move spaces to rr-tok-1 rr-tok-2 rr-tok-3
        unstring map-record delimited by ','
            into rr-tok-1 rr-tok-2 rr-tok-3
        end-unstring
        evaluate function upper-case(rr-tok-1)
            when 'REVREC'
                move rr-tok-2 to rr-rec-debit
                move rr-tok-3 to rr-rec-credit
                move 'Y' to rr-rec-mapped
            when 'REVREFUND'
                move rr-tok-2 to rr-ref-debit
                move rr-tok-3 to rr-ref-credit
                move 'Y' to rr-ref-mapped
            when other
                continue
        end-evaluate
        perform 0930-readmap
    end-perform.
    close map-file.
0250-exit.
    exit.

*>*****************************************************************
*> 0500-report                                                     *
*>*****************************************************************
0500-report.
    display 'DEFERRED REVENUE ROLL-FORWARD  fiscal year '
        rr-fy-display ' period ' rr-pp-display.
    display ' '.
    display 'Contract     Customer            '
        '       Opening         Billed     Recognized'
        '       Refunded        Closing'.
    perform varying rr-cidx from 1 by 1
            until rr-cidx > rr-contract-count
        perform 0550-onecontract thru 0550-exit
    end-perform.

    move rr-total-opening to rr-open-display.
    move rr-total-billed to rr-billed-display.
    move rr-total-recognized to rr-rec-display.
    move rr-total-refunded to rr-ref-display.
    move rr-total-closing to rr-close-display.
    display ' '.
    display 'TOTALS                           '
        rr-open-display rr-billed-display rr-rec-display
        rr-ref-display rr-close-display.
    move rr-line-count to rr-count-display.
    display rr-count-display ' contract(s) with deferred revenue'
        ' or activity.'.
0500-exit.
    exit.

0550-onecontract.
    move 0 to rr-opening rr-billed.
    if rrc-bill-key(rr-cidx) < rr-target-key
        move rrc-amount(rr-cidx) to rr-opening
    end-if.
    if rrc-bill-key(rr-cidx) = rr-target-key
        move rrc-amount(rr-cidx) to rr-billed
    end-if.
    subtract rrc-rec-before(rr-cidx) from rr-opening.
    subtract rrc-ref-before(rr-cidx) from rr-opening.
    compute rr-closing = rr-opening + rr-billed
        - rrc-recognized(rr-cidx) - rrc-refunded(rr-cidx).
    if rr-opening = 0 and rr-billed = 0
            and rrc-recognized(rr-cidx) = 0
            and rrc-refunded(rr-cidx) = 0
        go to 0550-exit
    end-if.

    add rr-opening to rr-total-opening.
    add rr-billed to rr-total-billed.
    add rrc-recognized(rr-cidx) to rr-total-recognized.
    add rrc-refunded(rr-cidx) to rr-total-refunded.
    add rr-closing to rr-total-closing.
    add 1 to rr-line-count.

    move rr-opening to rr-open-display.
    move rr-billed to rr-billed-display.
    move rrc-recognized(rr-cidx) to rr-rec-display.
    move rrc-refunded(rr-cidx) to rr-ref-display.
    move rr-closing to rr-close-display.
    display rrc-id(rr-cidx) ' ' rrc-customer(rr-cidx)
        rr-open-display rr-billed-display rr-rec-display
        rr-ref-display rr-close-display.
0550-exit.
    exit.

*>*****************************************************************
*> 0700-writejournal                                               *
*>                                                                *
*> One batch dated the period's last business day: the             *
*> recognition, and the refunds when REVREFUND is mapped.  An      *
*> empty file when there is nothing to post.                       *
*>*****************************************************************
0700-writejournal.
    open output journal-file.
    if rr-rec-mapped = 'N'
        display 'No REVREC line in glmap.dat; no batch written.'
        move 8 to return-code
        go to 0790-close
    end-if.
    if isperiodopen(rr-target-fy, rr-target-period) = 'N'
        display 'Period ' rr-fy-display '-' rr-pp-display
            ' is closed on PERIODSTAT; no batch written.'
        move 4 to return-code
        go to 0790-close
    end-if.
    if rr-total-refunded not = 0 and rr-ref-mapped = 'N'
        display 'No REVREFUND line in glmap.dat; refunds are not'
            ' in the batch.'
        move 4 to return-code
        move 0 to rr-total-refunded
    end-if.
    if rr-total-recognized = 0 and rr-total-refunded = 0
        display 'Nothing recognized or refunded; no batch written.'
        go to 0790-close
    end-if.

    compute rr-cal-month =
        function mod(rr-fiscalstart + rr-target-period - 2, 12) + 1.
    move rr-target-fy to rr-cal-year.
    if rr-cal-month < rr-fiscalstart
        add 1 to rr-cal-year
    end-if.
    move nthbusinessdayofmonth(rr-cal-year, rr-cal-month, rr-last)
        to rr-post-ld.
    move linear_to_fielded(rr-post-ld) to rr-fielded-date.
    move rr-year to rr-year-display.
    move rr-month to rr-month-display.
    move rr-dom to rr-dom-display.
    move spaces to rr-post-date.
    string rr-year-display '-' rr-month-display '-' rr-dom-display
        delimited by size into rr-post-date.
    move spaces to rr-batchid.
    string 'REV' rr-fy-display rr-pp-display
        delimited by size into rr-batchid.

    move spaces to rr-line.
    string 'H,' function trim(rr-batchid) ',' rr-post-date
        delimited by size into rr-line.
    move rr-line to journal-record.
    write journal-record.

    move 0 to rr-lines rr-hash.
    if rr-total-recognized not = 0
        move rr-rec-debit to rr-dr-account
        move rr-rec-credit to rr-cr-account
        move rr-total-recognized to rr-journal-amount
        perform 0750-onepair thru 0750-exit
    end-if.
    if rr-total-refunded not = 0
        move rr-ref-debit to rr-dr-account
        move rr-ref-credit to rr-cr-account
        move rr-total-refunded to rr-journal-amount
        perform 0750-onepair thru 0750-exit
    end-if.

    move rr-lines to rr-lines-display.
    move rr-hash to rr-hash-display.
    move spaces to rr-line.
    string 'T,' function trim(rr-batchid) ',' rr-lines-display ','
        function trim(rr-hash-display)
        delimited by size into rr-line.
    move rr-line to journal-record.
    write journal-record.

    move rr-total-recognized to rr-amount-display.
    display 'Batch ' function trim(rr-batchid) ' dated '
        rr-post-date ' recognizes '
        function trim(rr-amount-display) ' - revjrnl.dat.'.
0790-close.
    close journal-file.
0700-exit.
    exit.

*>  One debit and one credit line of RR-JOURNAL-AMOUNT.
*>
0750-onepair.
    move rr-journal-amount to rr-amount-display.
    move spaces to rr-line.
    string 'D,' function trim(rr-batchid) ','
        function trim(rr-dr-account) ','
        function trim(rr-amount-display) ',0.00'
        delimited by size into rr-line.
    move rr-line to journal-record.
    write journal-record.

    move spaces to rr-line.
    string 'D,' function trim(rr-batchid) ','
        function trim(rr-cr-account) ',0.00,'
        function trim(rr-amount-display)
        delimited by size into rr-line.
    move rr-line to journal-record.
    write journal-record.

    add 2 to rr-lines.
    compute rr-hash = rr-hash + (rr-journal-amount * 2).
0750-exit.
    exit.

0910-readcontract.
    read contract-file
        at end
            move 'Y' to ws-eof-contract
    end-read.

0920-readsched.
    read sched-file
        at end
            move 'Y' to ws-eof-sched
    end-read.

0930-readmap.
    read map-file
        at end
            move 'Y' to ws-eof-map
    end-read.
