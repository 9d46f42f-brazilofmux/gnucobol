*>*****************************************************************
*> revsched - Deferred revenue recognition schedule generator.     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Annual maintenance and subscriptions are billed up front and    *
*> were spread across months in a spreadsheet nobody tied to the   *
*> GL.  In the mold of DEPRSCHED, this reads the revenue-contract  *
*> master REVMAST.DAT - one comma-delimited line per contract,     *
*>                                                                *
*>   CONTRACTID,CUSTOMER,AMOUNT,START,END,METHOD[,BILLDATE]        *
*>                                                                *
*> (START and END the first and last days of service as            *
*> YYYY-MM-DD, BILLDATE when the amount was billed, START when     *
*> blank) - and spreads AMOUNT across the fiscal periods of the    *
*> service term, periods assigned through FISCALPERIODOF:          *
*>                                                                *
*>   D  daily ratable - each period's share of the term's days;    *
*>   M  straight monthly - an equal share for every whole period,  *
*>      a part period prorated by the days of it in service.       *
*>                                                                *
*> Days are counted on linear dates, inclusive, and the spread     *
*> runs on cumulative rounding so the periods sum to AMOUNT to the *
*> penny.                                                          *
*>                                                                *
*> Mid-term changes come from REVCHG.DAT, oldest first,            *
*>                                                                *
*>   CONTRACTID,CHANGEDATE,ACTION,NEWEND[,REFUND]                  *
*>                                                                *
*> ACTION EXTEND moves the end of service to NEWEND; ACTION CANCEL *
*> ends service on CHANGEDATE, REFUND (if any) going back to the   *
*> customer.  Either way what the current spread recognizes for    *
*> the days before CHANGEDATE stands, and the unrecognized         *
*> remainder is re-spread by the contract's method from CHANGEDATE *
*> to the new end - for a cancellation, less the refund, all of it *
*> in CHANGEDATE's period.  No change is taken after a CANCEL.     *
*>                                                                *
*> REVSCHED.DAT is rewritten with one line per contract and fiscal *
*> period,                                                         *
*>                                                                *
*>   CONTRACTID,SEQ,FISCALYEAR,PERIOD,RECOGNIZED,REFUNDED,DEFERRED *
*>                                                                *
*> DEFERRED being what is left unrecognized after the period.      *
*> REVROLL reports and journals from it.                           *
*>                                                                *
*> Command line: [fiscal-start-month]                              *
*>                                                                *
*> RETURN-CODE 4 when a contract or change is rejected, 8 when     *
*> REVMAST.DAT is missing, 16 when REVCHG.DAT outgrows its table   *
*> (nothing is written).                                           *
*>*****************************************************************
identification division.
program-id. revsched.

environment division.
configuration section.
repository.
    function dateparse
    function fielded_to_linear
    function fiscalperiodof
    function all intrinsic.

input-output section.
file-control.

    select contract-file assign to 'revmast.dat'
        organization is line sequential
        access is sequential
        file status is ws-contract-status.

    select change-file assign to 'revchg.dat'
        organization is line sequential
        access is sequential
        file status is ws-change-status.

    select sched-file assign to 'revsched.dat'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  contract-file.

01  contract-record      pic x(120).

fd  change-file.

01  change-record        pic x(80).

fd  sched-file.

01  sched-record         pic x(80).

working-storage section.
01  ws-contract-status   pic xx.
    88  ws-contract-ok       value '00'.
01  ws-change-status     pic xx.
    88  ws-change-ok         value '00'.

01  ws-eof-contract      pic x       value 'N'.
    88  eof-contract         value 'Y'.
01  ws-eof-change        pic x       value 'N'.
    88  eof-change           value 'Y'.

01  ws-cmdline           pic x(40).
01  ws-arg-fiscal        pic x(2).
01  rs-fiscalstart       pic 99 comp-5 value 1.

01  rs-tok-1             pic x(30).
01  rs-tok-2             pic x(30).
01  rs-tok-3             pic x(30).
01  rs-tok-4             pic x(30).
01  rs-tok-5             pic x(30).
01  rs-tok-6             pic x(30).
01  rs-tok-7             pic x(30).

*>  the contract being scheduled.
*>
01  rs-contract          pic x(12).
01  rs-amount            pic s9(9)v99 comp-5.
01  rs-start-ld          usage signed-int.
01  rs-end-ld            usage signed-int.
01  rs-method            pic x.
01  rs-bad               pic x.
01  rs-cancelled         pic x.
01  rs-changed           pic x.
01  rs-last-change-ld    usage signed-int.

*>  the span being spread and what is still to recognize.
*>
01  rs-from-ld           usage signed-int.
01  rs-to-ld             usage signed-int.
01  rs-remain            pic s9(9)v99 comp-5.
01  rs-change-ld         usage signed-int.

*>  REVCHG.DAT, loaded whole.
*>
01  rs-changes.
    05  rs-change occurs 5000 times.
        10  rsc-contract     pic x(12).
        10  rsc-ld           usage signed-int.
        10  rsc-action       pic x(6).
        10  rsc-newend-ld    usage signed-int.
        10  rsc-refund       pic s9(9)v99 comp-5.
        10  rsc-bad          pic x.
01  rs-change-count      usage signed-int value 0.
01  rs-cidx              usage signed-int.
01  rs-overflow          pic x value 'N'.

*>  one slot per fiscal period the walk passes through: the
*>  period's days, those in service, and their spread.
*>
01  rs-slots.
    05  rs-slot occurs 300 times.
        10  rsw-key          usage signed-int.
        10  rsw-days         usage signed-int.
        10  rsw-covered      usage signed-int.
        10  rsw-first-ld     usage signed-int.
        10  rsw-last-ld      usage signed-int.
        10  rsw-amount       pic s9(9)v99 comp-5.
01  rs-slot-count        usage signed-int.
01  rs-widx              usage signed-int.

*>  the contract's schedule as it is committed.
*>
01  rs-schedule.
    05  rs-sched occurs 300 times.
        10  rss-key          usage signed-int.
        10  rss-recognized   pic s9(9)v99 comp-5.
        10  rss-refunded     pic s9(9)v99 comp-5.
01  rs-sched-count       usage signed-int.
01  rs-sidx              usage signed-int.
01  rs-shifting          pic x.

01  rs-day-ld            usage signed-int.
01  rs-walk-end-ld       usage signed-int.
01  rs-period-key        usage signed-int.
01  rs-weight            pic s9(7)v9(6) comp-5.
01  rs-total-weight      pic s9(7)v9(6) comp-5.
01  rs-cum-weight        pic s9(7)v9(6) comp-5.
01  rs-cum-amount        pic s9(9)v99 comp-5.
01  rs-prev-amount       pic s9(9)v99 comp-5.
01  rs-portion           pic s9(9)v99 comp-5.
01  rs-add-key           usage signed-int.
01  rs-add-recognized    pic s9(9)v99 comp-5.
01  rs-add-refunded      pic s9(9)v99 comp-5.
01  rs-deferred          pic s9(9)v99 comp-5.

01  rs-contract-count    usage signed-int value 0.
01  rs-bad-count         usage signed-int value 0.
01  rs-change-applied    usage signed-int value 0.
01  rs-change-rejected   usage signed-int value 0.
01  rs-count-display     pic z(5)9.

01  rs-fpo-result.
    05  rs-fpo-period        pic 99      comp-5.
    05  rs-fpo-fiscalyear    pic s9(9)   comp-5.

01  rs-parse-result.
    05  rs-p-fielded.
        10  rs-p-year        pic s9(9)   comp-5.
        10  rs-p-month       pic 99      comp-5.
        10  rs-p-dom         pic 99      comp-5.
    05  rs-p-success     pic x.

01  rs-date-text         pic x(20).

*>  one REVSCHED.DAT line.
*>
01  rs-sched-line.
    05  rp-contract     pic x(12).
    05  filler          pic x       value ','.
    05  rp-seq          pic 9(3).
    05  filler          pic x       value ','.
    05  rp-fy           pic 9(4).
    05  filler          pic x       value ','.
    05  rp-period       pic 99.
    05  filler          pic x       value ','.
    05  rp-recognized   pic 9(9).99.
    05  filler          pic x       value ','.
    05  rp-refunded     pic 9(9).99.
    05  filler          pic x       value ','.
    05  rp-deferred     pic 9(9).99.

procedure division.
0000-start-here.
    move 0 to return-code.
    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    unstring ws-cmdline delimited by all space
        into ws-arg-fiscal.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to rs-fiscalstart
    end-if.
    if rs-fiscalstart < 1 or rs-fiscalstart > 12
        move 1 to rs-fiscalstart
    end-if.

    perform 0100-loadchanges thru 0100-exit.
    if rs-overflow = 'Y'
        display 'revchg.dat exceeds its 5000-change table;'
            ' run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.

    open input contract-file.
    if not ws-contract-ok
        display 'revmast.dat is missing entirely.'
        move 8 to return-code
        go to 9000-end
    end-if.
    open output sched-file.

    perform 0910-readcontract.
    perform until eof-contract
        perform 0200-onecontract thru 0200-exit
        perform 0910-readcontract
    end-perform.

    close contract-file.
    close sched-file.

    perform varying rs-cidx from 1 by 1
            until rs-cidx > rs-change-count
        if rsc-bad(rs-cidx) = 'N'
            display 'Change for ' function trim(rsc-contract(rs-cidx))
                ': contract not on revmast.dat, ignored.'
            add 1 to rs-change-rejected
        end-if
    end-perform.

    move rs-contract-count to rs-count-display.
    display 'Contracts scheduled: ' rs-count-display.
    move rs-bad-count to rs-count-display.
    display 'Contracts rejected:  ' rs-count-display.
    move rs-change-applied to rs-count-display.
    display 'Changes applied:     ' rs-count-display.
    move rs-change-rejected to rs-count-display.
    display 'Changes rejected:    ' rs-count-display.
    if rs-bad-count > 0 or rs-change-rejected > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadchanges                                                *
*>                                                                *
*> RSC-BAD starts N for every change and becomes Y (rejected) or   *
*> A (applied) as its contract is scheduled, so what is still N    *
*> at the end names a contract that is not on the master.          *
*>*****************************************************************
0100-loadchanges.
    open input change-file.
    if not ws-change-ok
        go to 0100-exit
    end-if.
    perform 0920-readchange.
    perform until eof-change
        move spaces to rs-tok-1 rs-tok-2 rs-tok-3 rs-tok-4 rs-tok-5
        unstring change-record delimited by ','
            into rs-tok-1 rs-tok-2 rs-tok-3 rs-tok-4 rs-tok-5
        end-unstring
        if rs-tok-1 not = spaces
            if rs-change-count >= 5000
                move 'Y' to rs-overflow
                move 'Y' to ws-eof-change
                go to 0100-exit
            end-if
            add 1 to rs-change-count
            move rs-change-count to rs-cidx
            move rs-tok-1 to rsc-contract(rs-cidx)
            move function upper-case(rs-tok-3) to rsc-action(rs-cidx)
            move 'N' to rsc-bad(rs-cidx)
            move 0 to rsc-ld(rs-cidx) rsc-newend-ld(rs-cidx)
                rsc-refund(rs-cidx)
            move rs-tok-2 to rs-date-text
            move dateparse(rs-date-text, '02') to rs-parse-result
            if rs-p-success = 'Y'
                move fielded_to_linear(rs-p-year, rs-p-month,
                        rs-p-dom) to rsc-ld(rs-cidx)
            else
                move 'Y' to rsc-bad(rs-cidx)
            end-if
            if rsc-action(rs-cidx) = 'EXTEND'
                move rs-tok-4 to rs-date-text
                move dateparse(rs-date-text, '02') to rs-parse-result
                if rs-p-success = 'Y'
                    move fielded_to_linear(rs-p-year, rs-p-month,
                            rs-p-dom) to rsc-newend-ld(rs-cidx)
                else
                    move 'Y' to rsc-bad(rs-cidx)
                end-if
            end-if
            if rs-tok-5 not = spaces
                if function test-numval(rs-tok-5) = 0
                    move function numval(rs-tok-5)
                        to rsc-refund(rs-cidx)
                else
                    move 'Y' to rsc-bad(rs-cidx)
                end-if
            end-if
            if (rsc-action(rs-cidx) not = 'EXTEND'
                    and rsc-action(rs-cidx) not = 'CANCEL')
                    or rsc-refund(rs-cidx) < 0
                move 'Y' to rsc-bad(rs-cidx)
            end-if
            if rsc-bad(rs-cidx) = 'Y'
                display 'Change for ' function trim(rs-tok-1)
                    ' dated ' function trim(rs-tok-2)
                    ': malformed, ignored.'
                add 1 to rs-change-rejected
            end-if
        end-if
        perform 0920-readchange
    end-perform.
    close change-file.
0100-exit.
    exit.

*>*****************************************************************
*> 0200-onecontract                                                *
*>*****************************************************************
0200-onecontract.
    move spaces to rs-tok-1 rs-tok-2 rs-tok-3 rs-tok-4 rs-tok-5
        rs-tok-6 rs-tok-7.
    unstring contract-record delimited by ','
        into rs-tok-1 rs-tok-2 rs-tok-3 rs-tok-4 rs-tok-5 rs-tok-6
            rs-tok-7
    end-unstring.
    if rs-tok-1 = spaces
        go to 0200-exit
    end-if.

    move rs-tok-1 to rs-contract.
    move function upper-case(rs-tok-6) to rs-method.
    move 'N' to rs-bad.
    if function test-numval(rs-tok-3) = 0
        move function numval(rs-tok-3) to rs-amount
    else
        move 0 to rs-amount
    end-if.
    move rs-tok-4 to rs-date-text.
    move dateparse(rs-date-text, '02') to rs-parse-result.
    if rs-p-success = 'Y'
        move fielded_to_linear(rs-p-year, rs-p-month, rs-p-dom)
            to rs-start-ld
    else
        move 'Y' to rs-bad
    end-if.
    move rs-tok-5 to rs-date-text.
    move dateparse(rs-date-text, '02') to rs-parse-result.
    if rs-p-success = 'Y'
        move fielded_to_linear(rs-p-year, rs-p-month, rs-p-dom)
            to rs-end-ld
    else
        move 'Y' to rs-bad
    end-if.
    if rs-bad = 'N'
        if rs-end-ld < rs-start-ld
                or rs-end-ld - rs-start-ld > 7300
            move 'Y' to rs-bad
        end-if
    end-if.
    if rs-amount <= 0 or (rs-method not = 'D' and rs-method not = 'M')
        move 'Y' to rs-bad
    end-if.
    if rs-bad = 'Y'
        display 'Contract ' function trim(rs-contract)
            ': bad master record, skipped.'
        add 1 to rs-bad-count
        go to 0200-exit
    end-if.

    move 0 to rs-sched-count.
    move rs-start-ld to rs-from-ld.
    move rs-end-ld to rs-to-ld.
    move rs-amount to rs-remain.
    move 'N' to rs-cancelled.
    move 'N' to rs-changed.
    perform 0400-spread thru 0400-exit.

    perform varying rs-cidx from 1 by 1
            until rs-cidx > rs-change-count
        if rsc-contract(rs-cidx) = rs-contract
                and rsc-bad(rs-cidx) = 'N'
            perform 0300-onechange thru 0300-exit
        end-if
    end-perform.

*>  whatever the last spread holds is recognized as spread.
*>
    perform varying rs-widx from 1 by 1
            until rs-widx > rs-slot-count
        if rsw-amount(rs-widx) not = 0
            move rsw-key(rs-widx) to rs-add-key
            move rsw-amount(rs-widx) to rs-add-recognized
            move 0 to rs-add-refunded
            perform 0600-addsched thru 0600-exit
        end-if
    end-perform.

    perform 0700-writeschedule thru 0700-exit.
    add 1 to rs-contract-count.
0200-exit.
    exit.

*>*****************************************************************
*> 0300-onechange                                                  *
*>                                                                *
*> Commits the current spread for the days before the change,      *
*> takes any refund, and re-spreads the remainder from the change  *
*> date to the new end.                                            *
*>*****************************************************************
0300-onechange.
    move rsc-ld(rs-cidx) to rs-change-ld.
    move 'Y' to rsc-bad(rs-cidx).
    if rs-cancelled = 'Y'
        display 'Change for ' function trim(rs-contract)
            ': contract already cancelled, ignored.'
        add 1 to rs-change-rejected
        go to 0300-exit
    end-if.
    if rs-changed = 'Y' and rs-change-ld < rs-last-change-ld
        display 'Change for ' function trim(rs-contract)
            ': dated before the previous change, ignored.'
        add 1 to rs-change-rejected
        go to 0300-exit
    end-if.
    if rsc-action(rs-cidx) = 'EXTEND'
            and rsc-newend-ld(rs-cidx) < rs-change-ld
        display 'Change for ' function trim(rs-contract)
            ': new end before the change date, ignored.'
        add 1 to rs-change-rejected
        go to 0300-exit
    end-if.

    perform varying rs-widx from 1 by 1
            until rs-widx > rs-slot-count
        perform 0500-commitbefore thru 0500-exit
    end-perform.

    if rsc-action(rs-cidx) = 'CANCEL'
        move rsc-refund(rs-cidx) to rs-add-refunded
        if rs-add-refunded > rs-remain
            display 'Change for ' function trim(rs-contract)
                ': refund more than the unrecognized remainder;'
                ' the remainder is refunded.'
            move rs-remain to rs-add-refunded
            move 4 to return-code
        end-if
        if rs-add-refunded > 0
            move fiscalperiodof(rs-change-ld, rs-fiscalstart)
                to rs-fpo-result
            compute rs-add-key =
                (rs-fpo-fiscalyear * 100) + rs-fpo-period
            move 0 to rs-add-recognized
            perform 0600-addsched thru 0600-exit
            subtract rs-add-refunded from rs-remain
        end-if
        move rs-change-ld to rs-to-ld
        move 'Y' to rs-cancelled
    else
        move rsc-newend-ld(rs-cidx) to rs-to-ld
    end-if.

    move rs-change-ld to rs-from-ld.
    perform 0400-spread thru 0400-exit.
    move 'A' to rsc-bad(rs-cidx).
    move 'Y' to rs-changed.
    move rs-change-ld to rs-last-change-ld.
    add 1 to rs-change-applied.
0300-exit.
    exit.

*>*****************************************************************
*> 0400-spread                                                     *
*>                                                                *
*> Walks day by day from a month before RS-FROM-LD to a month      *
*> after RS-TO-LD, so the first and last periods are seen whole,   *
*> and spreads RS-REMAIN over the slots in service: by days in     *
*> service for D, by the fraction of each period in service for M. *
*>*****************************************************************
0400-spread.
    move 0 to rs-slot-count.
    compute rs-day-ld = rs-from-ld - 31.
    compute rs-walk-end-ld = rs-to-ld + 31.
    perform until rs-day-ld > rs-walk-end-ld
        move fiscalperiodof(rs-day-ld, rs-fiscalstart)
            to rs-fpo-result
        compute rs-period-key =
            (rs-fpo-fiscalyear * 100) + rs-fpo-period
        if rs-slot-count = 0
                or rsw-key(rs-slot-count) not = rs-period-key
            add 1 to rs-slot-count
            move rs-period-key to rsw-key(rs-slot-count)
            move 0 to rsw-days(rs-slot-count)
                rsw-covered(rs-slot-count) rsw-amount(rs-slot-count)
                rsw-first-ld(rs-slot-count)
                rsw-last-ld(rs-slot-count)
        end-if
        add 1 to rsw-days(rs-slot-count)
        if rs-day-ld >= rs-from-ld and rs-day-ld <= rs-to-ld
            add 1 to rsw-covered(rs-slot-count)
            if rsw-covered(rs-slot-count) = 1
                move rs-day-ld to rsw-first-ld(rs-slot-count)
            end-if
            move rs-day-ld to rsw-last-ld(rs-slot-count)
        end-if
        add 1 to rs-day-ld
    end-perform.

    move 0 to rs-total-weight.
    perform varying rs-widx from 1 by 1
            until rs-widx > rs-slot-count
        perform 0450-weight
        add rs-weight to rs-total-weight
    end-perform.
    if rs-total-weight = 0 or rs-remain = 0
        go to 0400-exit
    end-if.

    move 0 to rs-cum-weight rs-prev-amount.
    perform varying rs-widx from 1 by 1
            until rs-widx > rs-slot-count
        perform 0450-weight
        add rs-weight to rs-cum-weight
        compute rs-cum-amount rounded =
            rs-remain * rs-cum-weight / rs-total-weight
        compute rsw-amount(rs-widx) = rs-cum-amount - rs-prev-amount
        move rs-cum-amount to rs-prev-amount
    end-perform.
0400-exit.
    exit.

0450-weight.
    if rs-method = 'M'
        compute rs-weight rounded =
            rsw-covered(rs-widx) / rsw-days(rs-widx)
    else
        move rsw-covered(rs-widx) to rs-weight
    end-if.

*>*****************************************************************
*> 0500-commitbefore                                               *
*>                                                                *
*> The part of slot RS-WIDX's spread for days before the change:   *
*> all of it for a period wholly before, the days' share of it for *
*> the period the change falls in.                                 *
*>*****************************************************************
0500-commitbefore.
    if rsw-covered(rs-widx) = 0
            or rsw-first-ld(rs-widx) >= rs-change-ld
        go to 0500-exit
    end-if.
    if rsw-last-ld(rs-widx) < rs-change-ld
        move rsw-amount(rs-widx) to rs-portion
    else
        compute rs-portion rounded = rsw-amount(rs-widx)
            * (rs-change-ld - rsw-first-ld(rs-widx))
            / rsw-covered(rs-widx)
    end-if.
    if rs-portion not = 0
        move rsw-key(rs-widx) to rs-add-key
        move rs-portion to rs-add-recognized
        move 0 to rs-add-refunded
        perform 0600-addsched thru 0600-exit
        subtract rs-portion from rs-remain
    end-if.
0500-exit.
    exit.

*>*****************************************************************
*> 0600-addsched                                                   *
*>                                                                *
*> Adds RS-ADD-RECOGNIZED and RS-ADD-REFUNDED to the schedule line *
*> for period RS-ADD-KEY, keeping the lines in period order.       *
*>*****************************************************************
0600-addsched.
    perform varying rs-sidx from 1 by 1
            until rs-sidx > rs-sched-count
        if rss-key(rs-sidx) = rs-add-key
            add rs-add-recognized to rss-recognized(rs-sidx)
            add rs-add-refunded to rss-refunded(rs-sidx)
            go to 0600-exit
        end-if
    end-perform.
    if rs-sched-count >= 300
        go to 0600-exit
    end-if.

    compute rs-sidx = rs-sched-count + 1.
    move 'Y' to rs-shifting.
    perform until rs-sidx = 1 or rs-shifting = 'N'
        if rss-key(rs-sidx - 1) < rs-add-key
            move 'N' to rs-shifting
        else
            move rs-sched(rs-sidx - 1) to rs-sched(rs-sidx)
            subtract 1 from rs-sidx
        end-if
    end-perform.
    add 1 to rs-sched-count.
    move rs-add-key to rss-key(rs-sidx).
    move rs-add-recognized to rss-recognized(rs-sidx).
    move rs-add-refunded to rss-refunded(rs-sidx).
0600-exit.
    exit.

*>*****************************************************************
*> 0700-writeschedule                                              *
*>*****************************************************************
0700-writeschedule.
    move rs-amount to rs-deferred.
    perform varying rs-sidx from 1 by 1
            until rs-sidx > rs-sched-count
        subtract rss-recognized(rs-sidx) from rs-deferred
        subtract rss-refunded(rs-sidx) from rs-deferred
        move rs-contract to rp-contract
        move rs-sidx to rp-seq
        compute rp-fy = rss-key(rs-sidx) / 100
        compute rp-period = function mod(rss-key(rs-sidx), 100)
        move rss-recognized(rs-sidx) to rp-recognized
        move rss-refunded(rs-sidx) to rp-refunded
        move rs-deferred to rp-deferred
        write sched-record from rs-sched-line
    end-perform.
0700-exit.
    exit.

0910-readcontract.
    if not eof-contract
        read contract-file
            at end
                move 'Y' to ws-eof-contract
        end-read
    end-if.

0920-readchange.
    if not eof-change
        read change-file
            at end
                move 'Y' to ws-eof-change
        end-read
    end-if.
