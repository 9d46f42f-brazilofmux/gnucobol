*>*****************************************************************
*> loanpost - Loan payment posting and transaction history.        *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> LOANDELINQ compares receipts with the schedule, but nothing     *
*> ever posted a receipt to the loan, so there was no balance on   *
*> file and no answer to "where did my payment go".  This posts    *
*> every LOANRCPT.DAT receipt (LOANID,DATE,AMOUNT) and every late  *
*> fee assessed on LOANFEES.DAT (LOANID,DATE,AMOUNT) not yet       *
*> posted, loan by loan in date order, a fee ahead of a receipt    *
*> the same day.  A receipt pays, in order -                       *
*>                                                                *
*>   FEEPAID    late fees outstanding                              *
*>   INTEREST   interest accrued on the principal from the         *
*>              interest-paid-through date to the receipt date     *
*>              under the loan's BASIS (YEARFRACTION), at the RATE *
*>              on the schedule row for the period, plus any       *
*>              interest left unpaid before                        *
*>   PRINCIPAL  scheduled principal due through the installment    *
*>              the receipt is for (the first one due on or after  *
*>              its date) not already paid                         *
*>   CURTAIL    the excess, straight off the principal             *
*>                                                                *
*> - and anything past a zero balance is held as SUSPENSE.         *
*>                                                                *
*> The current balance of each loan is LOANBAL.DAT, rewritten -    *
*>                                                                *
*>   LOANID,PRINCIPAL,INTTHRU,INTDUE,FEESDUE,SCHEDPAID,RCPTS,FEES, *
*>   LASTDATE                                                      *
*>                                                                *
*> (RCPTS and FEES count the loan's lines already posted from each *
*> input, which both stay whole for LOANDELINQ and the auditors; a *
*> loan first seen is BOOKED from LOANMAST.DAT at its principal,   *
*> interest paid through origination).  Every movement is appended *
*> to the transaction history LOANHIST.DAT -                       *
*>                                                                *
*>   LOANID,DATE,TYPE,AMOUNT,PRINCIPAL                             *
*>                                                                *
*> (TYPE BOOKED, FEE, RECEIPT, then the split above; PRINCIPAL the *
*> balance after the line), from which LOANSTMT prints the         *
*> borrower's activity statement and PAYOFF quotes.                *
*>                                                                *
*> RETURN-CODE 4 when a receipt or fee names no loan on            *
*> LOANMAST.DAT or has a bad date (listed, left unposted); 16 when *
*> a file outgrows its table, in which case nothing is posted.     *
*>*****************************************************************
identification division.
program-id. loanpost.

environment division.
configuration section.
repository.
    function addmonths
    function dateformat
    function dateparse
    function fielded_to_linear
    function linear_to_fielded
    function yearfraction
    function all intrinsic.

input-output section.
file-control.

    select loan-file assign to 'loanmast.dat'
        organization is line sequential
        access is sequential
        file status is ws-loan-status.

    select sched-file assign to 'paysched.dat'
        organization is line sequential
        access is sequential
        file status is ws-sched-status.

    select receipt-file assign to 'loanrcpt.dat'
        organization is line sequential
        access is sequential
        file status is ws-receipt-status.

    select fee-file assign to 'loanfees.dat'
        organization is line sequential
        access is sequential
        file status is ws-fee-status.

    select balance-file assign to 'loanbal.dat'
        organization is line sequential
        access is sequential
        file status is ws-balance-status.

    select hist-file assign to 'loanhist.dat'
        organization is line sequential
        access is sequential
        file status is ws-hist-status.

data division.
file section.
fd  loan-file.

01  loan-record          pic x(80).

fd  sched-file.

01  sched-record         pic x(80).

fd  receipt-file.

01  receipt-record       pic x(60).

fd  fee-file.

01  fee-record           pic x(60).

fd  balance-file.

01  balance-record       pic x(120).

fd  hist-file.

01  hist-record          pic x(80).

working-storage section.
01  ws-loan-status       pic xx.
    88  ws-loan-ok           value '00'.
01  ws-sched-status      pic xx.
    88  ws-sched-ok          value '00'.
01  ws-receipt-status    pic xx.
    88  ws-receipt-ok        value '00'.
01  ws-fee-status        pic xx.
    88  ws-fee-ok            value '00'.
01  ws-balance-status    pic xx.
    88  ws-balance-ok        value '00'.
01  ws-hist-status       pic xx.
    88  ws-hist-ok           value '00'.

01  ws-eof-loan          pic x       value 'N'.
    88  eof-loan             value 'Y'.
01  ws-eof-sched         pic x       value 'N'.
    88  eof-sched            value 'Y'.
01  ws-eof-receipt       pic x       value 'N'.
    88  eof-receipt          value 'Y'.
01  ws-eof-fee           pic x       value 'N'.
    88  eof-fee              value 'Y'.
01  ws-eof-balance       pic x       value 'N'.
    88  eof-balance          value 'Y'.

01  lp-loans.
    05  lp-loan occurs 200 times.
        10  lpl-loanid       pic x(12).
        10  lpl-rate         pic s9(3)v9(4) comp-5.
        10  lpl-basis        pic x(6).
        10  lpl-booked       pic x.
        10  lpl-principal    pic s9(9)v99 comp-5.
        10  lpl-int-ld       usage signed-int.
        10  lpl-int-due      pic s9(9)v99 comp-5.
        10  lpl-fees-due     pic s9(9)v99 comp-5.
        10  lpl-sched-paid   pic s9(9)v99 comp-5.
        10  lpl-rcpts        usage signed-int.
        10  lpl-fees         usage signed-int.
        10  lpl-last-ld      usage signed-int.
        10  lpl-seen-rcpts   usage signed-int.
        10  lpl-seen-fees    usage signed-int.
01  lp-loan-count        usage signed-int value 0.

01  lp-rows.
    05  lp-row occurs 6000 times.
        10  lpr-lidx         usage signed-int.
        10  lpr-due-ld       usage signed-int.
        10  lpr-principal    pic s9(9)v99 comp-5.
        10  lpr-rate         pic s9(3)v9(4) comp-5.
        10  lpr-has-rate     pic x.
01  lp-row-count         usage signed-int value 0.

*>  Postings still to make: F fee, R receipt.
*>
01  lp-events.
    05  lp-event occurs 5000 times.
        10  lpe-lidx         usage signed-int.
        10  lpe-ld           usage signed-int.
        10  lpe-type         pic x.
        10  lpe-amount       pic s9(9)v99 comp-5.
        10  lpe-done         pic x.
01  lp-event-count       usage signed-int value 0.

01  lp-overflow          pic x value 'N'.
01  lp-lidx              usage signed-int.
01  lp-ridx              usage signed-int.
01  lp-eidx              usage signed-int.
01  lp-next              usage signed-int.
01  lp-idx               usage signed-int.

01  lp-tok-1             pic x(16).
01  lp-tok-2             pic x(16).
01  lp-tok-3             pic x(16).
01  lp-tok-4             pic x(16).
01  lp-tok-5             pic x(16).
01  lp-tok-6             pic x(16).
01  lp-tok-7             pic x(16).
01  lp-tok-8             pic x(16).
01  lp-tok-9             pic x(16).

01  lp-ld                usage signed-int.
01  lp-amount            pic s9(9)v99 comp-5.
01  lp-left              pic s9(9)v99 comp-5.
01  lp-part              pic s9(9)v99 comp-5.
01  lp-interest          pic s9(9)v99 comp-5.
01  lp-rate              pic s9(3)v9(4) comp-5.
01  lp-yearfrac          pic s9(6)v9(9) comp-5.
01  lp-cum-due           pic s9(11)v99 comp-5.
01  lp-target-ld         usage signed-int.
01  lp-type              pic x(10).

01  lp-receipt-count     usage signed-int value 0.
01  lp-fee-count         usage signed-int value 0.
01  lp-booked-count      usage signed-int value 0.
01  lp-reject-count      usage signed-int value 0.
01  lp-receipt-total     pic s9(13)v99 comp-5 value 0.

01  lp-line              pic x(120).
01  lp-amount-display    pic -(8)9.99.
01  lp-princ-display     pic -(8)9.99.
01  lp-intdue-display    pic -(8)9.99.
01  lp-fees-display      pic -(8)9.99.
01  lp-sched-display     pic -(8)9.99.
01  lp-count-display     pic z(5)9.
01  lp-count2-display    pic z(5)9.
01  lp-date              pic x(10).
01  lp-intthru-date      pic x(10).
01  lp-last-date         pic x(10).
01  lp-date-text         pic x(20).

01  lp-orig-fielded.
    05  lp-o-year            pic s9(9)   comp-5.
    05  lp-o-month           pic 99      comp-5.
    05  lp-o-dom             pic 99      comp-5.

01  lp-fielded-date.
    05  lp-f-year            pic s9(9)   comp-5.
    05  lp-f-month           pic 99      comp-5.
    05  lp-f-dom             pic 99      comp-5.
    05  lp-f-doy             pic 999     comp-5.
    05  lp-f-dow             pic 9       comp-5.

01  lp-parse-result.
    05  lp-p-fielded.
        10  lp-p-year        pic s9(9)   comp-5.
        10  lp-p-month       pic 99      comp-5.
        10  lp-p-dom         pic 99      comp-5.
    05  lp-p-success     pic x.

procedure division.
0000-start-here.
    move 0 to return-code.

    perform 0100-loadloans.
    perform 0150-loadbalances.
    perform 0200-loadschedule.
    perform 0300-loadreceipts.
    perform 0350-loadfees.
    if lp-overflow = 'Y'
        display 'A loan file exceeds its table; nothing posted.'
        move 16 to return-code
        go to 9000-end
    end-if.

    display 'Loan payment posting'.
    display '=============================================='.
    open extend hist-file.
    if not ws-hist-ok
        open output hist-file
    end-if.
    perform varying lp-lidx from 1 by 1 until lp-lidx > lp-loan-count
        perform 0400-oneloan
    end-perform.
    close hist-file.

    perform 0900-savebalances.

    display '=============================================='.
    display 'Loans booked:     ' lp-booked-count.
    move lp-receipt-total to lp-amount-display.
    display 'Receipts posted:  ' lp-receipt-count
        '  ' lp-amount-display.
    display 'Fees posted:      ' lp-fee-count.
    display 'Lines rejected:   ' lp-reject-count.
    if lp-reject-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadloans / 0110-readloan                                  *
*>*****************************************************************
0100-loadloans.
    open input loan-file.
    if ws-loan-ok
        perform 0110-readloan
        perform until eof-loan
            move spaces to lp-tok-1 lp-tok-2 lp-tok-3 lp-tok-4
                lp-tok-5 lp-tok-6
            unstring loan-record delimited by ','
                into lp-tok-1 lp-tok-2 lp-tok-3 lp-tok-4
                    lp-tok-5 lp-tok-6
            end-unstring
            move dateparse(lp-tok-4, '02') to lp-parse-result
            if lp-tok-1 not = spaces and lp-p-success = 'Y'
                if lp-loan-count >= 200
                    move 'Y' to lp-overflow
                else
                    add 1 to lp-loan-count
                    perform 0120-oneloanline
                end-if
            end-if
            perform 0110-readloan
        end-perform
        close loan-file
    end-if.

0110-readloan.
    if not eof-loan
        read loan-file
            at end
                move 'Y' to ws-eof-loan
        end-read
    end-if.

*>  a loan not yet on LOANBAL.DAT starts at its full principal,
*>  interest paid through origination (AMORTSCHED's rule).
*>
0120-oneloanline.
    initialize lp-loan(lp-loan-count).
    move lp-tok-1 to lpl-loanid(lp-loan-count).
    compute lpl-rate(lp-loan-count) = function numval(lp-tok-3).
    if lp-tok-6 = spaces
        move 'ACT365' to lpl-basis(lp-loan-count)
    else
        move function upper-case(lp-tok-6)
            to lpl-basis(lp-loan-count)
    end-if.
    move 'N' to lpl-booked(lp-loan-count).
    compute lpl-principal(lp-loan-count) = function numval(lp-tok-2).
    move addmonths(lp-p-year, lp-p-month, lp-p-dom, -1)
        to lp-orig-fielded.
    move fielded_to_linear(lp-o-year, lp-o-month, lp-o-dom)
        to lpl-int-ld(lp-loan-count).
    move lpl-int-ld(lp-loan-count) to lpl-last-ld(lp-loan-count).

*>*****************************************************************
*> 0150-loadbalances / 0160-readbalance                            *
*>*****************************************************************
0150-loadbalances.
    open input balance-file.
    if ws-balance-ok
        perform 0160-readbalance
        perform until eof-balance
            move spaces to lp-tok-1 lp-tok-2 lp-tok-3 lp-tok-4
                lp-tok-5 lp-tok-6 lp-tok-7 lp-tok-8 lp-tok-9
            unstring balance-record delimited by ','
                into lp-tok-1 lp-tok-2 lp-tok-3 lp-tok-4
                    lp-tok-5 lp-tok-6 lp-tok-7 lp-tok-8 lp-tok-9
            end-unstring
            perform 0170-findloan
            if lp-lidx > 0
                perform 0180-onebalance
            end-if
            perform 0160-readbalance
        end-perform
        close balance-file
    end-if.

0160-readbalance.
    if not eof-balance
        read balance-file
            at end
                move 'Y' to ws-eof-balance
        end-read
    end-if.

0170-findloan.
    move 0 to lp-lidx.
    perform varying lp-idx from 1 by 1
            until lp-idx > lp-loan-count or lp-lidx > 0
        if lpl-loanid(lp-idx) = lp-tok-1
            move lp-idx to lp-lidx
        end-if
    end-perform.

0180-onebalance.
    move 'Y' to lpl-booked(lp-lidx).
    compute lpl-principal(lp-lidx) = function numval(lp-tok-2).
    move dateparse(lp-tok-3, '02') to lp-parse-result.
    if lp-p-success = 'Y'
        move fielded_to_linear(lp-p-year, lp-p-month, lp-p-dom)
            to lpl-int-ld(lp-lidx)
    end-if.
    compute lpl-int-due(lp-lidx) = function numval(lp-tok-4).
    compute lpl-fees-due(lp-lidx) = function numval(lp-tok-5).
    compute lpl-sched-paid(lp-lidx) = function numval(lp-tok-6).
    compute lpl-rcpts(lp-lidx) = function numval(lp-tok-7).
    compute lpl-fees(lp-lidx) = function numval(lp-tok-8).
    move dateparse(lp-tok-9, '02') to lp-parse-result.
    if lp-p-success = 'Y'
        move fielded_to_linear(lp-p-year, lp-p-month, lp-p-dom)
            to lpl-last-ld(lp-lidx)
    end-if.

*>*****************************************************************
*> 0200-loadschedule / 0210-readsched                              *
*>*****************************************************************
0200-loadschedule.
    open input sched-file.
    if ws-sched-ok
        perform 0210-readsched
        perform until eof-sched
            move spaces to lp-tok-1 lp-tok-2 lp-tok-3 lp-tok-4
                lp-tok-5 lp-tok-6 lp-tok-7 lp-tok-8
            unstring sched-record delimited by ','
                into lp-tok-1 lp-tok-2 lp-tok-3 lp-tok-4
                    lp-tok-5 lp-tok-6 lp-tok-7 lp-tok-8
            end-unstring
            move dateparse(lp-tok-3, '02') to lp-parse-result
            perform 0170-findloan
            if lp-lidx > 0 and lp-p-success = 'Y'
                if lp-row-count >= 6000
                    move 'Y' to lp-overflow
                else
                    add 1 to lp-row-count
                    move lp-lidx to lpr-lidx(lp-row-count)
                    move fielded_to_linear(lp-p-year, lp-p-month,
                            lp-p-dom) to lpr-due-ld(lp-row-count)
                    compute lpr-principal(lp-row-count) =
                        function numval(lp-tok-6)
                    if lp-tok-8 = spaces
                        move 'N' to lpr-has-rate(lp-row-count)
                        move 0 to lpr-rate(lp-row-count)
                    else
                        move 'Y' to lpr-has-rate(lp-row-count)
                        compute lpr-rate(lp-row-count) =
                            function numval(lp-tok-8)
                    end-if
                end-if
            end-if
            perform 0210-readsched
        end-perform
        close sched-file
    end-if.

0210-readsched.
    if not eof-sched
        read sched-file
            at end
                move 'Y' to ws-eof-sched
        end-read
    end-if.

*>*****************************************************************
*> 0300-loadreceipts / 0310-readreceipt                            *
*>                                                                *
*> A loan's receipts are numbered in file order; those past the    *
*> count on LOANBAL.DAT are new.                                   *
*>*****************************************************************
0300-loadreceipts.
    open input receipt-file.
    if ws-receipt-ok
        perform 0310-readreceipt
        perform until eof-receipt
            move spaces to lp-tok-1 lp-tok-2 lp-tok-3
            unstring receipt-record delimited by ','
                into lp-tok-1 lp-tok-2 lp-tok-3
            end-unstring
            perform 0170-findloan
            move dateparse(lp-tok-2, '02') to lp-parse-result
            if lp-lidx = 0 or lp-p-success = 'N'
                display 'Receipt not posted: '
                    function trim(receipt-record)
                add 1 to lp-reject-count
            else
                add 1 to lpl-seen-rcpts(lp-lidx)
                if lpl-seen-rcpts(lp-lidx) > lpl-rcpts(lp-lidx)
                    move 'R' to lp-type
                    perform 0380-addevent
                end-if
            end-if
            perform 0310-readreceipt
        end-perform
        close receipt-file
    end-if.

0310-readreceipt.
    if not eof-receipt
        read receipt-file
            at end
                move 'Y' to ws-eof-receipt
        end-read
    end-if.

*>*****************************************************************
*> 0350-loadfees / 0360-readfee                                    *
*>*****************************************************************
0350-loadfees.
    open input fee-file.
    if ws-fee-ok
        perform 0360-readfee
        perform until eof-fee
            move spaces to lp-tok-1 lp-tok-2 lp-tok-3
            unstring fee-record delimited by ','
                into lp-tok-1 lp-tok-2 lp-tok-3
            end-unstring
            perform 0170-findloan
            move dateparse(lp-tok-2, '02') to lp-parse-result
            if lp-lidx = 0 or lp-p-success = 'N'
                display 'Fee not posted: '
                    function trim(fee-record)
                add 1 to lp-reject-count
            else
                add 1 to lpl-seen-fees(lp-lidx)
                if lpl-seen-fees(lp-lidx) > lpl-fees(lp-lidx)
                    move 'F' to lp-type
                    perform 0380-addevent
                end-if
            end-if
            perform 0360-readfee
        end-perform
        close fee-file
    end-if.

0360-readfee.
    if not eof-fee
        read fee-file
            at end
                move 'Y' to ws-eof-fee
        end-read
    end-if.

0380-addevent.
    if lp-event-count >= 5000
        move 'Y' to lp-overflow
    else
        add 1 to lp-event-count
        move lp-lidx to lpe-lidx(lp-event-count)
        move fielded_to_linear(lp-p-year, lp-p-month, lp-p-dom)
            to lpe-ld(lp-event-count)
        move lp-type(1:1) to lpe-type(lp-event-count)
        compute lpe-amount(lp-event-count) =
            function numval(lp-tok-3)
        move 'N' to lpe-done(lp-event-count)
    end-if.

*>*****************************************************************
*> 0400-oneloan / 0410-nextevent                                   *
*>                                                                *
*> Books a new loan, then takes its postings earliest first, a fee *
*> ahead of a receipt on the same day ('F' sorts before 'R').      *
*>*****************************************************************
0400-oneloan.
    if lpl-booked(lp-lidx) = 'N'
        move 'Y' to lpl-booked(lp-lidx)
        add 1 to lp-booked-count
        move lpl-int-ld(lp-lidx) to lp-ld
        move 'BOOKED' to lp-type
        move lpl-principal(lp-lidx) to lp-part
        perform 0800-writehist
    end-if.
    move 1 to lp-next.
    perform until lp-next = 0
        perform 0410-nextevent
        if lp-next > 0
            move 'Y' to lpe-done(lp-next)
            move lpe-ld(lp-next) to lp-ld
            move lpe-amount(lp-next) to lp-amount
            if lpe-type(lp-next) = 'F'
                perform 0500-postfee
            else
                perform 0600-postreceipt
            end-if
            if lp-ld > lpl-last-ld(lp-lidx)
                move lp-ld to lpl-last-ld(lp-lidx)
            end-if
        end-if
    end-perform.

0410-nextevent.
    move 0 to lp-next.
    perform varying lp-eidx from 1 by 1
            until lp-eidx > lp-event-count
        if lpe-lidx(lp-eidx) = lp-lidx and lpe-done(lp-eidx) = 'N'
            if lp-next = 0
                move lp-eidx to lp-next
            else
                if lpe-ld(lp-eidx) < lpe-ld(lp-next)
                        or (lpe-ld(lp-eidx) = lpe-ld(lp-next)
                        and lpe-type(lp-eidx) < lpe-type(lp-next))
                    move lp-eidx to lp-next
                end-if
            end-if
        end-if
    end-perform.

*>*****************************************************************
*> 0500-postfee                                                    *
*>*****************************************************************
0500-postfee.
    add lp-amount to lpl-fees-due(lp-lidx).
    add 1 to lpl-fees(lp-lidx).
    add 1 to lp-fee-count.
    move 'FEE' to lp-type.
    move lp-amount to lp-part.
    perform 0800-writehist.

*>*****************************************************************
*> 0600-postreceipt                                                *
*>*****************************************************************
0600-postreceipt.
    add 1 to lpl-rcpts(lp-lidx).
    add 1 to lp-receipt-count.
    add lp-amount to lp-receipt-total.
    move 'RECEIPT' to lp-type.
    move lp-amount to lp-part.
    perform 0800-writehist.
    move lp-amount to lp-left.

    perform 0650-accrue thru 0690-exit.

    if lpl-fees-due(lp-lidx) > 0 and lp-left > 0
        if lp-left < lpl-fees-due(lp-lidx)
            move lp-left to lp-part
        else
            move lpl-fees-due(lp-lidx) to lp-part
        end-if
        subtract lp-part from lpl-fees-due(lp-lidx)
        subtract lp-part from lp-left
        move 'FEEPAID' to lp-type
        perform 0800-writehist
    end-if.

    if lpl-int-due(lp-lidx) > 0 and lp-left > 0
        if lp-left < lpl-int-due(lp-lidx)
            move lp-left to lp-part
        else
            move lpl-int-due(lp-lidx) to lp-part
        end-if
        subtract lp-part from lpl-int-due(lp-lidx)
        subtract lp-part from lp-left
        move 'INTEREST' to lp-type
        perform 0800-writehist
    end-if.

    perform 0700-principaldue.
    compute lp-part = lp-cum-due - lpl-sched-paid(lp-lidx).
    if lp-part > lp-left
        move lp-left to lp-part
    end-if.
    if lp-part > lpl-principal(lp-lidx)
        move lpl-principal(lp-lidx) to lp-part
    end-if.
    if lp-part > 0
        subtract lp-part from lpl-principal(lp-lidx)
        add lp-part to lpl-sched-paid(lp-lidx)
        subtract lp-part from lp-left
        move 'PRINCIPAL' to lp-type
        perform 0800-writehist
    end-if.

    if lp-left > 0 and lpl-principal(lp-lidx) > 0
        if lp-left < lpl-principal(lp-lidx)
            move lp-left to lp-part
        else
            move lpl-principal(lp-lidx) to lp-part
        end-if
        subtract lp-part from lpl-principal(lp-lidx)
        subtract lp-part from lp-left
        move 'CURTAIL' to lp-type
        perform 0800-writehist
    end-if.

    if lp-left > 0
        move lp-left to lp-part
        move 'SUSPENSE' to lp-type
        perform 0800-writehist
    end-if.

*>*****************************************************************
*> 0650-accrue                                                     *
*>                                                                *
*> Interest from the paid-through date to the receipt date at the  *
*> rate on the first schedule row due after the paid-through date. *
*>*****************************************************************
0650-accrue.
    if lp-ld <= lpl-int-ld(lp-lidx)
        go to 0690-exit
    end-if.
    move lpl-rate(lp-lidx) to lp-rate.
    move 0 to lp-next.
    perform varying lp-ridx from 1 by 1
            until lp-ridx > lp-row-count or lp-next > 0
        if lpr-lidx(lp-ridx) = lp-lidx
                and lpr-due-ld(lp-ridx) > lpl-int-ld(lp-lidx)
            move lp-ridx to lp-next
            if lpr-has-rate(lp-ridx) = 'Y'
                move lpr-rate(lp-ridx) to lp-rate
            end-if
        end-if
    end-perform.
    move yearfraction(lpl-int-ld(lp-lidx), lp-ld,
            lpl-basis(lp-lidx)) to lp-yearfrac.
    compute lp-interest rounded =
        lpl-principal(lp-lidx) * (lp-rate / 100) * lp-yearfrac.
    add lp-interest to lpl-int-due(lp-lidx).
    move lp-ld to lpl-int-ld(lp-lidx).

0690-exit.
    exit.

*>*****************************************************************
*> 0700-principaldue                                               *
*>                                                                *
*> Scheduled principal through the installment this receipt pays - *
*> every row already due by the receipt date, or failing that the  *
*> next row not yet paid; the rest of a receipt is a curtailment.  *
*>*****************************************************************
0700-principaldue.
    move 0 to lp-cum-due.
    move 0 to lp-target-ld.
    perform varying lp-ridx from 1 by 1 until lp-ridx > lp-row-count
        if lpr-lidx(lp-ridx) = lp-lidx and lp-target-ld = 0
            if lpr-due-ld(lp-ridx) <= lp-ld
                    or lp-cum-due <= lpl-sched-paid(lp-lidx)
                add lpr-principal(lp-ridx) to lp-cum-due
            else
                move lpr-due-ld(lp-ridx) to lp-target-ld
            end-if
        end-if
    end-perform.

*>*****************************************************************
*> 0800-writehist                                                  *
*>*****************************************************************
0800-writehist.
    move linear_to_fielded(lp-ld) to lp-fielded-date.
    move dateformat(lp-fielded-date, '01') to lp-date-text.
    move lp-date-text(1:10) to lp-date.
    move lp-part to lp-amount-display.
    move lpl-principal(lp-lidx) to lp-princ-display.
    move spaces to lp-line.
    string function trim(lpl-loanid(lp-lidx)) ','
        lp-date ','
        function trim(lp-type) ','
        function trim(lp-amount-display) ','
        function trim(lp-princ-display)
        delimited by size into lp-line.
    move lp-line to hist-record.
    write hist-record.
    display lpl-loanid(lp-lidx) ' ' lp-date ' ' lp-type ' '
        lp-amount-display '  principal ' lp-princ-display.

*>*****************************************************************
*> 0900-savebalances                                               *
*>*****************************************************************
0900-savebalances.
    open output balance-file.
    perform varying lp-lidx from 1 by 1 until lp-lidx > lp-loan-count
        move linear_to_fielded(lpl-int-ld(lp-lidx))
            to lp-fielded-date
        move dateformat(lp-fielded-date, '01') to lp-date-text
        move lp-date-text(1:10) to lp-intthru-date
        move linear_to_fielded(lpl-last-ld(lp-lidx))
            to lp-fielded-date
        move dateformat(lp-fielded-date, '01') to lp-date-text
        move lp-date-text(1:10) to lp-last-date
        move lpl-principal(lp-lidx) to lp-princ-display
        move lpl-int-due(lp-lidx) to lp-intdue-display
        move lpl-fees-due(lp-lidx) to lp-fees-display
        move lpl-sched-paid(lp-lidx) to lp-sched-display
        move lpl-rcpts(lp-lidx) to lp-count-display
        move lpl-fees(lp-lidx) to lp-count2-display
        move spaces to lp-line
        string function trim(lpl-loanid(lp-lidx)) ','
            function trim(lp-princ-display) ','
            lp-intthru-date ','
            function trim(lp-intdue-display) ','
            function trim(lp-fees-display) ','
            function trim(lp-sched-display) ','
            function trim(lp-count-display) ','
            function trim(lp-count2-display) ','
            lp-last-date
            delimited by size into lp-line
        move lp-line to balance-record
        write balance-record
    end-perform.
    close balance-file.

end program loanpost.
