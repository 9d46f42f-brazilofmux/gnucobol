*>*****************************************************************
*> loanaccr - Month-end loan interest accrual.                     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Loan interest is booked when the payment arrives, so at month   *
*> end the interest earned and not yet received was worked out by  *
*> hand.  For the month being closed this takes each loan on       *
*> LOANMAST.DAT, applies its LOANRCPT.DAT receipts dated through   *
*> month end to its PAYSCHED.DAT installments oldest first - the   *
*> LOANDELINQ rule - and finds the paid-through date (the due date *
*> of the last installment paid in full, or origination, one month *
*> ahead of the first payment per AMORTSCHED) and the balance      *
*> after it.  Interest on that balance from the paid-through date  *
*> to the calendar month end is accrued under the loan's BASIS     *
*> through YEARFRACTION, at the RATE on the schedule row for the   *
*> first installment not yet paid (LOANMAST.DAT's RATE for a       *
*> schedule written before rows carried one).                      *
*>                                                                *
*> A loan whose oldest installment due and unpaid at month end is  *
*> 44 or more business days old - LOANDELINQ's 90+ class - is on   *
*> non-accrual: nothing is accrued and it is listed separately.    *
*>                                                                *
*> The register LOANACCR.DAT is rewritten with one line per loan - *
*>                                                                *
*>   PERIOD,LOANID,PAIDTHRU,BALANCE,RATE,DAYS,ACCRUED,STATUS       *
*>                                                                *
*> (STATUS ACCRUAL or NONACCRUAL) - and the journal goes to        *
*> ACCRJRNL.DAT as two batches in GLGATE's H/D/T shape, the GRIR   *
*> pattern -                                                       *
*>                                                                *
*>   LIAyyyymm  dated the month's last business day: Dr the        *
*>              LOANINT debit account (interest receivable), Cr    *
*>              its credit account (interest income)               *
*>   LIRyyyymm  dated business day 1 of the next month: the same   *
*>              lines reversed                                     *
*>                                                                *
*> - accounts from GLFEED's mapping file GLMAP.DAT, event LOANINT. *
*> Both files are rewritten each run, so a re-run replaces the     *
*> accrual rather than doubling it.                                *
*>                                                                *
*> Command line: [YYYY-MM]   (default the current month)           *
*>                                                                *
*> RETURN-CODE 4 when any loan is on non-accrual, 8 when GLMAP.DAT *
*> has no LOANINT line (no journal written), 16 when a file        *
*> outgrows its table.                                             *
*>*****************************************************************
identification division.
program-id. loanaccr.

environment division.
configuration section.
repository.
    function addmonths
    function currentbusinessdate
    function dateformat
    function dateparse
    function elapsedbusinessdays
    function fielded_to_linear
    function linear_to_fielded
    function nthbusinessdayofmonth
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

    select map-file assign to 'glmap.dat'
        organization is line sequential
        access is sequential
        file status is ws-map-status.

    select register-file assign to 'loanaccr.dat'
        organization is line sequential
        access is sequential.

    select journal-file assign to 'accrjrnl.dat'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  loan-file.

01  loan-record          pic x(80).

fd  sched-file.

01  sched-record         pic x(80).

fd  receipt-file.

01  receipt-record       pic x(60).

fd  map-file.

01  map-record           pic x(80).

fd  register-file.

01  register-record      pic x(100).

fd  journal-file.

01  journal-record       pic x(100).

working-storage section.
01  ws-loan-status       pic xx.
    88  ws-loan-ok           value '00'.
01  ws-sched-status      pic xx.
    88  ws-sched-ok          value '00'.
01  ws-receipt-status    pic xx.
    88  ws-receipt-ok        value '00'.
01  ws-map-status        pic xx.
    88  ws-map-ok            value '00'.

01  ws-eof-loan          pic x       value 'N'.
    88  eof-loan             value 'Y'.
01  ws-eof-sched         pic x       value 'N'.
    88  eof-sched            value 'Y'.
01  ws-eof-receipt       pic x       value 'N'.
    88  eof-receipt          value 'Y'.
01  ws-eof-map           pic x       value 'N'.
    88  eof-map              value 'Y'.

01  ws-cmdline           pic x(40).
01  ws-arg-period        pic x(10).

01  la-loans.
    05  la-loan occurs 200 times.
        10  lal-loanid       pic x(12).
        10  lal-principal    pic s9(9)v99 comp-5.
        10  lal-rate         pic s9(3)v9(4) comp-5.
        10  lal-basis        pic x(6).
        10  lal-orig-ld      usage signed-int.
        10  lal-pool         pic s9(11)v99 comp-5.
        10  lal-paid-ld      usage signed-int.
        10  lal-balance      pic s9(9)v99 comp-5.
        10  lal-days         usage signed-int.
        10  lal-accrued      pic s9(9)v99 comp-5.
        10  lal-age          usage signed-int.
        10  lal-status       pic x(10).
01  la-loan-count        usage signed-int value 0.

*>  Installments in file order (written loan by loan, sequence
*>  ascending), the order receipts are applied in.
*>
01  la-rows.
    05  la-row occurs 6000 times.
        10  lar-loanid       pic x(12).
        10  lar-due-ld       usage signed-int.
        10  lar-amount       pic s9(9)v99 comp-5.
        10  lar-balance      pic s9(9)v99 comp-5.
        10  lar-rate         pic s9(3)v9(4) comp-5.
        10  lar-has-rate     pic x.
01  la-row-count         usage signed-int value 0.

01  la-overflow          pic x value 'N'.
01  la-lidx              usage signed-int.
01  la-ridx              usage signed-int.
01  la-idx               usage signed-int.

01  la-tok-1             pic x(16).
01  la-tok-2             pic x(16).
01  la-tok-3             pic x(16).
01  la-tok-4             pic x(16).
01  la-tok-5             pic x(16).
01  la-tok-6             pic x(16).
01  la-tok-7             pic x(16).
01  la-tok-8             pic x(16).

01  la-pool              pic s9(11)v99 comp-5.
01  la-stopped           pic x.
01  la-oldest-ld         usage signed-int.
01  la-next-row          usage signed-int.
01  la-yearfrac          pic s9(6)v9(9) comp-5.

01  la-accrual-count     usage signed-int value 0.
01  la-nonaccrual-count  usage signed-int value 0.
01  la-total             pic s9(13)v99 comp-5 value 0.
01  la-nonaccrual-bal    pic s9(13)v99 comp-5 value 0.
01  la-part              pic s9(13)v99 comp-5.

01  la-debit             pic x(16).
01  la-credit            pic x(16).
01  la-mapped            pic x value 'N'.

01  la-year              pic s9(9)   comp-5.
01  la-month             pic 99      comp-5.
01  la-next-year         pic s9(9)   comp-5.
01  la-next-month        pic 99      comp-5.
01  la-period-end-ld     usage signed-int.
01  la-accrual-ld        usage signed-int.
01  la-reversal-ld       usage signed-int.
01  la-period            pic x(7).
01  la-period-end        pic x(10).
01  la-accrual-date      pic x(10).
01  la-reversal-date     pic x(10).
01  la-paid-date         pic x(10).
01  la-yyyymm            pic 9(6).
01  la-batchid           pic x(12).
01  la-post-date         pic x(10).
01  la-dr-account        pic x(16).
01  la-cr-account        pic x(16).

01  la-line              pic x(100).
01  la-amount-display    pic -(10)9.99.
01  la-balance-display   pic -(10)9.99.
01  la-hash-display      pic -(12)9.99.
01  la-rate-display      pic z9.9999.
01  la-days-display      pic z(4)9.
01  la-date-text         pic x(20).

01  la-orig-fielded.
    05  la-o-year            pic s9(9)   comp-5.
    05  la-o-month           pic 99      comp-5.
    05  la-o-dom             pic 99      comp-5.

01  la-fielded-date.
    05  la-f-year            pic s9(9)   comp-5.
    05  la-f-month           pic 99      comp-5.
    05  la-f-dom             pic 99      comp-5.
    05  la-f-doy             pic 999     comp-5.
    05  la-f-dow             pic 9       comp-5.

01  la-parse-result.
    05  la-p-fielded.
        10  la-p-year        pic s9(9)   comp-5.
        10  la-p-month       pic 99      comp-5.
        10  la-p-dom         pic 99      comp-5.
    05  la-p-success     pic x.

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
    move currentbusinessdate(time-stamp) to la-fielded-date.
    move la-f-year to la-year.
    move la-f-month to la-month.
    if ws-arg-period not = spaces and ws-arg-period not = low-values
        if ws-arg-period(1:4) is not numeric
                or ws-arg-period(5:1) not = '-'
                or ws-arg-period(6:2) is not numeric
            display 'Period "' function trim(ws-arg-period)
                '" must be YYYY-MM.'
            move 8 to return-code
            go to 9000-end
        end-if
        compute la-year = function numval(ws-arg-period(1:4))
        compute la-month = function numval(ws-arg-period(6:2))
    end-if.
    if la-month < 1 or la-month > 12
        display 'Period "' function trim(ws-arg-period)
            '" must be YYYY-MM.'
        move 8 to return-code
        go to 9000-end
    end-if.

*>  interest runs to the calendar month end; the two batch dates
*>  are business days either side of it.
*>
    move la-year to la-next-year.
    compute la-next-month = la-month + 1.
    if la-next-month > 12
        move 1 to la-next-month
        add 1 to la-next-year
    end-if.
    compute la-period-end-ld =
        fielded_to_linear(la-next-year, la-next-month, 1) - 1.
    move nthbusinessdayofmonth(la-year, la-month, -1)
        to la-accrual-ld.
    move nthbusinessdayofmonth(la-next-year, la-next-month, 1)
        to la-reversal-ld.
    move linear_to_fielded(la-period-end-ld) to la-fielded-date.
    move dateformat(la-fielded-date, '01') to la-date-text.
    move la-date-text(1:10) to la-period-end.
    move la-period-end(1:7) to la-period.
    move linear_to_fielded(la-accrual-ld) to la-fielded-date.
    move dateformat(la-fielded-date, '01') to la-date-text.
    move la-date-text(1:10) to la-accrual-date.
    move linear_to_fielded(la-reversal-ld) to la-fielded-date.
    move dateformat(la-fielded-date, '01') to la-date-text.
    move la-date-text(1:10) to la-reversal-date.
    compute la-yyyymm = (la-year * 100) + la-month.

    perform 0100-loadloans.
    perform 0150-loadschedule.
    perform 0200-loadreceipts.
    if la-overflow = 'Y'
        display 'loanmast.dat or paysched.dat exceeds its table;'
            ' run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.
    perform 0250-loadmap.

    perform varying la-lidx from 1 by 1 until la-lidx > la-loan-count
        perform 0300-oneloan
    end-perform.

    perform 0500-report.

    if la-nonaccrual-count > 0
        move 4 to return-code
    end-if.

    if la-mapped = 'N'
        display 'No LOANINT line in glmap.dat; no journal written.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0700-writejournal.

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
            move spaces to la-tok-1 la-tok-2 la-tok-3 la-tok-4
                la-tok-5 la-tok-6
            unstring loan-record delimited by ','
                into la-tok-1 la-tok-2 la-tok-3 la-tok-4
                    la-tok-5 la-tok-6
            end-unstring
            move dateparse(la-tok-4, '02') to la-parse-result
            if la-tok-1 not = spaces and la-p-success = 'Y'
                if la-loan-count >= 200
                    move 'Y' to la-overflow
                else
                    add 1 to la-loan-count
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

0120-oneloanline.
    initialize la-loan(la-loan-count).
    move la-tok-1 to lal-loanid(la-loan-count).
    compute lal-principal(la-loan-count) = function numval(la-tok-2).
    compute lal-rate(la-loan-count) = function numval(la-tok-3).
    if la-tok-6 = spaces
        move 'ACT365' to lal-basis(la-loan-count)
    else
        move function upper-case(la-tok-6)
            to lal-basis(la-loan-count)
    end-if.
    move addmonths(la-p-year, la-p-month, la-p-dom, -1)
        to la-orig-fielded.
    move fielded_to_linear(la-o-year, la-o-month, la-o-dom)
        to lal-orig-ld(la-loan-count).

*>*****************************************************************
*> 0150-loadschedule / 0160-readsched                              *
*>*****************************************************************
0150-loadschedule.
    open input sched-file.
    if ws-sched-ok
        perform 0160-readsched
        perform until eof-sched
            move spaces to la-tok-1 la-tok-2 la-tok-3 la-tok-4
                la-tok-5 la-tok-6 la-tok-7 la-tok-8
            unstring sched-record delimited by ','
                into la-tok-1 la-tok-2 la-tok-3 la-tok-4
                    la-tok-5 la-tok-6 la-tok-7 la-tok-8
            end-unstring
            move dateparse(la-tok-3, '02') to la-parse-result
            if la-tok-1 not = spaces and la-p-success = 'Y'
                if la-row-count >= 6000
                    move 'Y' to la-overflow
                else
                    add 1 to la-row-count
                    move la-tok-1 to lar-loanid(la-row-count)
                    move fielded_to_linear(la-p-year, la-p-month,
                            la-p-dom) to lar-due-ld(la-row-count)
                    compute lar-amount(la-row-count) =
                        function numval(la-tok-5)
                        + function numval(la-tok-6)
                    compute lar-balance(la-row-count) =
                        function numval(la-tok-7)
                    if la-tok-8 = spaces
                        move 'N' to lar-has-rate(la-row-count)
                        move 0 to lar-rate(la-row-count)
                    else
                        move 'Y' to lar-has-rate(la-row-count)
                        compute lar-rate(la-row-count) =
                            function numval(la-tok-8)
                    end-if
                end-if
            end-if
            perform 0160-readsched
        end-perform
        close sched-file
    end-if.

0160-readsched.
    if not eof-sched
        read sched-file
            at end
                move 'Y' to ws-eof-sched
        end-read
    end-if.

*>*****************************************************************
*> 0200-loadreceipts / 0210-readreceipt                            *
*>                                                                *
*> Money received after the month end does not pay this month's    *
*> interest.                                                       *
*>*****************************************************************
0200-loadreceipts.
    open input receipt-file.
    if ws-receipt-ok
        perform 0210-readreceipt
        perform until eof-receipt
            move spaces to la-tok-1 la-tok-2 la-tok-3
            unstring receipt-record delimited by ','
                into la-tok-1 la-tok-2 la-tok-3
            end-unstring
            move dateparse(la-tok-2, '02') to la-parse-result
            if la-p-success = 'Y'
                if fielded_to_linear(la-p-year, la-p-month,
                        la-p-dom) <= la-period-end-ld
                    perform varying la-idx from 1 by 1
                            until la-idx > la-loan-count
                        if lal-loanid(la-idx) = la-tok-1
                            compute lal-pool(la-idx) =
                                lal-pool(la-idx)
                                + function numval(la-tok-3)
                        end-if
                    end-perform
                end-if
            end-if
            perform 0210-readreceipt
        end-perform
        close receipt-file
    end-if.

0210-readreceipt.
    if not eof-receipt
        read receipt-file
            at end
                move 'Y' to ws-eof-receipt
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
            move spaces to la-tok-1 la-tok-2 la-tok-3
            unstring map-record delimited by ','
                into la-tok-1 la-tok-2 la-tok-3
            end-unstring
            if function upper-case(la-tok-1) = 'LOANINT'
                move la-tok-2 to la-debit
                move la-tok-3 to la-credit
                move 'Y' to la-mapped
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
*> 0300-oneloan / 0320-onerow                                      *
*>                                                                *
*> The pool pays whole installments oldest first; the first one    *
*> it cannot pay in full ends the paid-through run, and is the     *
*> installment whose RATE the accrual takes.                       *
*>*****************************************************************
0300-oneloan.
    move lal-orig-ld(la-lidx) to lal-paid-ld(la-lidx).
    move lal-principal(la-lidx) to lal-balance(la-lidx).
    move lal-pool(la-lidx) to la-pool.
    move 'N' to la-stopped.
    move 0 to la-oldest-ld la-next-row.
    perform varying la-ridx from 1 by 1 until la-ridx > la-row-count
        if lar-loanid(la-ridx) = lal-loanid(la-lidx)
            perform 0320-onerow
        end-if
    end-perform.
    if la-next-row > 0
        if lar-has-rate(la-next-row) = 'Y'
            move lar-rate(la-next-row) to lal-rate(la-lidx)
        end-if
    end-if.

    move 0 to lal-age(la-lidx).
    if la-oldest-ld > 0
        compute lal-age(la-lidx) =
            elapsedbusinessdays(la-oldest-ld, la-period-end-ld) - 1
    end-if.

    move 0 to lal-accrued(la-lidx) lal-days(la-lidx).
    if lal-age(la-lidx) >= 44
        move 'NONACCRUAL' to lal-status(la-lidx)
        add 1 to la-nonaccrual-count
        add lal-balance(la-lidx) to la-nonaccrual-bal
    else
        move 'ACCRUAL' to lal-status(la-lidx)
        if lal-paid-ld(la-lidx) < la-period-end-ld
                and lal-balance(la-lidx) > 0
            compute lal-days(la-lidx) =
                la-period-end-ld - lal-paid-ld(la-lidx)
            move yearfraction(lal-paid-ld(la-lidx),
                    la-period-end-ld, lal-basis(la-lidx))
                to la-yearfrac
            compute lal-accrued(la-lidx) rounded =
                lal-balance(la-lidx) * (lal-rate(la-lidx) / 100)
                * la-yearfrac
        end-if
        add 1 to la-accrual-count
        add lal-accrued(la-lidx) to la-total
    end-if.

0320-onerow.
    if la-stopped = 'N' and la-pool >= lar-amount(la-ridx)
        subtract lar-amount(la-ridx) from la-pool
        move lar-due-ld(la-ridx) to lal-paid-ld(la-lidx)
        move lar-balance(la-ridx) to lal-balance(la-lidx)
    else
        move 'Y' to la-stopped
        if la-next-row = 0
            move la-ridx to la-next-row
        end-if
        if la-oldest-ld = 0
                and lar-due-ld(la-ridx) <= la-period-end-ld
            move lar-due-ld(la-ridx) to la-oldest-ld
        end-if
    end-if.

*>*****************************************************************
*> 0500-report / 0550-oneline                                      *
*>                                                                *
*> Accruing loans first, then the non-accrual list; the register   *
*> file carries both.                                              *
*>*****************************************************************
0500-report.
    open output register-file.
    display 'Loan interest accrual through ' la-period-end.
    display '=============================================='.
    display 'Loan         Paid-thru      Balance    Rate  Days'
        '      Accrued'.
    perform varying la-lidx from 1 by 1 until la-lidx > la-loan-count
        if lal-status(la-lidx) = 'ACCRUAL'
            perform 0550-oneline
        end-if
    end-perform.
    display '=============================================='.
    move la-total to la-amount-display.
    display 'Loans accruing: ' la-accrual-count
        '  interest accrued ' la-amount-display.

    display ' '.
    display 'Non-accrual loans (90+, not accrued)'.
    display '=============================================='.
    perform varying la-lidx from 1 by 1 until la-lidx > la-loan-count
        if lal-status(la-lidx) = 'NONACCRUAL'
            perform 0550-oneline
        end-if
    end-perform.
    display '=============================================='.
    move la-nonaccrual-bal to la-balance-display.
    display 'Loans on non-accrual: ' la-nonaccrual-count
        '  balance ' la-balance-display.
    close register-file.

0550-oneline.
    move linear_to_fielded(lal-paid-ld(la-lidx)) to la-fielded-date.
    move dateformat(la-fielded-date, '01') to la-date-text.
    move la-date-text(1:10) to la-paid-date.
    move lal-balance(la-lidx) to la-balance-display.
    move lal-rate(la-lidx) to la-rate-display.
    move lal-days(la-lidx) to la-days-display.
    move lal-accrued(la-lidx) to la-amount-display.
    if lal-status(la-lidx) = 'ACCRUAL'
        display lal-loanid(la-lidx) ' ' la-paid-date ' '
            la-balance-display ' ' la-rate-display ' '
            la-days-display ' ' la-amount-display
    else
        display lal-loanid(la-lidx) ' ' la-paid-date ' '
            la-balance-display ' ' la-rate-display
            '  oldest unpaid ' lal-age(la-lidx) ' business days'
    end-if.

    move spaces to la-line.
    string la-period ','
        function trim(lal-loanid(la-lidx)) ','
        la-paid-date ','
        function trim(la-balance-display) ','
        function trim(la-rate-display) ','
        function trim(la-days-display) ','
        function trim(la-amount-display) ','
        function trim(lal-status(la-lidx))
        delimited by size into la-line.
    move la-line to register-record.
    write register-record.

*>*****************************************************************
*> 0700-writejournal / 0750-onebatch                               *
*>                                                                *
*> The accrual and its reversal, each one debit and one credit     *
*> line; nothing to accrue writes an empty file.                   *
*>*****************************************************************
0700-writejournal.
    open output journal-file.
    if la-total > 0
        move spaces to la-batchid
        string 'LIA' la-yyyymm delimited by size into la-batchid
        move la-accrual-date to la-post-date
        move la-debit to la-dr-account
        move la-credit to la-cr-account
        perform 0750-onebatch
        move spaces to la-batchid
        string 'LIR' la-yyyymm delimited by size into la-batchid
        move la-reversal-date to la-post-date
        move la-credit to la-dr-account
        move la-debit to la-cr-account
        perform 0750-onebatch
        move la-total to la-amount-display
        display 'Accrual ' function trim(la-amount-display)
            ' dated ' la-accrual-date ', reversing '
            la-reversal-date ' - accrjrnl.dat.'
    else
        display 'Nothing to accrue.'
    end-if.
    close journal-file.

0750-onebatch.
    move spaces to la-line.
    string 'H,' function trim(la-batchid) ',' la-post-date
        delimited by size into la-line.
    move la-line to journal-record.
    write journal-record.

    move la-total to la-amount-display.
    move spaces to la-line.
    string 'D,' function trim(la-batchid) ','
        function trim(la-dr-account) ','
        function trim(la-amount-display) ',0.00'
        delimited by size into la-line.
    move la-line to journal-record.
    write journal-record.

    move spaces to la-line.
    string 'D,' function trim(la-batchid) ','
        function trim(la-cr-account) ',0.00,'
        function trim(la-amount-display)
        delimited by size into la-line.
    move la-line to journal-record.
    write journal-record.

    compute la-part = la-total * 2.
    move la-part to la-hash-display.
    move spaces to la-line.
    string 'T,' function trim(la-batchid) ',2,'
        function trim(la-hash-display)
        delimited by size into la-line.
    move la-line to journal-record.
    write journal-record.

end program loanaccr.
