*>*****************************************************************
*> reprice - Variable-rate loan repricing run.                     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> A prime-plus or SOFR-plus loan on LOANMAST.DAT carries INDEX,   *
*> MARGIN and RESETMONTHS after BASIS (see AMORTSCHED), and its    *
*> rate resets after every RESETMONTHS-th installment.  Servicing  *
*> repriced these in a spreadsheet.  For each such loan this finds *
*> the latest reset on or before the as-of date - the due date of  *
*> installment RESETMONTHS, 2 x RESETMONTHS, ... - and takes the   *
*> index rate in effect that day (INDEXRATE) plus the margin.      *
*> When that differs from the rate on the loan's next installment, *
*> the remaining level payment is recomputed from the balance      *
*> after the last installment already due, over the installments   *
*> still to come, and those future PAYSCHED.DAT rows are rewritten *
*> with AMORTSCHED's interest rule and the new RATE.  Installments *
*> due on or before the as-of date are never touched, and a loan   *
*> already at the right rate is left alone, so a rerun is          *
*> harmless.                                                       *
*>                                                                *
*> Old versus new payment is reported and appended to REPRICE.DAT  *
*> for the borrower notices -                                      *
*>                                                                *
*>   LOANID,RESETDATE,INDEX,OLDRATE,NEWRATE,OLDPAYMENT,NEWPAYMENT, *
*>   FIRSTDUE                                                      *
*>                                                                *
*> PAYOFF and LOANDELINQ read the rewritten schedule as they find  *
*> it.                                                             *
*>                                                                *
*> Command line: [as-of-date]   (default today's business date)    *
*>                                                                *
*> RETURN-CODE 4 when a loan could not be repriced (bad master     *
*> columns, index not on file); 8 when PAYSCHED.DAT is missing;    *
*> 16 when it is larger than the table, in which case nothing is   *
*> rewritten.                                                      *
*>*****************************************************************
identification division.
program-id. reprice.

environment division.
configuration section.
repository.
    function currentbusinessdate
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

    select notice-file assign to 'reprice.dat'
        organization is line sequential
        access is sequential
        file status is ws-notice-status.

data division.
file section.
fd  loan-file.

01  loan-record          pic x(80).

fd  sched-file.

01  sched-record         pic x(80).

fd  notice-file.

01  notice-record        pic x(100).

working-storage section.
01  ws-loan-status       pic xx.
    88  ws-loan-ok           value '00'.
01  ws-sched-status      pic xx.
    88  ws-sched-ok          value '00'.
01  ws-notice-status     pic xx.
    88  ws-notice-ok         value '00'.

01  ws-eof-loan          pic x       value 'N'.
    88  eof-loan             value 'Y'.
01  ws-eof-sched         pic x       value 'N'.
    88  eof-sched            value 'Y'.

01  ws-cmdline           pic x(40).
01  ws-arg-asof          pic x(12).

*>  PAYSCHED.DAT held whole.  Untouched rows go back out as they
*>  were read; a repriced row is rebuilt in AMORTSCHED's layout.
*>
01  rp-row-count         usage signed-int value 0.
01  rp-row-overflow      pic x value 'N'.
01  rp-idx               usage signed-int.
01  rp-rows.
    05  rp-row occurs 6000 times.
        10  rpr-text         pic x(80).
        10  rpr-loanid       pic x(12).
        10  rpr-seq          usage signed-int.
        10  rpr-duedate      pic x(10).
        10  rpr-due-ld       usage signed-int.
        10  rpr-days         usage signed-int.
        10  rpr-interest     pic s9(9)v99 comp-5.
        10  rpr-principal    pic s9(9)v99 comp-5.
        10  rpr-balance      pic s9(9)v99 comp-5.
        10  rpr-rate         pic s9(3)v9(4) comp-5.
        10  rpr-has-rate     pic x.
        10  rpr-changed      pic x.

01  rp-out-row.
    05  rpo-loanid      pic x(12).
    05  filler          pic x       value ','.
    05  rpo-seq         pic 9(3).
    05  filler          pic x       value ','.
    05  rpo-duedate     pic x(10).
    05  filler          pic x       value ','.
    05  rpo-days        pic 9(3).
    05  filler          pic x       value ','.
    05  rpo-interest    pic 9(9).99.
    05  filler          pic x       value ','.
    05  rpo-principal   pic 9(9).99.
    05  filler          pic x       value ','.
    05  rpo-balance     pic 9(9).99.
    05  filler          pic x       value ','.
    05  rpo-rate        pic 99.9999.

01  rp-tok-loanid        pic x(12).
01  rp-tok-seq           pic x(3).
01  rp-tok-duedate       pic x(10).
01  rp-tok-days          pic x(3).
01  rp-tok-interest      pic x(14).
01  rp-tok-prinpart      pic x(14).
01  rp-tok-balance       pic x(14).
01  rp-tok-rate          pic x(10).

01  rp-tok-principal     pic x(12).
01  rp-tok-loanrate      pic x(8).
01  rp-tok-firstpay      pic x(10).
01  rp-tok-term          pic x(4).
01  rp-tok-basis         pic x(6).
01  rp-tok-index         pic x(8).
01  rp-tok-margin        pic x(8).
01  rp-tok-reset         pic x(4).

01  rp-loanid            pic x(12).
01  rp-loan-rate         pic s9(3)v9(4) comp-5.
01  rp-basis             pic x(6).
01  rp-index             pic x(8).
01  rp-margin            pic s9(3)v9(4) comp-5.
01  rp-reset-months      usage signed-int.
01  rp-seq-rem           usage signed-int.
01  rp-seq-quot          usage signed-int.

01  rp-reset-row         usage signed-int.
01  rp-last-row          usage signed-int.
01  rp-next-row          usage signed-int.
01  rp-remaining         usage signed-int.
01  rp-index-rate        pic s9(3)v9(4) comp-5.
01  rp-index-found       pic x.
01  rp-new-rate          pic s9(3)v9(4) comp-5.
01  rp-old-rate          pic s9(3)v9(4) comp-5.
01  rp-old-payment       pic s9(9)v99  comp-5.

01  rp-asof-ld           usage signed-int.
01  rp-asof              pic x(10).
01  rp-monthly-rate      pic s9(3)v9(9) comp-5.
01  rp-factor            pic s9(3)v9(9) comp-5.
01  rp-yearfrac          pic s9(6)v9(9) comp-5.
01  rp-payment           pic s9(9)v99  comp-5.
01  rp-balance           pic s9(9)v99  comp-5.
01  rp-interest          pic s9(9)v99  comp-5.
01  rp-princ-part        pic s9(9)v99  comp-5.
01  rp-prev-ld           usage signed-int.

01  rp-variable-count    usage signed-int value 0.
01  rp-repriced-count    usage signed-int value 0.
01  rp-bad-count         usage signed-int value 0.

01  rp-line              pic x(100).
01  rp-rate-display      pic z9.9999.
01  rp-newrate-display   pic z9.9999.
01  rp-amount-display    pic -(8)9.99.
01  rp-newpay-display    pic -(8)9.99.
01  rp-date-text         pic x(20).

01  rp-parse-result.
    05  rp-p-fielded.
        10  rp-p-year        pic s9(9)   comp-5.
        10  rp-p-month       pic 99      comp-5.
        10  rp-p-dom         pic 99      comp-5.
    05  rp-p-success     pic x.

01  rp-fielded-date.
    05  rp-year              pic s9(9)   comp-5.
    05  rp-month             pic 99      comp-5.
    05  rp-dom               pic 99      comp-5.
    05  rp-doy               pic 999     comp-5.
    05  rp-dow               pic 9       comp-5.

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
    move spaces to ws-cmdline ws-arg-asof.
    accept ws-cmdline from command-line.
    unstring ws-cmdline delimited by all space
        into ws-arg-asof.

    if ws-arg-asof = spaces
        move function current-date to time-stamp
        move currentbusinessdate(time-stamp) to rp-fielded-date
        move fielded_to_linear(rp-year, rp-month, rp-dom)
            to rp-asof-ld
    else
        move dateparse(ws-arg-asof, '02') to rp-parse-result
        if rp-p-success = 'N'
            display 'Invalid as-of date: ' ws-arg-asof
            move 8 to return-code
            go to 9000-end
        end-if
        move fielded_to_linear(rp-p-year, rp-p-month, rp-p-dom)
            to rp-asof-ld
    end-if.
    move linear_to_fielded(rp-asof-ld) to rp-fielded-date.
    move dateformat(rp-fielded-date, '01') to rp-date-text.
    move rp-date-text(1:10) to rp-asof.

    perform 0100-loadschedule thru 0190-exit.
    if not ws-sched-ok
        display 'paysched.dat is missing; run AMORTSCHED first.'
        move 8 to return-code
        go to 9000-end
    end-if.
    if rp-row-overflow = 'Y'
        display 'paysched.dat exceeds the 6000-row table;'
            ' nothing repriced.'
        move 16 to return-code
        go to 9000-end
    end-if.

    display 'Variable-rate repricing as of ' rp-asof.
    display '=============================================='.

    open extend notice-file.
    if not ws-notice-ok
        open output notice-file
    end-if.
    open input loan-file.
    if ws-loan-ok
        perform 0210-readloan
        perform until eof-loan
            perform 0300-oneloan thru 0390-exit
            perform 0210-readloan
        end-perform
        close loan-file
    end-if.
    close notice-file.

    if rp-repriced-count > 0
        perform 0900-saveschedule
    end-if.

    display '=============================================='.
    display 'Variable-rate loans:  ' rp-variable-count.
    display 'Loans repriced:       ' rp-repriced-count.
    display 'Loans not repriced:   ' rp-bad-count.
    if rp-bad-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadschedule / 0110-readsched                              *
*>*****************************************************************
0100-loadschedule.
    open input sched-file.
    if not ws-sched-ok
        go to 0190-exit
    end-if.
    perform 0110-readsched.
    perform until eof-sched or rp-row-count >= 6000
        add 1 to rp-row-count
        move sched-record to rpr-text(rp-row-count)
        move spaces to rp-tok-loanid rp-tok-seq rp-tok-duedate
            rp-tok-days rp-tok-interest rp-tok-prinpart
            rp-tok-balance rp-tok-rate
        unstring sched-record delimited by ','
            into rp-tok-loanid rp-tok-seq rp-tok-duedate
                rp-tok-days rp-tok-interest rp-tok-prinpart
                rp-tok-balance rp-tok-rate
        end-unstring
        move rp-tok-loanid to rpr-loanid(rp-row-count)
        move rp-tok-duedate to rpr-duedate(rp-row-count)
        move dateparse(rp-tok-duedate, '02') to rp-parse-result
        if rp-p-success = 'Y'
            move fielded_to_linear(rp-p-year, rp-p-month,
                    rp-p-dom) to rpr-due-ld(rp-row-count)
        else
            move 0 to rpr-due-ld(rp-row-count)
        end-if
        compute rpr-seq(rp-row-count) = function numval(rp-tok-seq)
        compute rpr-days(rp-row-count) =
            function numval(rp-tok-days)
        compute rpr-interest(rp-row-count) =
            function numval(rp-tok-interest)
        compute rpr-principal(rp-row-count) =
            function numval(rp-tok-prinpart)
        compute rpr-balance(rp-row-count) =
            function numval(rp-tok-balance)
        if rp-tok-rate = spaces
            move 'N' to rpr-has-rate(rp-row-count)
            move 0 to rpr-rate(rp-row-count)
        else
            move 'Y' to rpr-has-rate(rp-row-count)
            compute rpr-rate(rp-row-count) =
                function numval(rp-tok-rate)
        end-if
        move 'N' to rpr-changed(rp-row-count)
        perform 0110-readsched
    end-perform.
    if not eof-sched
        move 'Y' to rp-row-overflow
    end-if.
    close sched-file.

0190-exit.
    exit.

0110-readsched.
    if not eof-sched
        read sched-file
            at end
                move 'Y' to ws-eof-sched
        end-read
    end-if.

0210-readloan.
    if not eof-loan
        read loan-file
            at end
                move 'Y' to ws-eof-loan
        end-read
    end-if.

*>*****************************************************************
*> 0300-oneloan                                                    *
*>                                                                *
*> Fixed-rate loans (no INDEX column) pass straight through.       *
*>*****************************************************************
0300-oneloan.
    move spaces to rp-tok-loanid rp-tok-principal rp-tok-loanrate
        rp-tok-firstpay rp-tok-term rp-tok-basis rp-tok-index
        rp-tok-margin rp-tok-reset.
    unstring loan-record delimited by ','
        into rp-tok-loanid rp-tok-principal rp-tok-loanrate
            rp-tok-firstpay rp-tok-term rp-tok-basis rp-tok-index
            rp-tok-margin rp-tok-reset
    end-unstring.
    if rp-tok-index = spaces
        go to 0390-exit
    end-if.
    add 1 to rp-variable-count.

    move rp-tok-loanid to rp-loanid.
    compute rp-loan-rate = function numval(rp-tok-loanrate).
    compute rp-margin = function numval(rp-tok-margin).
    compute rp-reset-months = function numval(rp-tok-reset).
    move function upper-case(rp-tok-index) to rp-index.
    if rp-tok-basis = spaces
        move 'ACT365' to rp-basis
    else
        move function upper-case(rp-tok-basis) to rp-basis
    end-if.
    if rp-reset-months < 1
        display 'Loan ' function trim(rp-loanid)
            ': RESETMONTHS missing or not positive, not repriced.'
        add 1 to rp-bad-count
        go to 0390-exit
    end-if.

*>  the latest reset on or before the as-of date, the installment
*>  already due before it, and the first installment still to come.
*>
    move 0 to rp-reset-row rp-last-row rp-next-row rp-remaining.
    perform varying rp-idx from 1 by 1 until rp-idx > rp-row-count
        if rpr-loanid(rp-idx) = rp-loanid and rpr-due-ld(rp-idx) > 0
            if rpr-due-ld(rp-idx) <= rp-asof-ld
                move rp-idx to rp-last-row
                divide rpr-seq(rp-idx) by rp-reset-months
                    giving rp-seq-quot remainder rp-seq-rem
                if rp-seq-rem = 0
                    move rp-idx to rp-reset-row
                end-if
            else
                if rp-next-row = 0
                    move rp-idx to rp-next-row
                end-if
                add 1 to rp-remaining
            end-if
        end-if
    end-perform.
    if rp-reset-row = 0 or rp-next-row = 0
        go to 0390-exit
    end-if.

    call 'indexrate' using rp-index rpr-due-ld(rp-reset-row)
        rp-index-rate rp-index-found.
    if rp-index-found not = 'Y'
        display 'Loan ' function trim(rp-loanid) ': no '
            function trim(rp-index) ' rate on or before '
            rpr-duedate(rp-reset-row) ', not repriced.'
        add 1 to rp-bad-count
        go to 0390-exit
    end-if.
    compute rp-new-rate = rp-index-rate + rp-margin.

    if rpr-has-rate(rp-next-row) = 'Y'
        move rpr-rate(rp-next-row) to rp-old-rate
    else
        move rp-loan-rate to rp-old-rate
    end-if.
    if rp-new-rate = rp-old-rate
        go to 0390-exit
    end-if.
    compute rp-old-payment = rpr-interest(rp-next-row)
        + rpr-principal(rp-next-row).

    perform 0400-reschedule.
    add 1 to rp-repriced-count.
    perform 0500-notice.

0390-exit.
    exit.

*>*****************************************************************
*> 0400-reschedule                                                 *
*>                                                                *
*> AMORTSCHED's level payment and accrual, restarted from the      *
*> balance after the last installment already due.                 *
*>*****************************************************************
0400-reschedule.
    move rpr-balance(rp-last-row) to rp-balance.
    move rpr-due-ld(rp-last-row) to rp-prev-ld.

    compute rp-monthly-rate = rp-new-rate / 1200.
    if rp-monthly-rate = 0
        compute rp-payment rounded = rp-balance / rp-remaining
    else
        compute rp-factor rounded =
            1 / ((1 + rp-monthly-rate) ** rp-remaining)
        compute rp-payment rounded =
            (rp-balance * rp-monthly-rate) / (1 - rp-factor)
    end-if.

    perform varying rp-idx from rp-next-row by 1
            until rp-idx > rp-row-count
        if rpr-loanid(rp-idx) = rp-loanid
                and rpr-due-ld(rp-idx) > rp-asof-ld
            move yearfraction(rp-prev-ld, rpr-due-ld(rp-idx),
                    rp-basis) to rp-yearfrac
            compute rp-interest rounded =
                rp-balance * (rp-new-rate / 100) * rp-yearfrac
            subtract 1 from rp-remaining
            if rp-remaining = 0
                move rp-balance to rp-princ-part
            else
                compute rp-princ-part = rp-payment - rp-interest
                if rp-princ-part > rp-balance
                    move rp-balance to rp-princ-part
                end-if
            end-if
            subtract rp-princ-part from rp-balance
            compute rpr-days(rp-idx) =
                rpr-due-ld(rp-idx) - rp-prev-ld
            move rp-interest to rpr-interest(rp-idx)
            move rp-princ-part to rpr-principal(rp-idx)
            move rp-balance to rpr-balance(rp-idx)
            move rp-new-rate to rpr-rate(rp-idx)
            move 'Y' to rpr-has-rate(rp-idx)
            move 'Y' to rpr-changed(rp-idx)
            move rpr-due-ld(rp-idx) to rp-prev-ld
        end-if
    end-perform.

*>*****************************************************************
*> 0500-notice                                                     *
*>*****************************************************************
0500-notice.
    move rp-old-rate to rp-rate-display.
    move rp-new-rate to rp-newrate-display.
    move rp-old-payment to rp-amount-display.
    compute rp-payment = rpr-interest(rp-next-row)
        + rpr-principal(rp-next-row).
    move rp-payment to rp-newpay-display.

    display rp-loanid ' reset ' rpr-duedate(rp-reset-row) ' '
        rp-index ' rate ' rp-rate-display ' -> '
        rp-newrate-display.
    display '             payment ' rp-amount-display ' -> '
        rp-newpay-display ' from ' rpr-duedate(rp-next-row).

    move spaces to rp-line.
    string function trim(rp-loanid) ','
        rpr-duedate(rp-reset-row) ','
        function trim(rp-index) ','
        function trim(rp-rate-display) ','
        function trim(rp-newrate-display) ','
        function trim(rp-amount-display) ','
        function trim(rp-newpay-display) ','
        rpr-duedate(rp-next-row)
        delimited by size into rp-line.
    move rp-line to notice-record.
    write notice-record.

*>*****************************************************************
*> 0900-saveschedule                                               *
*>*****************************************************************
0900-saveschedule.
    open output sched-file.
    perform varying rp-idx from 1 by 1 until rp-idx > rp-row-count
        if rpr-changed(rp-idx) = 'Y'
            move rpr-loanid(rp-idx) to rpo-loanid
            move rpr-seq(rp-idx) to rpo-seq
            move rpr-duedate(rp-idx) to rpo-duedate
            move rpr-days(rp-idx) to rpo-days
            move rpr-interest(rp-idx) to rpo-interest
            move rpr-principal(rp-idx) to rpo-principal
            move rpr-balance(rp-idx) to rpo-balance
            move rpr-rate(rp-idx) to rpo-rate
            move rp-out-row to sched-record
        else
            move rpr-text(rp-idx) to sched-record
        end-if
        write sched-record
    end-perform.
    close sched-file.

end program reprice.
