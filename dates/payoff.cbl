*> YEARFRACTION, and prints a quote good through an expiry five    *
*> business days past the as-of date (ADDBUSINESSDAYS).            *
*>                                                                *
*> Interest accrues at the RATE on the schedule row for the period *
*> the as-of date falls in, so a variable-rate loan quotes at the  *
*> rate REPRICE last set; LOANMAST.DAT's RATE stands in only for a *
*> schedule written before rows carried one.                       *
*>                                                                *
*> Once LOANPOST has posted the loan's receipts, the quote works   *
*> from the posted balance on LOANBAL.DAT, not the schedule -      *
*> the principal actually outstanding, interest from the posted    *
*> paid-through date plus any interest left unpaid, and unpaid     *
*> late fees.  A loan not yet posted quotes from the schedule.     *
*>                                                                *
*> Command line: loan-id as-of-date                                *
*>                                                                *
*> RETURN-CODE 8 when the loan is not on file.                     *
        access is sequential
        file status is ws-sched-status.

    select balance-file assign to 'loanbal.dat'
        organization is line sequential
        access is sequential
        file status is ws-balance-status.

data division.
file section.
fd  loan-file.

01  sched-record         pic x(80).

fd  balance-file.

01  balance-record       pic x(120).

working-storage section.
01  ws-loan-status       pic xx.
    88  ws-loan-ok           value '00'.
01  ws-sched-status      pic xx.
    88  ws-sched-ok          value '00'.
01  ws-balance-status    pic xx.
    88  ws-balance-ok        value '00'.

01  ws-eof-loan          pic x       value 'N'.
    88  eof-loan             value 'Y'.
01  ws-eof-sched         pic x       value 'N'.
    88  eof-sched            value 'Y'.
01  ws-eof-balance       pic x       value 'N'.
    88  eof-balance          value 'Y'.

01  ws-cmdline           pic x(60).
01  ws-arg-loan          pic x(12).
01  po-tok-interest      pic x(14).
01  po-tok-prinpart      pic x(14).
01  po-tok-balance       pic x(14).
01  po-tok-schedrate     pic x(10).
01  po-tok-intthru       pic x(10).
01  po-tok-intdue        pic x(14).
01  po-tok-feesdue       pic x(14).

01  po-found             pic x value 'N'.
01  po-principal         pic s9(9)v99 comp-5.
01  po-payoff            pic s9(9)v99 comp-5.
01  po-yearfrac          pic s9(6)v9(9) comp-5.
01  po-have-payment      pic x value 'N'.
01  po-rate-set          pic x value 'N'.
01  po-posted            pic x value 'N'.
01  po-unpaid-interest   pic s9(9)v99 comp-5 value 0.
01  po-fees-due          pic s9(9)v99 comp-5 value 0.

01  po-first-fielded.
    05  po-f-year            pic s9(9)   comp-5.
    end-if.

    perform 0200-findlastpayment thru 0290-exit.
    perform 0300-findposted thru 0390-exit.

    move 0 to po-yearfrac.
    if po-asof-ld > po-lastpay-ld
        move yearfraction(po-lastpay-ld, po-asof-ld, po-basis)
            to po-yearfrac
    end-if.
    compute po-interest rounded =
        po-balance * (po-rate / 100) * po-yearfrac
        + po-unpaid-interest.
    compute po-payoff = po-balance + po-interest + po-fees-due.

    move addbusinessdays(po-asof-ld, 5) to po-expiry-ld.

    move po-interest to po-amount-display.
    display 'Accrued interest:   ' po-amount-display
        ' (' po-basis ')'.
    if po-fees-due not = 0
        move po-fees-due to po-amount-display
        display 'Unpaid late fees:   ' po-amount-display
    end-if.
    move po-payoff to po-amount-display.
    display 'PAYOFF AMOUNT:      ' po-amount-display.
    move linear_to_fielded(po-expiry-ld) to po-fielded-date.
    move dateformat(po-fielded-date, '01') to po-date-text.
    display 'Quote good through: ' po-date-text(1:10).
    if po-posted = 'Y'
        display 'Balance as posted to loanbal.dat.'
    else
        display 'Balance per schedule; no receipts posted.'
    end-if.
    display '=============================================='.

9000-end.
    perform until eof-sched
        move spaces to po-tok-loanid po-tok-seq po-tok-duedate
            po-tok-days po-tok-interest po-tok-prinpart
            po-tok-balance po-tok-schedrate
        unstring sched-record delimited by ','
            into po-tok-loanid po-tok-seq po-tok-duedate
                po-tok-days po-tok-interest po-tok-prinpart
                po-tok-balance po-tok-schedrate
        end-unstring
        if po-tok-loanid = ws-arg-loan
            move dateparse(po-tok-duedate, '02')
                    compute po-balance =
                        function numval(po-tok-balance)
                    move 'Y' to po-have-payment
                    if po-tok-schedrate not = spaces
                        compute po-rate =
                            function numval(po-tok-schedrate)
                    end-if
                else
                    if po-rate-set = 'N'
                            and po-tok-schedrate not = spaces
                        compute po-rate =
                            function numval(po-tok-schedrate)
                    end-if
                    move 'Y' to po-rate-set
                end-if
            end-if
        end-if
        end-read
    end-if.

*>*****************************************************************
*> 0300-findposted / 0310-readbalance                              *
*>                                                                *
*> LOANBAL.DAT is LOANID,PRINCIPAL,INTTHRU,INTDUE,FEESDUE,... as   *
*> LOANPOST writes it.  The schedule still supplies the rate.      *
*>*****************************************************************
0300-findposted.
    open input balance-file.
    if not ws-balance-ok
        go to 0390-exit
    end-if.
    perform 0310-readbalance.
    perform until eof-balance or po-posted = 'Y'
        move spaces to po-tok-loanid po-tok-balance po-tok-intthru
            po-tok-intdue po-tok-feesdue
        unstring balance-record delimited by ','
            into po-tok-loanid po-tok-balance po-tok-intthru
                po-tok-intdue po-tok-feesdue
        end-unstring
        move dateparse(po-tok-intthru, '02') to po-parse-result
        if po-tok-loanid = ws-arg-loan and po-p-success = 'Y'
            move 'Y' to po-posted
            compute po-balance = function numval(po-tok-balance)
            move fielded_to_linear(po-p-year, po-p-month,
                    po-p-dom) to po-lastpay-ld
            compute po-unpaid-interest =
                function numval(po-tok-intdue)
            compute po-fees-due = function numval(po-tok-feesdue)
        end-if
        perform 0310-readbalance
    end-perform.
    close balance-file.

0390-exit.
    exit.

0310-readbalance.
    if not eof-balance
        read balance-file
            at end
                move 'Y' to ws-eof-balance
        end-read
    end-if.

end program payoff.
