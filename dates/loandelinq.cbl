*> period (FISCALPERIODOF) - the portfolio view the monthly        *
*> servicing meeting reconstructs by hand.                         *
*>                                                                *
*> A variable-rate loan's installments change when REPRICE         *
*> rewrites its future schedule rows, and each loan line shows the *
*> RATE on the schedule row for the current period (blank on a     *
*> schedule written before rows carried one).                      *
*>                                                                *
*> Command line: [fiscal-start-month]                              *
*>                                                                *
*> RETURN-CODE 4 when any loan is 90-plus.                         *
    05  ld-loan occurs 200 times.
        10  ldl-loanid       pic x(12).
        10  ldl-pool         pic s9(11)v99 comp-5.
        10  ldl-rate         pic x(10).
        10  ldl-rate-final   pic x.

*>  Scheduled vs received per fiscal period.
*>
01  ld-tok-interest      pic x(14).
01  ld-tok-prinpart      pic x(14).
01  ld-tok-balance       pic x(14).
01  ld-tok-rate          pic x(10).
01  ld-tok-date          pic x(10).
01  ld-tok-amount        pic x(16).

    perform until eof-sched or ld-inst-count >= 2000
        move spaces to ld-tok-loanid ld-tok-seq ld-tok-duedate
            ld-tok-days ld-tok-interest ld-tok-prinpart
            ld-tok-balance ld-tok-rate
        unstring sched-record delimited by ','
            into ld-tok-loanid ld-tok-seq ld-tok-duedate
                ld-tok-days ld-tok-interest ld-tok-prinpart
                ld-tok-balance ld-tok-rate
        end-unstring
        move dateparse(ld-tok-duedate, '02') to ld-parse-result
        if ld-p-success = 'Y' and ld-tok-loanid not = spaces
                + function numval(ld-tok-prinpart)
            move 0 to ldi-paid(ld-inst-count)
            perform 0150-loanslot
            perform 0160-loanrate
            move ldi-due-ld(ld-inst-count) to ld-ld
            move ldi-amount(ld-inst-count) to ld-amount
            perform 0600-periodsched
        add 1 to ld-loan-count
        move ld-tok-loanid to ldl-loanid(ld-loan-count)
        move 0 to ldl-pool(ld-loan-count)
        move spaces to ldl-rate(ld-loan-count)
        move 'N' to ldl-rate-final(ld-loan-count)
    end-if.

*>  the current period's rate is the first row due after today;
*>  past maturity, the last row's.  Rows run in sequence per loan.
*>
0160-loanrate.
    perform 0150-loanslot.
    if ld-lidx > 0
        if ldl-rate-final(ld-lidx) = 'N'
            move ld-tok-rate to ldl-rate(ld-lidx)
            if ldi-due-ld(ld-inst-count) > ld-today-ld
                move 'Y' to ldl-rate-final(ld-lidx)
            end-if
        end-if
    end-if.

*>*****************************************************************
    end-if.
    move ld-open to ld-amount-display.
    display ldl-loanid(ld-lidx) ' ' ld-verdict
        ' open ' ld-amount-display
        ' rate ' ldl-rate(ld-lidx).

*>*****************************************************************
*> 0600-periodsched / 0650-periodrecv / 0700-periodslot            *
