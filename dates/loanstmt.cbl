*>*****************************************************************
*> loanstmt - Borrower loan activity statement.                    *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Answers "where did my payment go".  From the transaction        *
*> history LOANHIST.DAT and the current balance LOANBAL.DAT that   *
*> LOANPOST maintains, this prints for each loan -                 *
*>                                                                *
*>   - the principal balance at the start of the period;           *
*>   - every fee and receipt in the period, each receipt followed  *
*>     by the fees, interest, scheduled principal, curtailment and *
*>     suspense it paid, with the principal balance after;         *
*>   - totals by kind for the period;                              *
*>   - the balance now: principal, interest paid through, unpaid   *
*>     interest and unpaid fees.                                   *
*>                                                                *
*> Each statement lands in its own generation-dated print file,    *
*> lstmt.<loanid>.txt, cataloged through GENCATALOG the way        *
*> STATEMENTS files customer statements.                           *
*>                                                                *
*> Command line: [loan-id|ALL] [from-date]                         *
*>   (every loan on LOANBAL.DAT by default; from-date YYYY-MM-DD,  *
*>   the first of the current month by default)                    *
*>                                                                *
*> RETURN-CODE 4 when the loan asked for is not on LOANBAL.DAT     *
*> (not yet posted); 8 for a bad from-date.                        *
*>*****************************************************************
identification division.
program-id. loanstmt.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function dateparse
    function generationname
    function all intrinsic.

input-output section.
file-control.

    select balance-file assign to 'loanbal.dat'
        organization is line sequential
        access is sequential
        file status is ws-balance-status.

    select hist-file assign to 'loanhist.dat'
        organization is line sequential
        access is sequential
        file status is ws-hist-status.

    select stmt-file assign to ls-stmt-name
        organization is line sequential
        access is sequential.

data division.
file section.
fd  balance-file.

01  balance-record       pic x(120).

fd  hist-file.

01  hist-record          pic x(80).

fd  stmt-file.

01  stmt-record          pic x(100).

working-storage section.
01  ws-balance-status    pic xx.
    88  ws-balance-ok        value '00'.
01  ws-hist-status       pic xx.
    88  ws-hist-ok           value '00'.

01  ws-eof-balance       pic x       value 'N'.
    88  eof-balance          value 'Y'.
01  ws-eof-hist          pic x       value 'N'.
    88  eof-hist             value 'Y'.

01  ws-arg-loan          pic x(12).
01  ws-arg-from          pic x(10).

01  ls-tok-1             pic x(16).
01  ls-tok-2             pic x(16).
01  ls-tok-3             pic x(16).
01  ls-tok-4             pic x(16).
01  ls-tok-5             pic x(16).
01  ls-tok-6             pic x(16).
01  ls-tok-7             pic x(16).
01  ls-tok-8             pic x(16).
01  ls-tok-9             pic x(16).

01  ls-loanid            pic x(12).
01  ls-from-date         pic x(10).
01  ls-stmt-date         pic x(10).
01  ls-stmt-base         pic x(40).
01  ls-stmt-name         pic x(60).
01  ls-cat-job           pic x(12) value 'LOANSTMT'.
01  ls-found             pic x.
01  ls-stmt-count        usage signed-int value 0.

01  ls-principal         pic s9(9)v99 comp-5.
01  ls-int-due           pic s9(9)v99 comp-5.
01  ls-fees-due          pic s9(9)v99 comp-5.
01  ls-int-thru          pic x(10).
01  ls-opening           pic s9(9)v99 comp-5.
01  ls-opening-set       pic x.
01  ls-amount            pic s9(9)v99 comp-5.
01  ls-after             pic s9(9)v99 comp-5.

01  ls-kinds.
    05  ls-kind occurs 8 times.
        10  lsk-type         pic x(10).
        10  lsk-total        pic s9(11)v99 comp-5.
01  ls-kind-def.
    05  filler pic x(10) value 'FEE'.
    05  filler pic x(10) value 'RECEIPT'.
    05  filler pic x(10) value 'FEEPAID'.
    05  filler pic x(10) value 'INTEREST'.
    05  filler pic x(10) value 'PRINCIPAL'.
    05  filler pic x(10) value 'CURTAIL'.
    05  filler pic x(10) value 'SUSPENSE'.
    05  filler pic x(10) value 'BOOKED'.
01  ls-kind-table redefines ls-kind-def.
    05  ls-kind-name     pic x(10) occurs 8 times.
01  ls-kidx              usage signed-int.

01  ls-line              pic x(100).
01  ls-amount-display    pic -(8)9.99.
01  ls-after-display     pic -(8)9.99.
01  ls-date-text         pic x(20).

01  ls-fielded-date.
    05  ls-year              pic s9(9)   comp-5.
    05  ls-month             pic 99      comp-5.
    05  ls-dom               pic 99      comp-5.
    05  ls-doy               pic 999     comp-5.
    05  ls-dow               pic 9       comp-5.

01  ls-parse-result.
    05  ls-p-fielded.
        10  ls-p-year        pic s9(9)   comp-5.
        10  ls-p-month       pic 99      comp-5.
        10  ls-p-dom         pic 99      comp-5.
    05  ls-p-success     pic x.

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
    move currentbusinessdate(time-stamp) to ls-fielded-date.
    move dateformat(ls-fielded-date, '01') to ls-date-text.
    move ls-date-text(1:10) to ls-stmt-date.
    move ls-stmt-date to ls-from-date.
    move '01' to ls-from-date(9:2).

    move spaces to ws-arg-loan ws-arg-from.
    display 1 upon argument-number.
    accept ws-arg-loan from argument-value.
    display 2 upon argument-number.
    accept ws-arg-from from argument-value.
    if ws-arg-loan = low-values
        move spaces to ws-arg-loan
    end-if.
    move function upper-case(ws-arg-loan) to ws-arg-loan.
    if ws-arg-from not = spaces and ws-arg-from not = low-values
        move dateparse(ws-arg-from, '02') to ls-parse-result
        if ls-p-success = 'N'
            display 'Bad from-date ' function trim(ws-arg-from)
                '; expected YYYY-MM-DD.'
            move 8 to return-code
            go to 9000-end
        end-if
        move ws-arg-from to ls-from-date
    end-if.

    move 'N' to ls-found.
    open input balance-file.
    if ws-balance-ok
        perform 0110-readbalance
        perform until eof-balance
            move spaces to ls-tok-1 ls-tok-2 ls-tok-3 ls-tok-4
                ls-tok-5 ls-tok-6 ls-tok-7 ls-tok-8 ls-tok-9
            unstring balance-record delimited by ','
                into ls-tok-1 ls-tok-2 ls-tok-3 ls-tok-4
                    ls-tok-5 ls-tok-6 ls-tok-7 ls-tok-8 ls-tok-9
            end-unstring
            if ls-tok-1 not = spaces
                    and (ws-arg-loan = spaces or ws-arg-loan = 'ALL'
                    or function upper-case(ls-tok-1) = ws-arg-loan)
                move 'Y' to ls-found
                move ls-tok-1 to ls-loanid
                compute ls-principal = function numval(ls-tok-2)
                move ls-tok-3 to ls-int-thru
                compute ls-int-due = function numval(ls-tok-4)
                compute ls-fees-due = function numval(ls-tok-5)
                perform 0200-onestatement
            end-if
            perform 0110-readbalance
        end-perform
        close balance-file
    end-if.

    if ls-found = 'N'
        display 'No posted loan '
            function trim(ws-arg-loan) ' on loanbal.dat.'
        move 4 to return-code
    end-if.

    display 'Loan statements produced: ' ls-stmt-count
        ' from ' ls-from-date ' dated ' ls-stmt-date '.'.

9000-end.
    goback.

0110-readbalance.
    if not eof-balance
        read balance-file
            at end
                move 'Y' to ws-eof-balance
        end-read
    end-if.

*>*****************************************************************
*> 0200-onestatement                                               *
*>                                                                *
*> LOANHIST.DAT dates are YYYY-MM-DD, so they compare as text.     *
*> The opening balance is the balance after the loan's last line   *
*> before the period.                                              *
*>*****************************************************************
0200-onestatement.
    move spaces to ls-stmt-base.
    string 'lstmt.' function trim(ls-loanid) '.txt'
        delimited by size into ls-stmt-base.
    move generationname(ls-stmt-base) to ls-stmt-name.
    open output stmt-file.

    move spaces to ls-line.
    string 'LOAN ACTIVITY STATEMENT  ' function trim(ls-loanid)
        '  as of ' ls-stmt-date
        delimited by size into ls-line.
    move ls-line to stmt-record.
    write stmt-record.
    move spaces to ls-line.
    string 'Activity from ' ls-from-date
        delimited by size into ls-line.
    move ls-line to stmt-record.
    write stmt-record.
    move all '=' to stmt-record(1:58).
    move spaces to stmt-record(59:).
    write stmt-record.

    perform varying ls-kidx from 1 by 1 until ls-kidx > 8
        move ls-kind-name(ls-kidx) to lsk-type(ls-kidx)
        move 0 to lsk-total(ls-kidx)
    end-perform.
    move 0 to ls-opening.
    move 'N' to ls-opening-set.

    move 'N' to ws-eof-hist.
    open input hist-file.
    if ws-hist-ok
        perform 0210-readhist
        perform until eof-hist
            move spaces to ls-tok-1 ls-tok-2 ls-tok-3 ls-tok-4
                ls-tok-5
            unstring hist-record delimited by ','
                into ls-tok-1 ls-tok-2 ls-tok-3 ls-tok-4 ls-tok-5
            end-unstring
            if ls-tok-1 = ls-loanid
                perform 0300-onehistline
            end-if
            perform 0210-readhist
        end-perform
        close hist-file
    end-if.

    if ls-opening-set = 'N'
        move ls-principal to ls-opening
    end-if.

    move spaces to stmt-record.
    write stmt-record.
    move ls-opening to ls-amount-display.
    move spaces to ls-line.
    string 'Principal at ' ls-from-date '        '
        ls-amount-display
        delimited by size into ls-line.
    move ls-line to stmt-record.
    write stmt-record.
    perform varying ls-kidx from 1 by 1 until ls-kidx > 7
        if lsk-total(ls-kidx) not = 0
            move lsk-total(ls-kidx) to ls-amount-display
            move spaces to ls-line
            string '  Total ' lsk-type(ls-kidx) '             '
                ls-amount-display
                delimited by size into ls-line
            move ls-line to stmt-record
            write stmt-record
        end-if
    end-perform.

    move spaces to stmt-record.
    write stmt-record.
    move ls-principal to ls-amount-display.
    move spaces to ls-line.
    string 'Principal balance now          ' ls-amount-display
        delimited by size into ls-line.
    move ls-line to stmt-record.
    write stmt-record.
    move spaces to ls-line.
    string 'Interest paid through ' ls-int-thru
        delimited by size into ls-line.
    move ls-line to stmt-record.
    write stmt-record.
    move ls-int-due to ls-amount-display.
    move spaces to ls-line.
    string 'Unpaid interest                ' ls-amount-display
        delimited by size into ls-line.
    move ls-line to stmt-record.
    write stmt-record.
    move ls-fees-due to ls-amount-display.
    move spaces to ls-line.
    string 'Unpaid fees                    ' ls-amount-display
        delimited by size into ls-line.
    move ls-line to stmt-record.
    write stmt-record.

    close stmt-file.
    call 'gencatalog' using ls-cat-job ls-stmt-name.
    add 1 to ls-stmt-count.

0210-readhist.
    if not eof-hist
        read hist-file
            at end
                move 'Y' to ws-eof-hist
        end-read
    end-if.

*>*****************************************************************
*> 0300-onehistline                                                *
*>                                                                *
*> A receipt prints flush left; what it paid prints indented       *
*> beneath it.                                                     *
*>*****************************************************************
0300-onehistline.
    compute ls-amount = function numval(ls-tok-4).
    compute ls-after = function numval(ls-tok-5).
    if ls-tok-2(1:10) < ls-from-date
        move ls-after to ls-opening
        move 'Y' to ls-opening-set
    else
        if ls-opening-set = 'N'
            if ls-tok-3 = 'BOOKED'
                move 0 to ls-opening
            else
                move ls-after to ls-opening
            end-if
            move 'Y' to ls-opening-set
        end-if
        perform varying ls-kidx from 1 by 1 until ls-kidx > 8
            if lsk-type(ls-kidx) = ls-tok-3
                add ls-amount to lsk-total(ls-kidx)
            end-if
        end-perform
        move ls-amount to ls-amount-display
        move ls-after to ls-after-display
        move spaces to ls-line
        if ls-tok-3 = 'RECEIPT' or ls-tok-3 = 'FEE'
                or ls-tok-3 = 'BOOKED'
            string ls-tok-2(1:10) ' ' ls-tok-3(1:10) '          '
                ls-amount-display '  balance ' ls-after-display
                delimited by size into ls-line
        else
            string '             ' ls-tok-3(1:10) '        '
                ls-amount-display '  balance ' ls-after-display
                delimited by size into ls-line
        end-if
        move ls-line to stmt-record
        write stmt-record
    end-if.

end program loanstmt.
