*>*****************************************************************
*> expclaim - Employee expense claim validation and reimbursement. *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Expense reports were paper forms approved by signature and paid *
*> as hand-written cheques outside PAYRUN, so POSPAY and BANKRECON *
*> never saw them.  This validates the expense-claim CSV - one     *
*> comma-delimited line per expense,                               *
*>                                                                *
*>   CLAIM,EMPLOYEE,FROM,TO,DATE,CATEGORY,AMOUNT[,CURRENCY         *
*>   [,RECEIPT[,COMPANY]]]                                         *
*>                                                                *
*> (FROM and TO the claim period and DATE the expense date, all    *
*> YYYY-MM-DD; CURRENCY blank for the company's base currency;     *
*> RECEIPT Y when a receipt is attached; COMPANY blank for the     *
*> home company) - against the expense policy EXPPOLICY.DAT,       *
*>                                                                *
*>   CATEGORY,PERDIEM,CLAIMLIMIT,RECEIPTOVER                       *
*>                                                                *
*> one line per category, amounts in base currency: PERDIEM the    *
*> most one employee may claim in the category for one day,        *
*> CLAIMLIMIT the most one claim may carry in it, RECEIPTOVER the  *
*> amount above which a line needs a receipt (0 every line needs   *
*> one).  A blank column is no limit.  Each line is checked that - *
*>                                                                *
*>   - the employee is on EMPLOYEE.DAT and the company on          *
*>     COMPANY.DAT, and the claim's lines agree on employee,       *
*>     period and company;                                         *
*>   - the expense date falls inside the claim period, is not in   *
*>     the future, and is no more than max-age business days old   *
*>     (ELAPSEDBUSINESSDAYS, counted as AGING counts);             *
*>   - the category is on the policy and the amount positive;      *
*>   - a foreign-currency amount converts through FXRATE as of the *
*>     expense date, and the converted amount is what the limits   *
*>     and the payment use;                                        *
*>   - a line over the receipt threshold has its receipt;          *
*>   - the claim has not already been paid.                        *
*>                                                                *
*> Then an employee's day over a category's PERDIEM rejects every  *
*> line of that day and category, and a claim over a category's    *
*> CLAIMLIMIT every line of it in the claim, as TSVALID rejects a  *
*> whole week over its ceiling.  A claim is paid whole or not at   *
*> all: one rejected line sends all of the claim's lines to the    *
*> reject file, so the corrected claim is replayed complete.       *
*>                                                                *
*> Each clean claim becomes one reimbursement payment, numbered    *
*> one past the highest on PAYREG.DAT (PAYRUN's rule, so expenses, *
*> refunds and vendor payments share one sequence) and appended    *
*> there as PAYNO,DATE,EMPLOYEE,AMOUNT - PAYNO,DATE,EMPLOYEE,      *
*> AMOUNT,,,COMPANY for any company but the home one, as PAYRUN    *
*> writes it - so POSPAY and CHECKPRT issue it (an employee has no *
*> VENDBANK.DAT line, so it goes by cheque) and BANKRECON and      *
*> STALEDATE follow it like any disbursement.  Like a PAYRUN       *
*> payment it starts PENDING on PAYAPPR.DAT under this run's       *
*> RUNLEDGER number, job EXPCLAIM in its JOB column (EXPCLAIM      *
*> numbers its own runs), and the OPERATOR who ran it, for         *
*> PAYAPPROVE to release.  The claim is recorded on the paid-claim *
*> list EXPPAID.DAT,                                               *
*>                                                                *
*>   CLAIM,EMPLOYEE,PAYNO,AMOUNT,DATE                              *
*>                                                                *
*> consulted on the next run so a claim can never be paid twice.   *
*> PAYVOID marks the line of a payment it voids - CLAIM,EMPLOYEE,  *
*> PAYNO,AMOUNT,DATE,VOID - and a marked line no longer counts, so *
*> a voided claim can be paid again (a reissue adds its own line   *
*> for the new payment).                                           *
*>                                                                *
*> Rejects land in EXPREJECT.CSV in the standard reject-record     *
*> shape (row number, reason, raw content) so the repair-and-      *
*> replay flow handles fixes.  The run is ledgered as job EXPCLAIM *
*> against the claim file.                                         *
*>                                                                *
*> Command line: [claim-file] [max-age-business-days]              *
*>               (defaults expclaims.csv and 60)                   *
*>                                                                *
*> RETURN-CODE 4 when anything rejected, 8 no policy or claim      *
*> file, 16 when a file outgrows its table (nothing is written).   *
*>*****************************************************************
identification division.
program-id. expclaim.

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

    select claim-file assign to ws-arg-input
        organization is line sequential
        access is sequential
        file status is ws-claim-status.

    select policy-file assign to 'exppolicy.dat'
        organization is line sequential
        access is sequential
        file status is ws-policy-status.

    select employee-file assign to 'employee.dat'
        organization is line sequential
        access is sequential
        file status is ws-employee-status.

    select exppaid-file assign to 'exppaid.dat'
        organization is line sequential
        access is sequential
        file status is ws-exppaid-status.

    select payreg-file assign to 'payreg.dat'
        organization is line sequential
        access is sequential
        file status is ws-payreg-status.

    select payappr-file assign to 'payappr.dat'
        organization is line sequential
        access is sequential
        file status is ws-payappr-status.

    select reject-file assign to 'expreject.csv'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  claim-file.

01  claim-record         pic x(120).

fd  policy-file.

01  policy-record        pic x(80).

fd  employee-file.

01  employee-record      pic x(80).

fd  exppaid-file.

01  exppaid-record       pic x(80).

fd  payreg-file.

01  payreg-record        pic x(80).

fd  payappr-file.

01  payappr-record       pic x(100).

fd  reject-file.

*>  The shop-standard reject-record shape CSVIMPORT writes and
*>  REJECTREPLAY parses positionally: row, line, column, reason,
*>  and the raw content.  A claim line IS its row; the column
*>  slot stays blank.
*>
01  reject-record.
    05  rj-rownum       pic 9(6).
    05  filler          pic x       value ' '.
    05  rj-line         pic z(6).
    05  filler          pic x       value ' '.
    05  rj-column       pic z(6).
    05  filler          pic x       value ' '.
    05  rj-reason       pic x(30).
    05  filler          pic x       value ' '.
    05  rj-content      pic x(80).

working-storage section.
copy compinfo.

01  ws-claim-status      pic xx.
    88  ws-claim-ok          value '00'.
01  ws-policy-status     pic xx.
    88  ws-policy-ok         value '00'.
01  ws-employee-status   pic xx.
    88  ws-employee-ok       value '00'.
01  ws-exppaid-status    pic xx.
    88  ws-exppaid-ok        value '00'.
01  ws-payreg-status     pic xx.
    88  ws-payreg-ok         value '00'.
01  ws-payappr-status    pic xx.
    88  ws-payappr-ok        value '00'.

01  ws-eof-claim         pic x       value 'N'.
    88  eof-claim            value 'Y'.
01  ws-eof-policy        pic x       value 'N'.
    88  eof-policy           value 'Y'.
01  ws-eof-employee      pic x       value 'N'.
    88  eof-employee         value 'Y'.
01  ws-eof-exppaid       pic x       value 'N'.
    88  eof-exppaid          value 'Y'.
01  ws-eof-payreg        pic x       value 'N'.
    88  eof-payreg           value 'Y'.

01  ws-arg-input         pic x(40) value 'expclaims.csv'.
01  ws-arg-maxage        pic x(8).
01  ec-max-age           usage signed-int value 60.

01  ec-overflow          pic x value 'N'.

*>  The expense policy, one entry per category; a limit of -1 is
*>  a blank column, no limit.
*>
01  ec-policies.
    05  ec-policy occurs 100 times.
        10  ecp-category     pic x(12).
        10  ecp-perdiem      pic s9(9)v99 comp-5.
        10  ecp-claimlimit   pic s9(9)v99 comp-5.
        10  ecp-receiptover  pic s9(9)v99 comp-5.
01  ec-policy-count      usage signed-int value 0.
01  ec-pidx              usage signed-int.
01  ec-policy-hit        usage signed-int.

01  ec-employees.
    05  ec-employee occurs 2000 times.
        10  ece-employee     pic x(12).
        10  ece-name         pic x(24).
01  ec-emp-count         usage signed-int value 0.
01  ec-eidx              usage signed-int.
01  ec-emp-hit           usage signed-int.

01  ec-paidclaims.
    05  ec-paidclaim     pic x(12) occurs 5000 times.
01  ec-paid-count        usage signed-int value 0.

*>  The claim lines as read.  ECR-REASON blank is a clean line.
*>
01  ec-rows.
    05  ec-row occurs 2000 times.
        10  ecr-raw          pic x(80).
        10  ecr-claim        pic x(12).
        10  ecr-employee     pic x(12).
        10  ecr-from         pic x(10).
        10  ecr-to           pic x(10).
        10  ecr-exp-ld       usage signed-int.
        10  ecr-category     pic x(12).
        10  ecr-base         pic s9(9)v99 comp-5.
        10  ecr-company      pic x(4).
        10  ecr-done         pic x.
        10  ecr-reason       pic x(30).
01  ec-row-count         usage signed-int value 0.
01  ec-idx               usage signed-int.
01  ec-jdx               usage signed-int.

01  ec-tok-claim         pic x(16).
01  ec-tok-employee      pic x(16).
01  ec-tok-from          pic x(10).
01  ec-tok-to            pic x(10).
01  ec-tok-date          pic x(10).
01  ec-tok-category      pic x(16).
01  ec-tok-amount        pic x(16).
01  ec-tok-currency      pic x(3).
01  ec-tok-receipt       pic x(3).
01  ec-tok-company       pic x(8).
01  ec-tok-1             pic x(16).
01  ec-tok-2             pic x(16).
01  ec-tok-3             pic x(16).
01  ec-tok-4             pic x(16).
01  ec-tok-5             pic x(16).
01  ec-tok-6             pic x(16).

01  ec-from-ld           usage signed-int.
01  ec-to-ld             usage signed-int.
01  ec-age               usage signed-int.
01  ec-amount            pic s9(9)v99 comp-5.
01  ec-fx-rate           pic s9(7)v9(8) comp-5.
01  ec-fx-found          pic x.
01  ec-total             pic s9(9)v99 comp-5.
01  ec-limit             pic s9(9)v99 comp-5.

01  ec-today-ld          usage signed-int.
01  ec-today.
    05  ec-today-year        pic 9(4).
    05  filler               pic x       value '-'.
    05  ec-today-month       pic 99.
    05  filler               pic x       value '-'.
    05  ec-today-dom         pic 99.

*>  The run, its payments and their numbers.
*>
01  ec-rl-job            pic x(12) value 'EXPCLAIM'.
01  ec-rl-action         pic x.
01  ec-rl-rows           usage signed-int value 0.
01  ec-rl-rc             usage signed-int value 0.
01  ec-rl-result         pic x.
01  ec-run-number        usage signed-int value 0.
01  ec-run-text          pic 9(6).
01  ec-operator          pic x(8).

01  ec-pay-max           usage signed-int value 0.
01  ec-pay-number        pic 9(6).
01  ec-tok-payno         pic x(16).

01  ec-claim-count       usage signed-int value 0.
01  ec-pay-count         usage signed-int value 0.
01  ec-pay-sum           pic s9(11)v99 comp-5 value 0.
01  ec-clean-count       usage signed-int value 0.
01  ec-reject-count      usage signed-int value 0.

01  ec-line              pic x(100).
01  ec-amount-display    pic -(9)9.99.

01  ec-parse-result.
    05  ec-p-fielded.
        10  ec-p-year        pic s9(9)   comp-5.
        10  ec-p-month       pic 99      comp-5.
        10  ec-p-dom         pic 99      comp-5.
    05  ec-p-success     pic x.

01  ec-fielded-date.
    05  ec-year              pic s9(9)   comp-5.
    05  ec-month             pic 99      comp-5.
    05  ec-dom               pic 99      comp-5.
    05  ec-doy               pic 999     comp-5.
    05  ec-dow               pic 9       comp-5.

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

    display 1 upon argument-number.
    accept ws-arg-input from argument-value.
    if ws-arg-input = spaces or ws-arg-input = low-values
        move 'expclaims.csv' to ws-arg-input
    end-if.

    move spaces to ws-arg-maxage.
    display 2 upon argument-number.
    accept ws-arg-maxage from argument-value.
    if ws-arg-maxage not = spaces
            and ws-arg-maxage not = low-values
        compute ec-max-age = function numval(ws-arg-maxage)
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to ec-fielded-date.
    move fielded_to_linear(ec-year, ec-month, ec-dom)
        to ec-today-ld.
    move ec-year to ec-today-year.
    move ec-month to ec-today-month.
    move ec-dom to ec-today-dom.

    perform 0100-loadpolicy.
    if ec-policy-count = 0
        display 'No expense policy in exppolicy.dat; nothing'
            ' validated.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0150-loademployees.
    perform 0170-loadpaid.
    perform 0180-findpaymax.

    perform 0200-loadrows.
    if ec-row-count = 0
        display 'Nothing in ' function trim(ws-arg-input) '.'
        move 4 to return-code
        go to 9000-end
    end-if.

*>  a line past a table would be neither paid nor rejected - an
*>  expense silently vanishing.  Fail the run loudly before
*>  writing anything instead.
*>
    if ec-overflow = 'Y'
        display 'A claim, policy, employee or paid-claim file'
            ' exceeds its table; run abandoned, nothing written.'
        move 16 to return-code
        go to 9000-end
    end-if.

    perform 0400-claimheaders.
    perform 0450-perdiem.
    perform 0500-claimlimits.
    perform 0550-wholeclaims.

    move 'O' to ec-rl-action.
    call 'runledger' using ec-rl-action ec-rl-job ws-arg-input
        ec-run-number ec-rl-rc ec-rl-result.
    move 'N' to ec-rl-action.
    call 'runledger' using ec-rl-action ec-rl-job ws-arg-input
        ec-run-number ec-rl-rc ec-rl-result.
    move ec-run-number to ec-run-text.
    move spaces to ec-operator.
    accept ec-operator from environment 'OPERATOR'.
    move function upper-case(ec-operator) to ec-operator.

    display 'Expense claims ' function trim(ws-arg-input) ' '
        ec-today.
    display '=============================================='.
    perform 0600-payclaims.
    perform 0700-writerejects.
    display '=============================================='.

    display 'Lines accepted:   ' ec-clean-count.
    display 'Lines rejected:   ' ec-reject-count.
    move ec-pay-sum to ec-amount-display.
    display 'Claims paid (' ec-pay-count ' payments): '
        function trim(ec-amount-display).
    if ec-pay-count > 0
        display 'Awaiting approval: ' ec-pay-count
    end-if.
    move 0 to ec-rl-rc.
    if ec-reject-count > 0
        move 4 to ec-rl-rc
    end-if.

    move ec-pay-count to ec-rl-rows.
    move 'W' to ec-rl-action.
    call 'runledger' using ec-rl-action ec-rl-job ws-arg-input
        ec-rl-rows ec-rl-rc ec-rl-result.
    move ec-rl-rc to return-code.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadpolicy                                                 *
*>*****************************************************************
0100-loadpolicy.
    open input policy-file.
    if ws-policy-ok
        perform 0110-readpolicy
        perform until eof-policy
            move spaces to ec-tok-1 ec-tok-2 ec-tok-3 ec-tok-4
            unstring policy-record delimited by ','
                into ec-tok-1 ec-tok-2 ec-tok-3 ec-tok-4
            end-unstring
            if ec-tok-1 not = spaces
                if ec-policy-count >= 100
                    move 'Y' to ec-overflow
                else
                    add 1 to ec-policy-count
                    move function upper-case(ec-tok-1)
                        to ecp-category(ec-policy-count)
                    move ec-tok-2 to ec-tok-5
                    perform 0120-policylimit
                    move ec-limit to ecp-perdiem(ec-policy-count)
                    move ec-tok-3 to ec-tok-5
                    perform 0120-policylimit
                    move ec-limit to ecp-claimlimit(ec-policy-count)
                    move ec-tok-4 to ec-tok-5
                    perform 0120-policylimit
                    move ec-limit
                        to ecp-receiptover(ec-policy-count)
                end-if
            end-if
            perform 0110-readpolicy
        end-perform
        close policy-file
    end-if.

0110-readpolicy.
    if not eof-policy
        read policy-file
            at end
                move 'Y' to ws-eof-policy
        end-read
    end-if.

0120-policylimit.
    if ec-tok-5 = spaces
        move -1 to ec-limit
    else
        compute ec-limit = function numval(ec-tok-5)
    end-if.

*>*****************************************************************
*> 0150-loademployees / 0170-loadpaid / 0180-findpaymax            *
*>*****************************************************************
0150-loademployees.
    open input employee-file.
    if ws-employee-ok
        perform 0160-reademployee
        perform until eof-employee
            move spaces to ec-tok-1
            unstring employee-record delimited by ','
                into ec-tok-1
            end-unstring
            if ec-tok-1 not = spaces
                if ec-emp-count >= 2000
                    move 'Y' to ec-overflow
                else
                    add 1 to ec-emp-count
                    move ec-tok-1 to ece-employee(ec-emp-count)
                    move spaces to ece-name(ec-emp-count)
                    unstring employee-record delimited by ','
                        into ec-tok-1 ece-name(ec-emp-count)
                    end-unstring
                end-if
            end-if
            perform 0160-reademployee
        end-perform
        close employee-file
    end-if.

0160-reademployee.
    if not eof-employee
        read employee-file
            at end
                move 'Y' to ws-eof-employee
        end-read
    end-if.

0170-loadpaid.
    open input exppaid-file.
    if ws-exppaid-ok
        perform 0175-readexppaid
        perform until eof-exppaid
            move spaces to ec-tok-1 ec-tok-2 ec-tok-3 ec-tok-4
                ec-tok-5 ec-tok-6
            unstring exppaid-record delimited by ','
                into ec-tok-1 ec-tok-2 ec-tok-3 ec-tok-4 ec-tok-5
                    ec-tok-6
            end-unstring
            if ec-tok-1 not = spaces and ec-tok-6 not = 'VOID'
                if ec-paid-count >= 5000
                    move 'Y' to ec-overflow
                else
                    add 1 to ec-paid-count
                    move ec-tok-1 to ec-paidclaim(ec-paid-count)
                end-if
            end-if
            perform 0175-readexppaid
        end-perform
        close exppaid-file
    end-if.

0175-readexppaid.
    if not eof-exppaid
        read exppaid-file
            at end
                move 'Y' to ws-eof-exppaid
        end-read
    end-if.

*>  One past the register's highest payment number, PAYRUN's rule,
*>  so expenses, refunds and vendor payments share one sequence.
*>
0180-findpaymax.
    move 0 to ec-pay-max.
    open input payreg-file.
    if ws-payreg-ok
        perform 0190-readpayreg
        perform until eof-payreg
            move spaces to ec-tok-payno
            unstring payreg-record delimited by ','
                into ec-tok-payno
            end-unstring
            if function numval(ec-tok-payno) > ec-pay-max
                compute ec-pay-max =
                    function numval(ec-tok-payno)
            end-if
            perform 0190-readpayreg
        end-perform
        close payreg-file
    end-if.

0190-readpayreg.
    if not eof-payreg
        read payreg-file
            at end
                move 'Y' to ws-eof-payreg
        end-read
    end-if.

*>*****************************************************************
*> 0200-loadrows / 0210-readclaim                                  *
*>*****************************************************************
0200-loadrows.
    open input claim-file.
    if not ws-claim-ok
        display 'Cannot open ' function trim(ws-arg-input) '.'
        move 8 to return-code
        goback
    end-if.
    perform 0210-readclaim.
    perform until eof-claim or ec-row-count >= 2000
        if claim-record not = spaces
            add 1 to ec-row-count
            move claim-record to ecr-raw(ec-row-count)
            perform 0300-onerow thru 0390-exit
        end-if
        perform 0210-readclaim
    end-perform.
    if not eof-claim
        move 'Y' to ec-overflow
    end-if.
    close claim-file.

0210-readclaim.
    if not eof-claim
        read claim-file
            at end
                move 'Y' to ws-eof-claim
        end-read
    end-if.

*>*****************************************************************
*> 0300-onerow                                                     *
*>                                                                *
*> The first failing check names the line's reason; a blank reason *
*> after all the line-level checks leaves only the per-diem, claim *
*> limit and whole-claim passes to survive.                        *
*>*****************************************************************
0300-onerow.
    move spaces to ecr-reason(ec-row-count).
    move 'N' to ecr-done(ec-row-count).
    move 0 to ecr-exp-ld(ec-row-count) ecr-base(ec-row-count).
    move spaces to ec-tok-claim ec-tok-employee ec-tok-from
        ec-tok-to ec-tok-date ec-tok-category ec-tok-amount
        ec-tok-currency ec-tok-receipt ec-tok-company.
    unstring claim-record delimited by ','
        into ec-tok-claim ec-tok-employee ec-tok-from ec-tok-to
            ec-tok-date ec-tok-category ec-tok-amount
            ec-tok-currency ec-tok-receipt ec-tok-company
    end-unstring.
    move function upper-case(ec-tok-category) to ec-tok-category.
    move function upper-case(ec-tok-currency) to ec-tok-currency.
    move function upper-case(ec-tok-receipt) to ec-tok-receipt.
    move function upper-case(ec-tok-company) to ec-tok-company.
    move ec-tok-claim to ecr-claim(ec-row-count).
    move ec-tok-employee to ecr-employee(ec-row-count).
    move ec-tok-from to ecr-from(ec-row-count).
    move ec-tok-to to ecr-to(ec-row-count).
    move ec-tok-category to ecr-category(ec-row-count).
    move ec-tok-company(1:4) to ecr-company(ec-row-count).

    if claim-record(81:) not = spaces
        move 'LINE OVER 80 CHARACTERS' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.
    if ec-tok-claim = spaces or ec-tok-claim(13:) not = spaces
        move 'BAD CLAIM NUMBER' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.

    move 0 to ec-emp-hit.
    perform varying ec-eidx from 1 by 1
            until ec-eidx > ec-emp-count or ec-emp-hit > 0
        if ece-employee(ec-eidx) = ec-tok-employee
            move ec-eidx to ec-emp-hit
        end-if
    end-perform.
    if ec-emp-hit = 0 or ec-tok-employee(13:) not = spaces
        move 'UNKNOWN EMPLOYEE' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.

    call 'companyof' using ecr-company(ec-row-count)
        compinfo-result.
    if ci-home = 'Y'
        move spaces to ecr-company(ec-row-count)
    end-if.
    if ci-found not = 'Y' or ec-tok-company(5:4) not = spaces
        move 'UNKNOWN COMPANY' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.

    move dateparse(ec-tok-from, '02') to ec-parse-result.
    if ec-p-success = 'N'
        move 'BAD CLAIM PERIOD' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.
    move fielded_to_linear(ec-p-year, ec-p-month, ec-p-dom)
        to ec-from-ld.
    move dateparse(ec-tok-to, '02') to ec-parse-result.
    if ec-p-success = 'N'
        move 'BAD CLAIM PERIOD' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.
    move fielded_to_linear(ec-p-year, ec-p-month, ec-p-dom)
        to ec-to-ld.
    if ec-to-ld < ec-from-ld
        move 'BAD CLAIM PERIOD' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.

    move dateparse(ec-tok-date, '02') to ec-parse-result.
    if ec-p-success = 'N'
        move 'BADDATE' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.
    move fielded_to_linear(ec-p-year, ec-p-month, ec-p-dom)
        to ecr-exp-ld(ec-row-count).
    if ecr-exp-ld(ec-row-count) < ec-from-ld
            or ecr-exp-ld(ec-row-count) > ec-to-ld
        move 'OUTSIDE CLAIM PERIOD' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.
    if ecr-exp-ld(ec-row-count) > ec-today-ld
        move 'FUTURE DATE' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.
    compute ec-age =
        elapsedbusinessdays(ecr-exp-ld(ec-row-count), ec-today-ld)
            - 1.
    if ec-age > ec-max-age
        move 'TOO OLD' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.

    move 0 to ec-policy-hit.
    perform varying ec-pidx from 1 by 1
            until ec-pidx > ec-policy-count or ec-policy-hit > 0
        if ecp-category(ec-pidx) = ec-tok-category
            move ec-pidx to ec-policy-hit
        end-if
    end-perform.
    if ec-policy-hit = 0
        move 'UNKNOWN CATEGORY' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.

    if function test-numval(ec-tok-amount) not = 0
            or ec-tok-amount = spaces
        move 'BADAMOUNT' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.
    compute ec-amount = function numval(ec-tok-amount).
    if ec-amount <= 0
        move 'BADAMOUNT' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.

*>  a foreign amount converts at the expense date's rate; the base
*>  amount is what the limits, the receipt test and the payment use.
*>
    if ec-tok-currency not = spaces
            and ec-tok-currency not = ci-currency
        call 'fxrate' using ec-tok-currency
            ecr-exp-ld(ec-row-count) ec-fx-rate ec-fx-found
        if ec-fx-found not = 'Y'
            move 'NO FX RATE' to ecr-reason(ec-row-count)
            go to 0390-exit
        end-if
        compute ec-amount rounded = ec-amount * ec-fx-rate
    end-if.
    move ec-amount to ecr-base(ec-row-count).

    if ecp-receiptover(ec-policy-hit) >= 0
            and ec-amount > ecp-receiptover(ec-policy-hit)
            and ec-tok-receipt(1:1) not = 'Y'
        move 'RECEIPT REQUIRED' to ecr-reason(ec-row-count)
        go to 0390-exit
    end-if.

    perform varying ec-idx from 1 by 1 until ec-idx > ec-paid-count
        if ec-paidclaim(ec-idx) = ec-tok-claim
            move 'CLAIM ALREADY PAID' to ecr-reason(ec-row-count)
        end-if
    end-perform.

0390-exit.
    exit.

*>*****************************************************************
*> 0400-claimheaders                                               *
*>                                                                *
*> A claim is one employee's, for one period and one company; a    *
*> line disagreeing with the claim's first line is rejected.       *
*>*****************************************************************
0400-claimheaders.
    perform varying ec-idx from 1 by 1 until ec-idx > ec-row-count
        perform varying ec-jdx from 1 by 1 until ec-jdx >= ec-idx
            if ecr-claim(ec-jdx) = ecr-claim(ec-idx)
                    and ecr-done(ec-idx) = 'N'
                move 'Y' to ecr-done(ec-idx)
                if ecr-reason(ec-idx) = spaces
                    if ecr-employee(ec-jdx) not = ecr-employee(ec-idx)
                            or ecr-from(ec-jdx) not = ecr-from(ec-idx)
                            or ecr-to(ec-jdx) not = ecr-to(ec-idx)
                            or ecr-company(ec-jdx)
                                not = ecr-company(ec-idx)
                        move 'CLAIM HEADER MISMATCH'
                            to ecr-reason(ec-idx)
                    end-if
                end-if
            end-if
        end-perform
    end-perform.

*>*****************************************************************
*> 0450-perdiem                                                    *
*>                                                                *
*> An employee's day over the category's per-diem rejects every    *
*> line of that day and category, across all the claims in the     *
*> file.                                                           *
*>*****************************************************************
0450-perdiem.
    perform varying ec-idx from 1 by 1 until ec-idx > ec-row-count
        if ecr-reason(ec-idx) = spaces
            perform 0460-findpolicy
            if ecp-perdiem(ec-policy-hit) >= 0
                move 0 to ec-total
                perform varying ec-jdx from 1 by 1
                        until ec-jdx > ec-row-count
                    if ecr-employee(ec-jdx) = ecr-employee(ec-idx)
                            and ecr-exp-ld(ec-jdx)
                                = ecr-exp-ld(ec-idx)
                            and ecr-category(ec-jdx)
                                = ecr-category(ec-idx)
                            and ecr-reason(ec-jdx) = spaces
                        add ecr-base(ec-jdx) to ec-total
                    end-if
                end-perform
                if ec-total > ecp-perdiem(ec-policy-hit)
                    perform varying ec-jdx from 1 by 1
                            until ec-jdx > ec-row-count
                        if ecr-employee(ec-jdx)
                                = ecr-employee(ec-idx)
                                and ecr-exp-ld(ec-jdx)
                                    = ecr-exp-ld(ec-idx)
                                and ecr-category(ec-jdx)
                                    = ecr-category(ec-idx)
                                and ecr-reason(ec-jdx) = spaces
                            move 'PER DIEM EXCEEDED'
                                to ecr-reason(ec-jdx)
                        end-if
                    end-perform
                end-if
            end-if
        end-if
    end-perform.

0460-findpolicy.
    move 0 to ec-policy-hit.
    perform varying ec-pidx from 1 by 1
            until ec-pidx > ec-policy-count or ec-policy-hit > 0
        if ecp-category(ec-pidx) = ecr-category(ec-idx)
            move ec-pidx to ec-policy-hit
        end-if
    end-perform.

*>*****************************************************************
*> 0500-claimlimits                                                *
*>                                                                *
*> A claim over the category's claim limit rejects every line of   *
*> that category in the claim.                                     *
*>*****************************************************************
0500-claimlimits.
    perform varying ec-idx from 1 by 1 until ec-idx > ec-row-count
        if ecr-reason(ec-idx) = spaces
            perform 0460-findpolicy
            if ecp-claimlimit(ec-policy-hit) >= 0
                move 0 to ec-total
                perform varying ec-jdx from 1 by 1
                        until ec-jdx > ec-row-count
                    if ecr-claim(ec-jdx) = ecr-claim(ec-idx)
                            and ecr-category(ec-jdx)
                                = ecr-category(ec-idx)
                            and ecr-reason(ec-jdx) = spaces
                        add ecr-base(ec-jdx) to ec-total
                    end-if
                end-perform
                if ec-total > ecp-claimlimit(ec-policy-hit)
                    perform varying ec-jdx from 1 by 1
                            until ec-jdx > ec-row-count
                        if ecr-claim(ec-jdx) = ecr-claim(ec-idx)
                                and ecr-category(ec-jdx)
                                    = ecr-category(ec-idx)
                                and ecr-reason(ec-jdx) = spaces
                            move 'CATEGORY LIMIT EXCEEDED'
                                to ecr-reason(ec-jdx)
                        end-if
                    end-perform
                end-if
            end-if
        end-if
    end-perform.

*>*****************************************************************
*> 0550-wholeclaims                                                *
*>                                                                *
*> A claim is paid whole or not at all: one rejected line takes    *
*> the rest of its claim to the reject file with it.               *
*>*****************************************************************
0550-wholeclaims.
    perform varying ec-idx from 1 by 1 until ec-idx > ec-row-count
        if ecr-reason(ec-idx) not = spaces
                and ecr-reason(ec-idx) not = 'CLAIM HAS A REJECTED LINE'
            perform varying ec-jdx from 1 by 1
                    until ec-jdx > ec-row-count
                if ecr-claim(ec-jdx) = ecr-claim(ec-idx)
                        and ecr-reason(ec-jdx) = spaces
                    move 'CLAIM HAS A REJECTED LINE'
                        to ecr-reason(ec-jdx)
                end-if
            end-perform
        end-if
    end-perform.

*>*****************************************************************
*> 0600-payclaims                                                  *
*>                                                                *
*> One payment per clean claim, at the claim's first line.         *
*>*****************************************************************
0600-payclaims.
    open extend payreg-file.
    if not ws-payreg-ok
        open output payreg-file
    end-if.
    open extend payappr-file.
    if not ws-payappr-ok
        open output payappr-file
    end-if.
    open extend exppaid-file.
    if not ws-exppaid-ok
        open output exppaid-file
    end-if.
    perform varying ec-idx from 1 by 1 until ec-idx > ec-row-count
        move 'N' to ecr-done(ec-idx)
    end-perform.
    perform varying ec-idx from 1 by 1 until ec-idx > ec-row-count
        if ecr-reason(ec-idx) = spaces and ecr-done(ec-idx) = 'N'
            perform 0650-onepayment
        end-if
    end-perform.
    close payreg-file.
    close payappr-file.
    close exppaid-file.

0650-onepayment.
    add 1 to ec-pay-max.
    move ec-pay-max to ec-pay-number.
    move 0 to ec-total.
    perform varying ec-jdx from ec-idx by 1
            until ec-jdx > ec-row-count
        if ecr-claim(ec-jdx) = ecr-claim(ec-idx)
            move 'Y' to ecr-done(ec-jdx)
            add ecr-base(ec-jdx) to ec-total
            add 1 to ec-clean-count
        end-if
    end-perform.

    move ec-total to ec-amount-display.
    move spaces to ec-line.
    if ecr-company(ec-idx) = spaces
        string ec-pay-number ','
            ec-today ','
            function trim(ecr-employee(ec-idx)) ','
            ec-amount-display
            delimited by size into ec-line
    else
        string ec-pay-number ','
            ec-today ','
            function trim(ecr-employee(ec-idx)) ','
            ec-amount-display ',,,'
            function trim(ecr-company(ec-idx))
            delimited by size into ec-line
    end-if.
    move ec-line to payreg-record.
    write payreg-record.

    move spaces to ec-line.
    string ec-pay-number ','
        ec-run-text ','
        function trim(ec-operator) ','
        function trim(ec-amount-display) ','
        'PENDING,,,,'
        function trim(ec-rl-job)
        delimited by size into ec-line.
    move ec-line to payappr-record.
    write payappr-record.

    move spaces to ec-line.
    string function trim(ecr-claim(ec-idx)) ','
        function trim(ecr-employee(ec-idx)) ','
        ec-pay-number ','
        function trim(ec-amount-display) ','
        ec-today
        delimited by size into ec-line.
    move ec-line to exppaid-record.
    write exppaid-record.

    add 1 to ec-pay-count.
    add ec-total to ec-pay-sum.
    perform varying ec-eidx from 1 by 1 until ec-eidx > ec-emp-count
        if ece-employee(ec-eidx) = ecr-employee(ec-idx)
            move ec-eidx to ec-emp-hit
        end-if
    end-perform.
    display 'Payment ' ec-pay-number ' claim '
        ecr-claim(ec-idx) ' to '
        function trim(ecr-employee(ec-idx)) ' '
        function trim(ece-name(ec-emp-hit)) ' for '
        ec-amount-display.

*>*****************************************************************
*> 0700-writerejects                                               *
*>*****************************************************************
0700-writerejects.
    open output reject-file.
    perform varying ec-idx from 1 by 1 until ec-idx > ec-row-count
        if ecr-reason(ec-idx) not = spaces
            move ec-idx to rj-rownum
            move ec-idx to rj-line
            move 0 to rj-column
            move ecr-reason(ec-idx) to rj-reason
            move ecr-raw(ec-idx) to rj-content
            write reject-record
            add 1 to ec-reject-count
            display 'REJECTED claim ' ecr-claim(ec-idx) ' line '
                rj-line ': ' function trim(ecr-reason(ec-idx))
        end-if
    end-perform.
    close reject-file.

end program expclaim.
