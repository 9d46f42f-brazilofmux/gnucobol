*>*****************************************************************
*> leaveled - Paid-time-off accrual and leave balance ledger.      *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Vacation and sick balances lived in each manager's own files.   *
*> This keeps them on one ledger, LEAVELED.DAT, appended -         *
*>                                                                *
*>   EMPLOYEE,TYPE,DATE,KIND,HOURS,BALANCE[,THRU]                  *
*>                                                                *
*> (KIND ACCRUE, TAKEN or FORFEIT; BALANCE after the line; THRU    *
*> the last day of a leave taken).  A run brings every employee on *
*> EMPLOYEE.DAT up to the as-of date, in date order -              *
*>                                                                *
*>   ACCRUE   each PAYDATES.DAT pay date on or after the hire      *
*>            date, by the leave rules LEAVERULES.DAT -            *
*>              TYPE,MINYEARS,HOURS,CAP[,BOOK]                     *
*>            the band the employee's service (ELAPSEDDURATION     *
*>            from the hire date to the pay date) has reached      *
*>            giving the HOURS per pay period                      *
*>   FORFEIT  on the first day of each fiscal year, whatever the   *
*>            balance carries over above the band's CAP            *
*>   TAKEN    each request on LEAVEREQ.DAT -                       *
*>              EMPLOYEE,TYPE,FROM,THRU[,HOURSPERDAY]              *
*>            charged for the business days from FROM through THRU *
*>            under ISBUSINESSDAY only, so a holiday or a weekend  *
*>            inside the leave is never charged (HOURSPERDAY       *
*>            defaults to 8); a request already on the ledger is   *
*>            not charged again                                    *
*>                                                                *
*> A request naming no employee or leave type, with bad dates, or  *
*> covering no business day is rejected and listed.  A TAKEN that  *
*> drives a balance below zero is still posted - the leave was     *
*> taken - and lands on the negative-balance exception report.     *
*>                                                                *
*> Each employee's balance statement prints (opening, accrued,     *
*> taken, forfeited, closing by type), and the period-end leave    *
*> liability for payroll's accrual entry is rewritten to           *
*> LEAVELIAB.DAT -                                                 *
*>                                                                *
*>   ASOF,TYPE,HOURS,AMOUNT                                        *
*>                                                                *
*> - the positive closing balances of every type whose BOOK is not *
*> N, priced at each employee's PAYRATES.DAT rate.                 *
*>                                                                *
*> Where the employee has EMPHIST.DAT history, EMPLOYEEASOF on     *
*> each pay date decides the accrual: none while on leave of       *
*> absence or terminated, and the band from the adjusted service   *
*> date, so a rehire inside SHOPSERVICE's bridging window keeps    *
*> the earlier service.  The statement shows the department and    *
*> the liability uses the rate in effect on the as-of date, with   *
*> PAYRATES.DAT the rate for anyone without history.               *
*>                                                                *
*> Command line: [as-of-date] [fiscal-start-month]                 *
*>                                                                *
*> RETURN-CODE 4 when a request is rejected or a balance is        *
*> negative; 8 when the as-of date is bad or EMPLOYEE.DAT or       *
*> LEAVERULES.DAT is missing; 16 when a file outgrows its table,   *
*> in which case nothing is posted.                                *
*>*****************************************************************
identification division.
program-id. leaveled.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function dateparse
    function elapsedduration
    function fielded_to_linear
    function isbusinessday
    function linear_to_fielded
    function all intrinsic.

input-output section.
file-control.

    select employee-file assign to 'employee.dat'
        organization is line sequential
        access is sequential
        file status is ws-employee-status.

    select paydate-file assign to 'paydates.dat'
        organization is line sequential
        access is sequential
        file status is ws-paydate-status.

    select rule-file assign to 'leaverules.dat'
        organization is line sequential
        access is sequential
        file status is ws-rule-status.

    select request-file assign to 'leavereq.dat'
        organization is line sequential
        access is sequential
        file status is ws-request-status.

    select ledger-file assign to 'leaveled.dat'
        organization is line sequential
        access is sequential
        file status is ws-ledger-status.

    select rate-file assign to 'payrates.dat'
        organization is line sequential
        access is sequential
        file status is ws-rate-status.

    select liab-file assign to 'leaveliab.dat'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  employee-file.

01  employee-record      pic x(80).

fd  paydate-file.

01  paydate-record       pic x(40).

fd  rule-file.

01  rule-record          pic x(80).

fd  request-file.

01  request-record       pic x(80).

fd  ledger-file.

01  ledger-record        pic x(100).

fd  rate-file.

01  rate-record          pic x(80).

fd  liab-file.

01  liab-record          pic x(80).

working-storage section.
copy empasof.

01  ws-employee-status   pic xx.
    88  ws-employee-ok       value '00'.
01  ws-paydate-status    pic xx.
    88  ws-paydate-ok        value '00'.
01  ws-rule-status       pic xx.
    88  ws-rule-ok           value '00'.
01  ws-request-status    pic xx.
    88  ws-request-ok        value '00'.
01  ws-ledger-status     pic xx.
    88  ws-ledger-ok         value '00'.
01  ws-rate-status       pic xx.
    88  ws-rate-ok           value '00'.

01  ws-eof-employee      pic x       value 'N'.
    88  eof-employee         value 'Y'.
01  ws-eof-paydate       pic x       value 'N'.
    88  eof-paydate          value 'Y'.
01  ws-eof-rule          pic x       value 'N'.
    88  eof-rule             value 'Y'.
01  ws-eof-request       pic x       value 'N'.
    88  eof-request          value 'Y'.
01  ws-eof-ledger        pic x       value 'N'.
    88  eof-ledger           value 'Y'.
01  ws-eof-rate          pic x       value 'N'.
    88  eof-rate             value 'Y'.

01  ws-arg-asof          pic x(12).
01  ws-ptr               usage signed-int.
01  ws-arg-fiscal        pic x(2).
01  lv-fiscalstart       pic 99 comp-5 value 1.

*>  Employees, each with a balance slot per leave type (the type
*>  index is the position on lv-types).
*>
01  lv-emps.
    05  lv-emp occurs 500 times.
        10  lve-employee     pic x(12).
        10  lve-name         pic x(24).
        10  lve-hire-ld      usage signed-int.
        10  lve-rate         pic s9(5)v9(4) comp-5.
        10  lve-has-rate     pic x.
        10  lve-bal occurs 10 times.
            15  lvb-balance      pic s9(5)v99 comp-5.
            15  lvb-accr-ld      usage signed-int.
            15  lvb-mark-ld      usage signed-int.
            15  lvb-opening      pic s9(5)v99 comp-5.
            15  lvb-accrued      pic s9(5)v99 comp-5.
            15  lvb-taken        pic s9(5)v99 comp-5.
            15  lvb-forfeit      pic s9(5)v99 comp-5.
01  lv-emp-count         usage signed-int value 0.

01  lv-types.
    05  lv-type occurs 10 times.
        10  lvt-type         pic x(8).
        10  lvt-book         pic x.
        10  lvt-hours        pic s9(9)v99 comp-5.
        10  lvt-amount       pic s9(11)v99 comp-5.
01  lv-type-count        usage signed-int value 0.

01  lv-rules.
    05  lv-rule occurs 50 times.
        10  lvr-tidx         usage signed-int.
        10  lvr-minyears     usage signed-int.
        10  lvr-hours        pic s9(3)v9(4) comp-5.
        10  lvr-cap          pic s9(5)v99 comp-5.
01  lv-rule-count        usage signed-int value 0.

01  lv-paydates.
    05  lv-paydate-ld occurs 60 times usage signed-int.
01  lv-paydate-count     usage signed-int value 0.

01  lv-requests.
    05  lv-request occurs 2000 times.
        10  lvq-eidx         usage signed-int.
        10  lvq-tidx         usage signed-int.
        10  lvq-from-ld      usage signed-int.
        10  lvq-thru-ld      usage signed-int.
        10  lvq-hours        pic s9(5)v99 comp-5.
        10  lvq-done         pic x.
01  lv-request-count     usage signed-int value 0.

01  lv-overflow          pic x value 'N'.
01  lv-eidx              usage signed-int.
01  lv-tidx              usage signed-int.
01  lv-ridx              usage signed-int.
01  lv-qidx              usage signed-int.
01  lv-pidx              usage signed-int.
01  lv-idx               usage signed-int.

01  lv-tok-1             pic x(24).
01  lv-tok-2             pic x(24).
01  lv-tok-3             pic x(16).
01  lv-tok-4             pic x(16).
01  lv-tok-5             pic x(16).
01  lv-tok-6             pic x(16).
01  lv-tok-7             pic x(16).

01  lv-asof-ld           usage signed-int.
01  lv-ld                usage signed-int.
01  lv-from-ld           usage signed-int.
01  lv-thru-ld           usage signed-int.
01  lv-days              usage signed-int.
01  lv-reason            pic x(20).

*>  The next event for one employee's leave type: B fiscal year
*>  boundary, P pay date, R request.
*>
01  lv-next-kind         pic x.
01  lv-next-ld           usage signed-int.
01  lv-next-idx          usage signed-int.
01  lv-boundary-ld       usage signed-int.
01  lv-boundary-year     pic s9(9) comp-5.
01  lv-years             usage signed-int.
01  lv-service-ld        usage signed-int.
01  lv-band              usage signed-int.
01  lv-hours             pic s9(5)v99 comp-5.
01  lv-kind              pic x(8).
01  lv-thru-text         pic x(10).

01  lv-posted-count      usage signed-int value 0.
01  lv-reject-count      usage signed-int value 0.
01  lv-negative-count    usage signed-int value 0.
01  lv-norate-count      usage signed-int value 0.

01  lv-line              pic x(100).
01  lv-hours-display     pic -(5)9.99.
01  lv-bal-display       pic -(5)9.99.
01  lv-open-display      pic -(5)9.99.
01  lv-accr-display      pic -(5)9.99.
01  lv-taken-display     pic -(5)9.99.
01  lv-forf-display      pic -(5)9.99.
01  lv-total-display     pic -(8)9.99.
01  lv-amount-display    pic -(10)9.99.
01  lv-date              pic x(10).
01  lv-asof-date         pic x(10).
01  lv-date-text         pic x(20).

01  lv-ed-result.
    05  lv-ed-years          pic s9(9)   comp-5.
    05  lv-ed-months         pic s99     comp-5.
    05  lv-ed-days           pic 99      comp-5.

01  lv-parse-result.
    05  lv-p-fielded.
        10  lv-p-year        pic s9(9)   comp-5.
        10  lv-p-month       pic 99      comp-5.
        10  lv-p-dom         pic 99      comp-5.
    05  lv-p-success     pic x.

01  lv-fielded-date.
    05  lv-year              pic s9(9)   comp-5.
    05  lv-month             pic 99      comp-5.
    05  lv-dom               pic 99      comp-5.
    05  lv-doy               pic 999     comp-5.
    05  lv-dow               pic 9       comp-5.

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

    move spaces to ws-arg-asof ws-arg-fiscal.
    display 1 upon argument-number.
    accept ws-arg-asof from argument-value.
    display 2 upon argument-number.
    accept ws-arg-fiscal from argument-value.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to lv-fiscalstart
    end-if.
    if lv-fiscalstart < 1 or lv-fiscalstart > 12
        move 1 to lv-fiscalstart
    end-if.

    if ws-arg-asof = spaces or ws-arg-asof = low-values
        move function current-date to time-stamp
        move currentbusinessdate(time-stamp) to lv-fielded-date
        move fielded_to_linear(lv-year, lv-month, lv-dom)
            to lv-asof-ld
    else
        move dateparse(ws-arg-asof, '02') to lv-parse-result
        if lv-p-success = 'N'
            display 'Bad as-of date ' function trim(ws-arg-asof)
                '.'
            move 8 to return-code
            go to 9000-end
        end-if
        move fielded_to_linear(lv-p-year, lv-p-month, lv-p-dom)
            to lv-asof-ld
    end-if.
    move linear_to_fielded(lv-asof-ld) to lv-fielded-date.
    move dateformat(lv-fielded-date, '01') to lv-date-text.
    move lv-date-text(1:10) to lv-asof-date.

    perform 0100-loademployees.
    if lv-emp-count = 0
        display 'employee.dat is missing or empty.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0150-loadrules.
    if lv-rule-count = 0
        display 'No leave rules in leaverules.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0200-loadpaydates.
    perform 0250-loadrates.
    perform 0300-loadledger.
    perform 0350-loadrequests.
    if lv-overflow = 'Y'
        display 'A leave file exceeds its table;'
            ' nothing posted.'
        move 16 to return-code
        go to 9000-end
    end-if.

    display 'Leave ledger posting through ' lv-asof-date.
    display '=============================================='.
    open extend ledger-file.
    if not ws-ledger-ok
        open output ledger-file
    end-if.
    perform varying lv-eidx from 1 by 1 until lv-eidx > lv-emp-count
        perform varying lv-tidx from 1 by 1
                until lv-tidx > lv-type-count
            move lvb-balance(lv-eidx, lv-tidx)
                to lvb-opening(lv-eidx, lv-tidx)
            perform 0400-postevents thru 0490-exit
        end-perform
    end-perform.
    close ledger-file.

    perform 0600-statements.
    perform 0700-exceptions.
    perform 0800-liability.

    display '=============================================='.
    display 'Ledger lines posted:    ' lv-posted-count.
    display 'Requests rejected:      ' lv-reject-count.
    display 'Negative balances:      ' lv-negative-count.
    if lv-reject-count > 0 or lv-negative-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loademployees / 0110-reademployee                          *
*>*****************************************************************
0100-loademployees.
    open input employee-file.
    if ws-employee-ok
        perform 0110-reademployee
        perform until eof-employee
            move spaces to lv-tok-1 lv-tok-2 lv-tok-3
            unstring employee-record delimited by ','
                into lv-tok-1 lv-tok-2 lv-tok-3
            end-unstring
            move dateparse(lv-tok-3, '02') to lv-parse-result
            if lv-tok-1 not = spaces and lv-p-success = 'Y'
                if lv-emp-count >= 500
                    move 'Y' to lv-overflow
                else
                    add 1 to lv-emp-count
                    initialize lv-emp(lv-emp-count)
                    move lv-tok-1 to lve-employee(lv-emp-count)
                    move lv-tok-2 to lve-name(lv-emp-count)
                    move fielded_to_linear(lv-p-year, lv-p-month,
                            lv-p-dom) to lve-hire-ld(lv-emp-count)
                    move 'N' to lve-has-rate(lv-emp-count)
                end-if
            end-if
            perform 0110-reademployee
        end-perform
        close employee-file
    end-if.

0110-reademployee.
    if not eof-employee
        read employee-file
            at end
                move 'Y' to ws-eof-employee
        end-read
    end-if.

*>*****************************************************************
*> 0150-loadrules / 0160-readrule                                  *
*>*****************************************************************
0150-loadrules.
    open input rule-file.
    if ws-rule-ok
        perform 0160-readrule
        perform until eof-rule
            move spaces to lv-tok-1 lv-tok-2 lv-tok-3 lv-tok-4
                lv-tok-5
            unstring rule-record delimited by ','
                into lv-tok-1 lv-tok-2 lv-tok-3 lv-tok-4 lv-tok-5
            end-unstring
            if lv-tok-1 not = spaces
                move function upper-case(lv-tok-1) to lv-tok-1
                perform 0170-findtype
                if lv-tidx = 0 or lv-rule-count >= 50
                    move 'Y' to lv-overflow
                else
                    add 1 to lv-rule-count
                    move lv-tidx to lvr-tidx(lv-rule-count)
                    compute lvr-minyears(lv-rule-count) =
                        function numval(lv-tok-2)
                    compute lvr-hours(lv-rule-count) =
                        function numval(lv-tok-3)
                    compute lvr-cap(lv-rule-count) =
                        function numval(lv-tok-4)
                    if function upper-case(lv-tok-5) = 'N'
                        move 'N' to lvt-book(lv-tidx)
                    end-if
                end-if
            end-if
            perform 0160-readrule
        end-perform
        close rule-file
    end-if.

0160-readrule.
    if not eof-rule
        read rule-file
            at end
                move 'Y' to ws-eof-rule
        end-read
    end-if.

*>  the leave type named in lv-tok-1, added on first sight; zero
*>  when the type table is full.
*>
0170-findtype.
    move 0 to lv-tidx.
    perform varying lv-idx from 1 by 1
            until lv-idx > lv-type-count or lv-tidx > 0
        if lvt-type(lv-idx) = lv-tok-1
            move lv-idx to lv-tidx
        end-if
    end-perform.
    if lv-tidx = 0 and lv-type-count < 10
        add 1 to lv-type-count
        move lv-type-count to lv-tidx
        move lv-tok-1 to lvt-type(lv-tidx)
        move 'Y' to lvt-book(lv-tidx)
        move 0 to lvt-hours(lv-tidx) lvt-amount(lv-tidx)
    end-if.

*>*****************************************************************
*> 0200-loadpaydates / 0210-readpaydate                            *
*>*****************************************************************
0200-loadpaydates.
    open input paydate-file.
    if ws-paydate-ok
        perform 0210-readpaydate
        perform until eof-paydate
            move spaces to lv-tok-3
            unstring paydate-record delimited by ','
                into lv-tok-3
            end-unstring
            move dateparse(lv-tok-3, '02') to lv-parse-result
            if lv-p-success = 'Y'
                if lv-paydate-count >= 60
                    move 'Y' to lv-overflow
                else
                    add 1 to lv-paydate-count
                    move fielded_to_linear(lv-p-year, lv-p-month,
                            lv-p-dom)
                        to lv-paydate-ld(lv-paydate-count)
                end-if
            end-if
            perform 0210-readpaydate
        end-perform
        close paydate-file
    end-if.

0210-readpaydate.
    if not eof-paydate
        read paydate-file
            at end
                move 'Y' to ws-eof-paydate
        end-read
    end-if.

*>*****************************************************************
*> 0250-loadrates / 0260-readrate                                  *
*>*****************************************************************
0250-loadrates.
    open input rate-file.
    if ws-rate-ok
        perform 0260-readrate
        perform until eof-rate
            move spaces to lv-tok-1 lv-tok-2 lv-tok-3
            unstring rate-record delimited by ','
                into lv-tok-1 lv-tok-2 lv-tok-3
            end-unstring
            perform 0270-findemployee
            if lv-eidx > 0
                compute lve-rate(lv-eidx) = function numval(lv-tok-3)
                move 'Y' to lve-has-rate(lv-eidx)
            end-if
            perform 0260-readrate
        end-perform
        close rate-file
    end-if.

0260-readrate.
    if not eof-rate
        read rate-file
            at end
                move 'Y' to ws-eof-rate
        end-read
    end-if.

0270-findemployee.
    move 0 to lv-eidx.
    perform varying lv-idx from 1 by 1
            until lv-idx > lv-emp-count or lv-eidx > 0
        if lve-employee(lv-idx) = lv-tok-1
            move lv-idx to lv-eidx
        end-if
    end-perform.

*>*****************************************************************
*> 0300-loadledger / 0310-readledger / 0320-oneledgerline          *
*>                                                                *
*> The balance is the last line's; the latest ACCRUE date says     *
*> which pay dates are done, and the latest ACCRUE or FORFEIT date *
*> which fiscal year boundaries are.                               *
*>*****************************************************************
0300-loadledger.
    open input ledger-file.
    if ws-ledger-ok
        perform 0310-readledger
        perform until eof-ledger
            perform 0320-oneledgerline
            perform 0310-readledger
        end-perform
        close ledger-file
    end-if.

0310-readledger.
    if not eof-ledger
        read ledger-file
            at end
                move 'Y' to ws-eof-ledger
        end-read
    end-if.

0320-oneledgerline.
    move spaces to lv-tok-1 lv-tok-2 lv-tok-3 lv-tok-4 lv-tok-5
        lv-tok-6 lv-tok-7.
    unstring ledger-record delimited by ','
        into lv-tok-1 lv-tok-2 lv-tok-3 lv-tok-4 lv-tok-5
            lv-tok-6 lv-tok-7
    end-unstring.
    perform 0270-findemployee.
    move 0 to lv-tidx.
    perform varying lv-idx from 1 by 1
            until lv-idx > lv-type-count or lv-tidx > 0
        if lvt-type(lv-idx) = lv-tok-2
            move lv-idx to lv-tidx
        end-if
    end-perform.
    move dateparse(lv-tok-3, '02') to lv-parse-result.
    if lv-eidx > 0 and lv-tidx > 0 and lv-p-success = 'Y'
        move fielded_to_linear(lv-p-year, lv-p-month, lv-p-dom)
            to lv-ld
        compute lvb-balance(lv-eidx, lv-tidx) =
            function numval(lv-tok-6)
        evaluate lv-tok-4
            when 'ACCRUE'
                if lv-ld > lvb-accr-ld(lv-eidx, lv-tidx)
                    move lv-ld to lvb-accr-ld(lv-eidx, lv-tidx)
                end-if
                if lv-ld > lvb-mark-ld(lv-eidx, lv-tidx)
                    move lv-ld to lvb-mark-ld(lv-eidx, lv-tidx)
                end-if
            when 'FORFEIT'
                if lv-ld > lvb-mark-ld(lv-eidx, lv-tidx)
                    move lv-ld to lvb-mark-ld(lv-eidx, lv-tidx)
                end-if
            when 'TAKEN'
                perform 0330-takenrequest
        end-evaluate
    end-if.

*>  a leave already charged is kept on the request table as done,
*>  so the same line on LEAVEREQ.DAT is not charged twice.
*>
0330-takenrequest.
    if lv-request-count >= 2000
        move 'Y' to lv-overflow
    else
        add 1 to lv-request-count
        move lv-eidx to lvq-eidx(lv-request-count)
        move lv-tidx to lvq-tidx(lv-request-count)
        move lv-ld to lvq-from-ld(lv-request-count)
        move lv-ld to lvq-thru-ld(lv-request-count)
        move 0 to lvq-hours(lv-request-count)
        move 'Y' to lvq-done(lv-request-count)
    end-if.

*>*****************************************************************
*> 0350-loadrequests / 0360-readrequest / 0370-onerequest          *
*>*****************************************************************
0350-loadrequests.
    open input request-file.
    if ws-request-ok
        perform 0360-readrequest
        perform until eof-request
            perform 0370-onerequest thru 0390-exit
            perform 0360-readrequest
        end-perform
        close request-file
    end-if.

0360-readrequest.
    if not eof-request
        read request-file
            at end
                move 'Y' to ws-eof-request
        end-read
    end-if.

0370-onerequest.
    move spaces to lv-tok-1 lv-tok-2 lv-tok-3 lv-tok-4 lv-tok-5.
    unstring request-record delimited by ','
        into lv-tok-1 lv-tok-2 lv-tok-3 lv-tok-4 lv-tok-5
    end-unstring.
    if lv-tok-1 = spaces
        go to 0390-exit
    end-if.
    move spaces to lv-reason.

    perform 0270-findemployee.
    if lv-eidx = 0
        move 'UNKNOWN EMPLOYEE' to lv-reason
        go to 0380-reject
    end-if.
    move function upper-case(lv-tok-2) to lv-tok-2.
    move 0 to lv-tidx.
    perform varying lv-idx from 1 by 1
            until lv-idx > lv-type-count or lv-tidx > 0
        if lvt-type(lv-idx) = lv-tok-2
            move lv-idx to lv-tidx
        end-if
    end-perform.
    if lv-tidx = 0
        move 'UNKNOWN TYPE' to lv-reason
        go to 0380-reject
    end-if.

    move dateparse(lv-tok-3, '02') to lv-parse-result.
    if lv-p-success = 'N'
        move 'BAD FROM DATE' to lv-reason
        go to 0380-reject
    end-if.
    move fielded_to_linear(lv-p-year, lv-p-month, lv-p-dom)
        to lv-from-ld.
    move dateparse(lv-tok-4, '02') to lv-parse-result.
    if lv-p-success = 'N'
        move 'BAD THRU DATE' to lv-reason
        go to 0380-reject
    end-if.
    move fielded_to_linear(lv-p-year, lv-p-month, lv-p-dom)
        to lv-thru-ld.
    if lv-thru-ld < lv-from-ld or lv-thru-ld - lv-from-ld > 366
        move 'BAD DATE RANGE' to lv-reason
        go to 0380-reject
    end-if.

*>  already charged on an earlier run.
*>
    perform varying lv-qidx from 1 by 1
            until lv-qidx > lv-request-count
        if lvq-eidx(lv-qidx) = lv-eidx
                and lvq-tidx(lv-qidx) = lv-tidx
                and lvq-from-ld(lv-qidx) = lv-from-ld
                and lvq-done(lv-qidx) = 'Y'
            go to 0390-exit
        end-if
    end-perform.

    move 0 to lv-days.
    perform varying lv-ld from lv-from-ld by 1
            until lv-ld > lv-thru-ld
        if isbusinessday(lv-ld) = 'Y'
            add 1 to lv-days
        end-if
    end-perform.
    if lv-days = 0
        move 'NO BUSINESS DAYS' to lv-reason
        go to 0380-reject
    end-if.

    if lv-request-count >= 2000
        move 'Y' to lv-overflow
        go to 0390-exit
    end-if.
    add 1 to lv-request-count.
    move lv-eidx to lvq-eidx(lv-request-count).
    move lv-tidx to lvq-tidx(lv-request-count).
    move lv-from-ld to lvq-from-ld(lv-request-count).
    move lv-thru-ld to lvq-thru-ld(lv-request-count).
    if lv-tok-5 = spaces
        compute lvq-hours(lv-request-count) = lv-days * 8
    else
        compute lvq-hours(lv-request-count) =
            lv-days * function numval(lv-tok-5)
    end-if.
    move 'N' to lvq-done(lv-request-count).
    go to 0390-exit.

0380-reject.
    add 1 to lv-reject-count.
    display 'Rejected ' lv-reason ': '
        function trim(request-record).

0390-exit.
    exit.

*>*****************************************************************
*> 0400-postevents                                                 *
*>                                                                *
*> One employee's one leave type, event by event in date order; on *
*> the same day a fiscal year boundary goes first, then the pay    *
*> date's accrual, then the leave.                                 *
*>*****************************************************************
0400-postevents.
    move space to lv-next-kind.
    move 0 to lv-next-ld.

*>  the next fiscal year boundary past the last one done; none
*>  before the first accrual.
*>
    if lvb-mark-ld(lv-eidx, lv-tidx) > 0
        move linear_to_fielded(lvb-mark-ld(lv-eidx, lv-tidx))
            to lv-fielded-date
        move lv-year to lv-boundary-year
        move fielded_to_linear(lv-boundary-year, lv-fiscalstart, 1)
            to lv-boundary-ld
        if lv-boundary-ld <= lvb-mark-ld(lv-eidx, lv-tidx)
            add 1 to lv-boundary-year
            move fielded_to_linear(lv-boundary-year,
                    lv-fiscalstart, 1) to lv-boundary-ld
        end-if
        if lv-boundary-ld <= lv-asof-ld
            move 'B' to lv-next-kind
            move lv-boundary-ld to lv-next-ld
        end-if
    end-if.

    perform varying lv-pidx from 1 by 1
            until lv-pidx > lv-paydate-count
        if lv-paydate-ld(lv-pidx) > lvb-accr-ld(lv-eidx, lv-tidx)
                and lv-paydate-ld(lv-pidx) >= lve-hire-ld(lv-eidx)
                and lv-paydate-ld(lv-pidx) <= lv-asof-ld
            if lv-next-kind = space
                    or lv-paydate-ld(lv-pidx) < lv-next-ld
                move 'P' to lv-next-kind
                move lv-paydate-ld(lv-pidx) to lv-next-ld
                move lv-pidx to lv-next-idx
            end-if
        end-if
    end-perform.

    perform varying lv-qidx from 1 by 1
            until lv-qidx > lv-request-count
        if lvq-eidx(lv-qidx) = lv-eidx
                and lvq-tidx(lv-qidx) = lv-tidx
                and lvq-done(lv-qidx) = 'N'
            if lv-next-kind = space
                    or lvq-from-ld(lv-qidx) < lv-next-ld
                move 'R' to lv-next-kind
                move lvq-from-ld(lv-qidx) to lv-next-ld
                move lv-qidx to lv-next-idx
            end-if
        end-if
    end-perform.

    evaluate lv-next-kind
        when 'B'
            perform 0410-yearend thru 0410-exit
        when 'P'
            perform 0420-accrue thru 0420-exit
        when 'R'
            perform 0430-taken
        when other
            go to 0490-exit
    end-evaluate.
    go to 0400-postevents.

0490-exit.
    exit.

*>  the carryover cap of the band reached by the boundary; the
*>  boundary is marked done even when nothing is forfeited.
*>
0410-yearend.
    move lv-next-ld to lvb-mark-ld(lv-eidx, lv-tidx).
    perform 0450-findband.
    if lv-band = 0
        go to 0410-exit
    end-if.
    if lvb-balance(lv-eidx, lv-tidx) > lvr-cap(lv-band)
        compute lv-hours =
            lvb-balance(lv-eidx, lv-tidx) - lvr-cap(lv-band)
        subtract lv-hours from lvb-balance(lv-eidx, lv-tidx)
        add lv-hours to lvb-forfeit(lv-eidx, lv-tidx)
        compute lv-hours = 0 - lv-hours
        move 'FORFEIT' to lv-kind
        move spaces to lv-thru-text
        perform 0500-writeledger
    end-if.

0410-exit.
    exit.

*>  nothing accrues on a pay date the history has the employee
*>  on leave or terminated.
*>
0420-accrue.
    move lv-next-ld to lvb-accr-ld(lv-eidx, lv-tidx).
    move lv-next-ld to lvb-mark-ld(lv-eidx, lv-tidx).
    perform 0450-findband.
    if lv-band = 0
        go to 0420-exit
    end-if.
    if ea-found = 'Y' and ea-status not = 'ACTIVE'
        go to 0420-exit
    end-if.
    compute lv-hours rounded = lvr-hours(lv-band).
    add lv-hours to lvb-balance(lv-eidx, lv-tidx).
    add lv-hours to lvb-accrued(lv-eidx, lv-tidx).
    move 'ACCRUE' to lv-kind.
    move spaces to lv-thru-text.
    perform 0500-writeledger.

0420-exit.
    exit.

0430-taken.
    move 'Y' to lvq-done(lv-next-idx).
    move lvq-hours(lv-next-idx) to lv-hours.
    subtract lv-hours from lvb-balance(lv-eidx, lv-tidx).
    add lv-hours to lvb-taken(lv-eidx, lv-tidx).
    move linear_to_fielded(lvq-thru-ld(lv-next-idx))
        to lv-fielded-date.
    move dateformat(lv-fielded-date, '01') to lv-date-text.
    move lv-date-text(1:10) to lv-thru-text.
    move 'TAKEN' to lv-kind.
    compute lv-hours = 0 - lv-hours.
    perform 0500-writeledger.
    if lvb-balance(lv-eidx, lv-tidx) < 0
        move lvb-balance(lv-eidx, lv-tidx) to lv-bal-display
        display 'Overdrawn ' function trim(lve-employee(lv-eidx))
            ' ' lvt-type(lv-tidx) ' on ' lv-date ' '
            lv-bal-display
    end-if.

*>  the highest band of the type whose MINYEARS the service at
*>  lv-next-ld has reached; zero before any band applies.  The
*>  service runs from the history's adjusted service date when
*>  there is one.
*>
0450-findband.
    move 0 to lv-band.
    call 'employeeasof' using lve-employee(lv-eidx) lv-next-ld
        empasof-result.
    if ea-found = 'Y'
        move ea-service-ld to lv-service-ld
    else
        move lve-hire-ld(lv-eidx) to lv-service-ld
    end-if.
    move elapsedduration(lv-service-ld, lv-next-ld)
        to lv-ed-result.
    move lv-ed-years to lv-years.
    perform varying lv-ridx from 1 by 1
            until lv-ridx > lv-rule-count
        if lvr-tidx(lv-ridx) = lv-tidx
                and lvr-minyears(lv-ridx) <= lv-years
            if lv-band = 0
                move lv-ridx to lv-band
            else
                if lvr-minyears(lv-ridx) > lvr-minyears(lv-band)
                    move lv-ridx to lv-band
                end-if
            end-if
        end-if
    end-perform.

*>*****************************************************************
*> 0500-writeledger                                                *
*>*****************************************************************
0500-writeledger.
    move linear_to_fielded(lv-next-ld) to lv-fielded-date.
    move dateformat(lv-fielded-date, '01') to lv-date-text.
    move lv-date-text(1:10) to lv-date.
    move lv-hours to lv-hours-display.
    move lvb-balance(lv-eidx, lv-tidx) to lv-bal-display.
    move spaces to lv-line.
    move 1 to ws-ptr.
    string function trim(lve-employee(lv-eidx)) ','
        function trim(lvt-type(lv-tidx)) ','
        lv-date ','
        function trim(lv-kind) ','
        function trim(lv-hours-display) ','
        function trim(lv-bal-display)
        delimited by size into lv-line
        with pointer ws-ptr.
    if lv-thru-text not = spaces
        string ',' lv-thru-text
            delimited by size into lv-line
            with pointer ws-ptr
    end-if.
    move lv-line to ledger-record.
    write ledger-record.
    add 1 to lv-posted-count.

*>*****************************************************************
*> 0600-statements                                                 *
*>*****************************************************************
0600-statements.
    display ' '.
    display 'Leave balance statements as of ' lv-asof-date.
    display '=============================================='.
    display 'EMPLOYEE     NAME                     DEPARTMENT   '
        'TYPE       '
        '  OPENING  ACCRUED    TAKEN  FORFEIT  CLOSING'.
    perform varying lv-eidx from 1 by 1 until lv-eidx > lv-emp-count
        call 'employeeasof' using lve-employee(lv-eidx) lv-asof-ld
            empasof-result
        if ea-found = 'N'
            move spaces to ea-department
        end-if
        perform varying lv-tidx from 1 by 1
                until lv-tidx > lv-type-count
            move lvb-opening(lv-eidx, lv-tidx) to lv-open-display
            move lvb-accrued(lv-eidx, lv-tidx) to lv-accr-display
            move lvb-taken(lv-eidx, lv-tidx) to lv-taken-display
            move lvb-forfeit(lv-eidx, lv-tidx) to lv-forf-display
            move lvb-balance(lv-eidx, lv-tidx) to lv-bal-display
            display lve-employee(lv-eidx) ' ' lve-name(lv-eidx)
                ' ' ea-department ' ' lvt-type(lv-tidx) ' '
                lv-open-display
                lv-accr-display lv-taken-display lv-forf-display
                lv-bal-display
        end-perform
    end-perform.

*>*****************************************************************
*> 0700-exceptions                                                 *
*>*****************************************************************
0700-exceptions.
    display ' '.
    display 'Negative leave balances as of ' lv-asof-date.
    display '=============================================='.
    perform varying lv-eidx from 1 by 1 until lv-eidx > lv-emp-count
        perform varying lv-tidx from 1 by 1
                until lv-tidx > lv-type-count
            if lvb-balance(lv-eidx, lv-tidx) < 0
                add 1 to lv-negative-count
                move lvb-balance(lv-eidx, lv-tidx) to lv-bal-display
                display lve-employee(lv-eidx) ' '
                    lve-name(lv-eidx) ' ' lvt-type(lv-tidx) ' '
                    lv-bal-display
            end-if
        end-perform
    end-perform.
    if lv-negative-count = 0
        display 'None.'
    end-if.

*>*****************************************************************
*> 0800-liability                                                  *
*>*****************************************************************
0800-liability.
    perform varying lv-eidx from 1 by 1 until lv-eidx > lv-emp-count
        call 'employeeasof' using lve-employee(lv-eidx) lv-asof-ld
            empasof-result
        if ea-found = 'Y'
            move ea-rate to lve-rate(lv-eidx)
            move 'Y' to lve-has-rate(lv-eidx)
        end-if
        if lve-has-rate(lv-eidx) = 'N'
            add 1 to lv-norate-count
        end-if
        perform varying lv-tidx from 1 by 1
                until lv-tidx > lv-type-count
            if lvb-balance(lv-eidx, lv-tidx) > 0
                    and lvt-book(lv-tidx) not = 'N'
                add lvb-balance(lv-eidx, lv-tidx)
                    to lvt-hours(lv-tidx)
                compute lvt-amount(lv-tidx) rounded =
                    lvt-amount(lv-tidx)
                    + lvb-balance(lv-eidx, lv-tidx)
                        * lve-rate(lv-eidx)
            end-if
        end-perform
    end-perform.

    display ' '.
    display 'Leave liability as of ' lv-asof-date.
    display '=============================================='.
    open output liab-file.
    perform varying lv-tidx from 1 by 1 until lv-tidx > lv-type-count
        if lvt-book(lv-tidx) not = 'N'
            move lvt-hours(lv-tidx) to lv-total-display
            move lvt-amount(lv-tidx) to lv-amount-display
            display lvt-type(lv-tidx) ' hours ' lv-total-display
                '  amount ' lv-amount-display
            move spaces to lv-line
            string lv-asof-date ','
                function trim(lvt-type(lv-tidx)) ','
                function trim(lv-total-display) ','
                function trim(lv-amount-display)
                delimited by size into lv-line
            move lv-line to liab-record
            write liab-record
        end-if
    end-perform.
    close liab-file.
    if lv-norate-count > 0
        display 'Employees with no pay rate (priced at zero): '
            lv-norate-count
    end-if.

end program leaveled.
