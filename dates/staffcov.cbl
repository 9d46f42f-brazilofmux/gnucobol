*>*****************************************************************
*> staffcov - Daily staffing coverage report.                      *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Branch managers found out they were short-staffed when the      *
*> doors opened.  This looks four weeks ahead instead.  The        *
*> minimum staffing rules are on STAFFMIN.DAT -                    *
*>                                                                *
*>   DEPARTMENT,WEEKDAY,MINIMUM                                    *
*>                                                                *
*> (WEEKDAY SUN through SAT, or * for every day a rule for the     *
*> specific weekday does not cover; MINIMUM in full-time staff).   *
*> For each business day of the next four weeks under the named    *
*> calendar profile (CALENDARPROFILEOF / ISBUSINESSDAYCAL, so the  *
*> SAT1 satellite's Friday/Saturday weekend and its own holiday    *
*> closures apply - a closed day needs no staff), each employee    *
*> on EMPLOYEE.DAT counts toward the department EMPLOYEEASOF has   *
*> them in on that day, unless on leave of absence or terminated   *
*> by then.  Approved leave on LEAVEREQ.DAT -                      *
*>                                                                *
*>   EMPLOYEE,TYPE,FROM,THRU[,HOURSPERDAY]                         *
*>                                                                *
*> - takes its hours off the employee's day, the day being the     *
*> weekday's SHOPHOURS opening-to-closing window, so a half day    *
*> off leaves half a person.  Every department below its minimum   *
*> on a day is listed; a shortage inside five business days is     *
*> also written to the shop alert file as a warning, so it reaches *
*> the morning router.                                             *
*>                                                                *
*> Command line: [calendar-id] [start-date]                        *
*>                                                                *
*> (calendar SHOP and today by default).  RETURN-CODE 4 when any   *
*> department is short; 8 when the calendar id is unknown or       *
*> STAFFMIN.DAT or EMPLOYEE.DAT is missing; 16 when a file         *
*> outgrows its table.                                             *
*>*****************************************************************
identification division.
program-id. staffcov.

environment division.
configuration section.
repository.
    function addbusinessdayscal
    function currentbusinessdate
    function dateformat
    function dateparse
    function dayofweek
    function fielded_to_linear
    function isbusinessdaycal
    function linear_to_fielded
    function all intrinsic.

input-output section.
file-control.

    select rule-file assign to 'staffmin.dat'
        organization is line sequential
        access is sequential
        file status is ws-rule-status.

    select employee-file assign to 'employee.dat'
        organization is line sequential
        access is sequential
        file status is ws-employee-status.

    select request-file assign to 'leavereq.dat'
        organization is line sequential
        access is sequential
        file status is ws-request-status.

data division.
file section.
fd  rule-file.

01  rule-record          pic x(80).

fd  employee-file.

01  employee-record      pic x(80).

fd  request-file.

01  request-record       pic x(80).

working-storage section.
copy shophours.
copy empasof.

01  ws-rule-status       pic xx.
    88  ws-rule-ok           value '00'.
01  ws-employee-status   pic xx.
    88  ws-employee-ok       value '00'.
01  ws-request-status    pic xx.
    88  ws-request-ok        value '00'.

01  ws-eof-rule          pic x       value 'N'.
    88  eof-rule             value 'Y'.
01  ws-eof-employee      pic x       value 'N'.
    88  eof-employee         value 'Y'.
01  ws-eof-request       pic x       value 'N'.
    88  eof-request          value 'Y'.

01  ws-arg-calid         pic x(8).
01  ws-arg-start         pic x(10).

01  sf-weekday-def       pic x(21) value 'SUNMONTUEWEDTHUFRISAT'.
01  sf-weekday-table redefines sf-weekday-def.
    05  sf-weekday       pic x(3) occurs 7 times.

*>  Minimum staff per department and weekday (1-7, Sunday first,
*>  SHOPCAL's indexing); SET marks a weekday given its own rule,
*>  which a * rule then leaves alone.
*>
01  sf-depts.
    05  sf-dept occurs 100 times.
        10  sfd-department   pic x(12).
        10  sfd-min          pic s9(3)v99 comp-5 occurs 7 times.
        10  sfd-set          pic x occurs 7 times.
        10  sfd-minutes      usage signed-int.
01  sf-dept-count        usage signed-int value 0.

01  sf-emps.
    05  sf-emp occurs 500 times.
        10  sfe-employee     pic x(12).
        10  sfe-department   pic x(12).
01  sf-emp-count         usage signed-int value 0.

01  sf-requests.
    05  sf-request occurs 2000 times.
        10  sfq-employee     pic x(12).
        10  sfq-from-ld      usage signed-int.
        10  sfq-thru-ld      usage signed-int.
        10  sfq-minutes      usage signed-int.
01  sf-request-count     usage signed-int value 0.

01  sf-overflow          pic x value 'N'.
01  sf-didx              usage signed-int.
01  sf-eidx              usage signed-int.
01  sf-qidx              usage signed-int.
01  sf-widx              usage signed-int.
01  sf-idx               usage signed-int.

01  sf-tok-1             pic x(24).
01  sf-tok-2             pic x(24).
01  sf-tok-3             pic x(12).
01  sf-tok-4             pic x(12).
01  sf-tok-5             pic x(8).

01  sf-calid             pic x(8).
01  sf-profile.
    05  sf-p-weekend         pic x occurs 7 times.
    05  sf-p-shiftdir        pic s9 occurs 7 times.
    05  sf-p-file            pic x(40).
    05  sf-p-found           pic x.

01  sf-today-ld          usage signed-int.
01  sf-start-ld          usage signed-int.
01  sf-end-ld            usage signed-int.
01  sf-day-ld            usage signed-int.
01  sf-alert-ld          usage signed-int.
01  sf-five              usage signed-int value 5.
01  sf-days              usage signed-int value 28.
01  sf-day-minutes       usage signed-int.
01  sf-off-minutes       usage signed-int.
01  sf-employee          pic x(12).
01  sf-department        pic x(12).
01  sf-available         pic s9(5)v99 comp-5.
01  sf-short             pic s9(5)v99 comp-5.
01  sf-hours             pic s9(3)v99 comp-5.

01  sf-day-count         usage signed-int value 0.
01  sf-short-count       usage signed-int value 0.
01  sf-alert-count       usage signed-int value 0.

01  sf-short-display     pic zz9.99.
01  sf-date              pic x(10).
01  sf-date-text         pic x(20).

01  sf-al-severity       pic x value 'W'.
01  sf-al-job            pic x(12) value 'STAFFCOV'.
01  sf-al-key            pic x(40).
01  sf-al-msg            pic x(60).

01  sf-dow-result.
    05  sf-dow               unsigned-short.
    05  sf-dow-success       pic x.

01  sf-parse-result.
    05  sf-p-fielded.
        10  sf-p-year        pic s9(9)   comp-5.
        10  sf-p-month       pic 99      comp-5.
        10  sf-p-dom         pic 99      comp-5.
    05  sf-p-success     pic x.

01  sf-fielded-date.
    05  sf-year              pic s9(9)   comp-5.
    05  sf-month             pic 99      comp-5.
    05  sf-dom               pic 99      comp-5.
    05  sf-doy               pic 999     comp-5.
    05  sf-dow2              pic 9       comp-5.

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

01  output-line.
    05  ol-date     pic x(10).
    05  filler      pic x       value ' '.
    05  ol-weekday  pic x(3).
    05  filler      pic x       value ' '.
    05  ol-dept     pic x(12).
    05  filler      pic x       value ' '.
    05  ol-minimum  pic zzz9.99.
    05  filler      pic x       value ' '.
    05  ol-avail    pic z(5)9.99.
    05  filler      pic x       value ' '.
    05  ol-short    pic zzz9.99.
    05  filler      pic x       value ' '.
    05  ol-flag     pic x(5).

procedure division.
0000-start-here.
    move 0 to return-code.

    move spaces to ws-arg-calid ws-arg-start.
    display 1 upon argument-number.
    accept ws-arg-calid from argument-value.
    if ws-arg-calid = spaces or ws-arg-calid = low-values
        move 'SHOP' to ws-arg-calid
    end-if.
    move function upper-case(ws-arg-calid) to sf-calid.
    display 2 upon argument-number.
    accept ws-arg-start from argument-value.

    call 'calendarprofileof' using sf-calid sf-profile.
    if sf-p-found = 'N'
        display 'Unknown calendar ' function trim(sf-calid) '.'
        move 8 to return-code
        go to 9000-end
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to sf-fielded-date.
    move fielded_to_linear(sf-year, sf-month, sf-dom)
        to sf-today-ld.
    move sf-today-ld to sf-start-ld.
    if ws-arg-start not = spaces and ws-arg-start not = low-values
        move dateparse(ws-arg-start, '02') to sf-parse-result
        if sf-p-success = 'N'
            display 'Bad start date ' function trim(ws-arg-start)
                '.'
            move 8 to return-code
            go to 9000-end
        end-if
        move fielded_to_linear(sf-p-year, sf-p-month, sf-p-dom)
            to sf-start-ld
    end-if.
    compute sf-end-ld = sf-start-ld + sf-days - 1.
    move addbusinessdayscal(sf-today-ld, sf-five, sf-calid)
        to sf-alert-ld.

    perform 0100-loadrules.
    if sf-dept-count = 0
        display 'No staffing rules on staffmin.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0200-loademployees.
    if sf-emp-count = 0
        display 'No employees on employee.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0300-loadrequests.
    if sf-overflow = 'Y'
        display 'A staffing file exceeds its table; run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.

    move linear_to_fielded(sf-start-ld) to sf-fielded-date.
    move dateformat(sf-fielded-date, '01') to sf-date-text.
    move sf-date-text(1:10) to sf-date.
    move linear_to_fielded(sf-end-ld) to sf-fielded-date.
    move dateformat(sf-fielded-date, '01') to sf-date-text.
    display 'Staffing coverage - calendar ' function trim(sf-calid)
        ', ' sf-date ' through ' sf-date-text(1:10).
    display '=============================================='.
    display 'DATE       DAY DEPARTMENT   MINIMUM AVAILABLE   SHORT'.
    perform varying sf-day-ld from sf-start-ld by 1
            until sf-day-ld > sf-end-ld
        if isbusinessdaycal(sf-day-ld, sf-calid) = 'Y'
            perform 0400-oneday thru 0400-exit
        end-if
    end-perform.
    display '=============================================='.
    if sf-short-count = 0
        display 'No department below minimum.'
    end-if.
    display 'Business days checked: ' sf-day-count.
    display 'Shortages:             ' sf-short-count.
    display 'Alerts raised:         ' sf-alert-count.
    if sf-short-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadrules / 0110-readrule / 0120-onerule                   *
*>*****************************************************************
0100-loadrules.
    open input rule-file.
    if ws-rule-ok
        perform 0110-readrule
        perform until eof-rule
            perform 0120-onerule thru 0190-exit
            perform 0110-readrule
        end-perform
        close rule-file
    end-if.

0110-readrule.
    if not eof-rule
        read rule-file
            at end
                move 'Y' to ws-eof-rule
        end-read
    end-if.

0120-onerule.
    move spaces to sf-tok-1 sf-tok-2 sf-tok-3.
    unstring rule-record delimited by ','
        into sf-tok-1 sf-tok-2 sf-tok-3
    end-unstring.
    if sf-tok-1 = spaces
        go to 0190-exit
    end-if.
    move function upper-case(sf-tok-1) to sf-department.
    move function upper-case(sf-tok-2) to sf-tok-2.

    move 0 to sf-widx.
    if sf-tok-2 not = '*'
        perform varying sf-idx from 1 by 1 until sf-idx > 7
            if sf-weekday(sf-idx) = sf-tok-2(1:3)
                move sf-idx to sf-widx
            end-if
        end-perform
        if sf-widx = 0
            display 'Bad weekday: ' function trim(rule-record)
            go to 0190-exit
        end-if
    end-if.

    perform 0150-finddept.
    if sf-didx = 0
        go to 0190-exit
    end-if.
    if sf-widx = 0
        perform varying sf-idx from 1 by 1 until sf-idx > 7
            if sfd-set(sf-didx, sf-idx) = 'N'
                compute sfd-min(sf-didx, sf-idx) =
                    function numval(sf-tok-3)
            end-if
        end-perform
    else
        compute sfd-min(sf-didx, sf-widx) = function numval(sf-tok-3)
        move 'Y' to sfd-set(sf-didx, sf-widx)
    end-if.

0190-exit.
    exit.

*>  the department's slot, added on first sight; zero on overflow.
*>
0150-finddept.
    move 0 to sf-didx.
    perform varying sf-idx from 1 by 1
            until sf-idx > sf-dept-count or sf-didx > 0
        if sfd-department(sf-idx) = sf-department
            move sf-idx to sf-didx
        end-if
    end-perform.
    if sf-didx = 0
        if sf-dept-count >= 100
            move 'Y' to sf-overflow
        else
            add 1 to sf-dept-count
            move sf-dept-count to sf-didx
            move sf-department to sfd-department(sf-didx)
            perform varying sf-idx from 1 by 1 until sf-idx > 7
                move 0 to sfd-min(sf-didx, sf-idx)
                move 'N' to sfd-set(sf-didx, sf-idx)
            end-perform
        end-if
    end-if.

*>*****************************************************************
*> 0200-loademployees / 0210-reademployee                          *
*>*****************************************************************
0200-loademployees.
    open input employee-file.
    if ws-employee-ok
        perform 0210-reademployee
        perform until eof-employee
            move spaces to sf-tok-1 sf-tok-2 sf-tok-3 sf-tok-4
            unstring employee-record delimited by ','
                into sf-tok-1 sf-tok-2 sf-tok-3 sf-tok-4
            end-unstring
            if sf-tok-1 not = spaces
                if sf-emp-count >= 500
                    move 'Y' to sf-overflow
                else
                    add 1 to sf-emp-count
                    move sf-tok-1 to sfe-employee(sf-emp-count)
                    move function upper-case(sf-tok-4)
                        to sfe-department(sf-emp-count)
                end-if
            end-if
            perform 0210-reademployee
        end-perform
        close employee-file
    end-if.

0210-reademployee.
    if not eof-employee
        read employee-file
            at end
                move 'Y' to ws-eof-employee
        end-read
    end-if.

*>*****************************************************************
*> 0300-loadrequests / 0310-readrequest                            *
*>                                                                *
*> Only the window matters; a request with bad dates is LEAVELED's *
*> to reject and is skipped here.                                  *
*>*****************************************************************
0300-loadrequests.
    open input request-file.
    if ws-request-ok
        perform 0310-readrequest
        perform until eof-request
            perform 0320-onerequest thru 0390-exit
            perform 0310-readrequest
        end-perform
        close request-file
    end-if.

0310-readrequest.
    if not eof-request
        read request-file
            at end
                move 'Y' to ws-eof-request
        end-read
    end-if.

0320-onerequest.
    move spaces to sf-tok-1 sf-tok-2 sf-tok-3 sf-tok-4 sf-tok-5.
    unstring request-record delimited by ','
        into sf-tok-1 sf-tok-2 sf-tok-3 sf-tok-4 sf-tok-5
    end-unstring.
    if sf-tok-1 = spaces
        go to 0390-exit
    end-if.
    if sf-request-count >= 2000
        move 'Y' to sf-overflow
        go to 0390-exit
    end-if.
    move dateparse(sf-tok-3, '02') to sf-parse-result.
    if sf-p-success = 'N'
        go to 0390-exit
    end-if.
    add 1 to sf-request-count.
    move sf-tok-1 to sfq-employee(sf-request-count).
    move fielded_to_linear(sf-p-year, sf-p-month, sf-p-dom)
        to sfq-from-ld(sf-request-count).
    move dateparse(sf-tok-4, '02') to sf-parse-result.
    if sf-p-success = 'N'
        subtract 1 from sf-request-count
        go to 0390-exit
    end-if.
    move fielded_to_linear(sf-p-year, sf-p-month, sf-p-dom)
        to sfq-thru-ld(sf-request-count).
    move 8 to sf-hours.
    if sf-tok-5 not = spaces
        compute sf-hours = function numval(sf-tok-5)
    end-if.
    compute sfq-minutes(sf-request-count) = sf-hours * 60.

0390-exit.
    exit.

*>*****************************************************************
*> 0400-oneday                                                     *
*>                                                                *
*> Each employee's share of the day - the shop day less any leave  *
*> hours - into the department they are in that day, then every    *
*> department against the weekday's minimum.                       *
*>*****************************************************************
0400-oneday.
    add 1 to sf-day-count.
    move dayofweek(sf-day-ld) to sf-dow-result.
    compute sf-widx = sf-dow + 1.
    compute sf-day-minutes =
        shophours-close(sf-widx) - shophours-open(sf-widx).
    if sf-day-minutes <= 0
        go to 0400-exit
    end-if.

    perform varying sf-didx from 1 by 1 until sf-didx > sf-dept-count
        move 0 to sfd-minutes(sf-didx)
    end-perform.
    perform varying sf-eidx from 1 by 1 until sf-eidx > sf-emp-count
        perform 0410-oneemployee thru 0410-exit
    end-perform.

    move linear_to_fielded(sf-day-ld) to sf-fielded-date.
    move dateformat(sf-fielded-date, '01') to sf-date-text.
    move sf-date-text(1:10) to sf-date.
    perform varying sf-didx from 1 by 1 until sf-didx > sf-dept-count
        compute sf-available rounded =
            sfd-minutes(sf-didx) / sf-day-minutes
        if sf-available < sfd-min(sf-didx, sf-widx)
            perform 0450-shortage
        end-if
    end-perform.

0400-exit.
    exit.

0410-oneemployee.
    move sfe-employee(sf-eidx) to sf-employee.
    call 'employeeasof' using sf-employee sf-day-ld empasof-result.
    if ea-found = 'Y'
        if ea-status not = 'ACTIVE'
            go to 0410-exit
        end-if
        move ea-department to sf-department
    else
        move sfe-department(sf-eidx) to sf-department
    end-if.

    move 0 to sf-off-minutes.
    perform varying sf-qidx from 1 by 1
            until sf-qidx > sf-request-count
        if sfq-employee(sf-qidx) = sf-employee
                and sfq-from-ld(sf-qidx) <= sf-day-ld
                and sfq-thru-ld(sf-qidx) >= sf-day-ld
            add sfq-minutes(sf-qidx) to sf-off-minutes
        end-if
    end-perform.
    if sf-off-minutes >= sf-day-minutes
        go to 0410-exit
    end-if.

    perform varying sf-didx from 1 by 1 until sf-didx > sf-dept-count
        if sfd-department(sf-didx) = sf-department
            compute sfd-minutes(sf-didx) = sfd-minutes(sf-didx)
                + sf-day-minutes - sf-off-minutes
        end-if
    end-perform.

0410-exit.
    exit.

*>*****************************************************************
*> 0450-shortage                                                   *
*>*****************************************************************
0450-shortage.
    add 1 to sf-short-count.
    compute sf-short = sfd-min(sf-didx, sf-widx) - sf-available.
    move sf-short to sf-short-display.
    move sf-date to ol-date.
    move sf-weekday(sf-widx) to ol-weekday.
    move sfd-department(sf-didx) to ol-dept.
    move sfd-min(sf-didx, sf-widx) to ol-minimum.
    move sf-available to ol-avail.
    move sf-short to ol-short.
    move spaces to ol-flag.
    if sf-day-ld <= sf-alert-ld
        move 'ALERT' to ol-flag
    end-if.
    display output-line.

    if sf-day-ld <= sf-alert-ld
        add 1 to sf-alert-count
        move spaces to sf-al-key sf-al-msg
        string function trim(sfd-department(sf-didx)) ' '
            sf-date
            delimited by size into sf-al-key
        string function trim(sfd-department(sf-didx))
            ' short ' function trim(sf-short-display)
            ' staff on ' sf-date ' ('
            function trim(sf-calid) ' calendar)'
            delimited by size into sf-al-msg
        call 'alertadd' using sf-al-severity sf-al-job
            sf-al-key sf-al-msg
    end-if.

end program staffcov.
