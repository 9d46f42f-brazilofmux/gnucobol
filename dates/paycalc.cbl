*>*****************************************************************
*> paycalc - Gross-to-net payroll calculation from timesheets.     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> TSVALID leaves the period's clean hours on TSCLEAN.DAT and      *
*> payroll then priced them in an outside spreadsheet.  This pays  *
*> them.  The pay date is the first PAYDATES.DAT line whose pay    *
*> date falls on or after today (or the one named on the command   *
*> line); its period runs from the cutoff before it through its    *
*> own cutoff, and only hours worked in that window are paid.      *
*>                                                                *
*> Each employee's rate is on the pay-rate master PAYRATES.DAT -   *
*>                                                                *
*>   EMPLOYEE,NAME,RATE[,OTFACTOR,HWFACTOR]                        *
*>                                                                *
*> (hourly RATE; the premium factors default to 1.5 and 2.0).  A   *
*> timesheet row coded OT is overtime, one coded HW is holiday     *
*> worked at the holiday premium, and uncoded hours past 40 in a   *
*> week (the Friday-ending week TSVALID totals) turn overtime too. *
*>                                                                *
*> Deductions come from PAYDEDS.DAT -                              *
*>                                                                *
*>   EMPLOYEE,CODE,PRE|POST,FLAT|PCT,AMOUNT                        *
*>                                                                *
*> (EMPLOYEE * for everyone; PCT is a percent of gross).  Pre-tax  *
*> deductions come off the taxable wage; post-tax ones off the     *
*> net, cut short rather than take the net below zero.  Taxes come *
*> from the tax-rate table PAYTAXES.DAT -                          *
*>                                                                *
*>   JURISDICTION,EMPLOYEERATE,EMPLOYERRATE[,WAGEBASE]             *
*>                                                                *
*> (rates in percent of the taxable wage; a WAGEBASE stops the tax *
*> once the year's taxable wages pass it).  The jurisdiction codes *
*> are DEPRULES.DAT's, so the deposit calendar can find them.      *
*>                                                                *
*> The run prints the payroll register and writes -                *
*>                                                                *
*>   PAYNET.DAT    EMPLOYEE,NAME,PAYDATE,GROSS,PRETAX,TAXES,       *
*>                 POSTTAX,NET - the net-pay file, rewritten       *
*>   PAYACCUM.DAT  EMPLOYEE,YEAR,PAYDATE, then GROSS,PRETAX,TAXES, *
*>                 POSTTAX,NET period-to-date (this pay date) and  *
*>                 the same five year-to-date - rewritten in place *
*>   PAYTAX.DAT    PAYDATE,JURISDICTION,WITHHELD,EMPLOYER - the    *
*>                 pay date's tax totals, kept beside the earlier  *
*>                 pay dates' lines; DEPCAL prices each deposit    *
*>                 from it                                         *
*>                                                                *
*> A rerun for the same pay date backs its earlier figures out of  *
*> the year-to-date and replaces them.                             *
*>                                                                *
*> Where the employee has EMPHIST.DAT history the rate and the     *
*> department are the ones EMPLOYEEASOF gives for each row's own   *
*> work date, so a raise or a transfer mid-period splits the pay   *
*> at the date it took effect; PAYRATES.DAT still gives the name,  *
*> the premium factors and the rate for anyone without history,    *
*> and someone on the history alone is paid at the default         *
*> factors.  A row worked while the history shows the employee     *
*> terminated is not paid.  Pay is accumulated row by row and      *
*> rounded to the cent per employee, and the register closes with  *
*> the gross distributed to the departments the hours were worked  *
*> in.                                                             *
*>                                                                *
*> Command line: [pay-date] [timesheet-file]                       *
*>                                                                *
*> RETURN-CODE 4 when timesheet rows name no employee on the rate  *
*> master or history, or one not employed on the work date, or a   *
*> post-tax deduction was cut short; 8 when there is               *
*> no pay date, rate master or tax table, or the accumulators are  *
*> already past the pay date; 16 when a file outgrows its table.   *
*> On 8 and 16 nothing is written.                                 *
*>*****************************************************************
identification division.
program-id. paycalc.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateparse
    function fielded_to_linear
    function weekendingdate
    function all intrinsic.

input-output section.
file-control.

    select timesheet-file assign to ws-arg-input
        organization is line sequential
        access is sequential
        file status is ws-timesheet-status.

    select paydate-file assign to 'paydates.dat'
        organization is line sequential
        access is sequential
        file status is ws-paydate-status.

    select rate-file assign to 'payrates.dat'
        organization is line sequential
        access is sequential
        file status is ws-rate-status.

    select deduction-file assign to 'paydeds.dat'
        organization is line sequential
        access is sequential
        file status is ws-deduction-status.

    select taxrate-file assign to 'paytaxes.dat'
        organization is line sequential
        access is sequential
        file status is ws-taxrate-status.

    select accum-file assign to 'payaccum.dat'
        organization is line sequential
        access is sequential
        file status is ws-accum-status.

    select paytax-file assign to 'paytax.dat'
        organization is line sequential
        access is sequential
        file status is ws-paytax-status.

    select net-file assign to 'paynet.dat'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  timesheet-file.

01  timesheet-record     pic x(80).

fd  paydate-file.

01  paydate-record       pic x(40).

fd  rate-file.

01  rate-record          pic x(80).

fd  deduction-file.

01  deduction-record     pic x(80).

fd  taxrate-file.

01  taxrate-record       pic x(80).

fd  accum-file.

01  accum-record         pic x(160).

fd  paytax-file.

01  paytax-record        pic x(80).

fd  net-file.

01  net-record           pic x(120).

working-storage section.
copy empasof.

01  ws-timesheet-status  pic xx.
    88  ws-timesheet-ok      value '00'.
01  ws-paydate-status    pic xx.
    88  ws-paydate-ok        value '00'.
01  ws-rate-status       pic xx.
    88  ws-rate-ok           value '00'.
01  ws-deduction-status  pic xx.
    88  ws-deduction-ok      value '00'.
01  ws-taxrate-status    pic xx.
    88  ws-taxrate-ok        value '00'.
01  ws-accum-status      pic xx.
    88  ws-accum-ok          value '00'.
01  ws-paytax-status     pic xx.
    88  ws-paytax-ok         value '00'.

01  ws-eof-timesheet     pic x       value 'N'.
    88  eof-timesheet        value 'Y'.
01  ws-eof-paydate       pic x       value 'N'.
    88  eof-paydate          value 'Y'.
01  ws-eof-rate          pic x       value 'N'.
    88  eof-rate             value 'Y'.
01  ws-eof-deduction     pic x       value 'N'.
    88  eof-deduction        value 'Y'.
01  ws-eof-taxrate       pic x       value 'N'.
    88  eof-taxrate          value 'Y'.
01  ws-eof-accum         pic x       value 'N'.
    88  eof-accum            value 'Y'.
01  ws-eof-paytax        pic x       value 'N'.
    88  eof-paytax           value 'Y'.

01  ws-arg-paydate       pic x(12).
01  ws-arg-input         pic x(40) value 'tsclean.dat'.

*>  The pay date's PAYDATES.DAT line and the cutoff before it.
*>
01  py-paydate           pic x(10) value spaces.
01  py-pay-ld            usage signed-int value 0.
01  py-pay-year          pic s9(9) comp-5.
01  py-want-ld           usage signed-int value 0.
01  py-cutoff-text       pic x(10) value spaces.
01  py-cur-cutoff        usage signed-int value 0.
01  py-prev-cutoff       usage signed-int value 0.
01  py-prev-text         pic x(10) value spaces.
01  py-line-pay-ld       usage signed-int.
01  py-line-cut-ld       usage signed-int.
01  py-today-ld          usage signed-int.

*>  Overtime starts past 40 uncoded hours in a week.
*>
01  py-week-minutes      usage signed-int value 2400.

01  py-emps.
    05  py-emp occurs 500 times.
        10  pye-employee     pic x(12).
        10  pye-name         pic x(30).
        10  pye-department   pic x(12).
        10  pye-rate         pic s9(5)v9(4) comp-5.
        10  pye-ot-factor    pic s9(3)v9(4) comp-5.
        10  pye-hw-factor    pic s9(3)v9(4) comp-5.
        10  pye-reg-min      usage signed-int.
        10  pye-ot-min       usage signed-int.
        10  pye-hw-min       usage signed-int.
        10  pye-reg-amt      pic s9(9)v9(6) comp-5.
        10  pye-ot-amt       pic s9(9)v9(6) comp-5.
        10  pye-hw-amt       pic s9(9)v9(6) comp-5.
        10  pye-reg-pay      pic s9(9)v99 comp-5.
        10  pye-ot-pay       pic s9(9)v99 comp-5.
        10  pye-hw-pay       pic s9(9)v99 comp-5.
        10  pye-gross        pic s9(9)v99 comp-5.
        10  pye-pretax       pic s9(9)v99 comp-5.
        10  pye-taxes        pic s9(9)v99 comp-5.
        10  pye-posttax      pic s9(9)v99 comp-5.
        10  pye-net          pic s9(9)v99 comp-5.
        10  pye-short        pic x.
01  py-emp-count         usage signed-int value 0.

*>  Gross by the department each row was worked in.
*>
01  py-depts.
    05  py-dept occurs 50 times.
        10  pyp-department   pic x(12).
        10  pyp-amount       pic s9(11)v9(6) comp-5.
01  py-dept-count        usage signed-int value 0.
01  py-pidx              usage signed-int.

*>  Uncoded minutes per employee-week, for the weekly overtime
*>  rule.
*>
01  py-weeks.
    05  py-week occurs 3000 times.
        10  pyw-eidx         usage signed-int.
        10  pyw-week-ld      usage signed-int.
        10  pyw-minutes      usage signed-int.
01  py-week-count        usage signed-int value 0.

01  py-deds.
    05  py-ded occurs 200 times.
        10  pyd-employee     pic x(12).
        10  pyd-code         pic x(8).
        10  pyd-when         pic x(4).
        10  pyd-method       pic x(4).
        10  pyd-amount       pic s9(7)v9(4) comp-5.
01  py-ded-count         usage signed-int value 0.

01  py-taxes.
    05  py-tax occurs 20 times.
        10  pyt-juris        pic x(8).
        10  pyt-ee-rate      pic s9(3)v9(4) comp-5.
        10  pyt-er-rate      pic s9(3)v9(4) comp-5.
        10  pyt-wagebase     pic s9(9)v99 comp-5.
        10  pyt-withheld     pic s9(11)v99 comp-5.
        10  pyt-employer     pic s9(11)v99 comp-5.
01  py-tax-count         usage signed-int value 0.

01  py-accums.
    05  py-accum occurs 1500 times.
        10  pya-employee     pic x(12).
        10  pya-year         pic s9(9) comp-5.
        10  pya-paydate      pic x(10).
        10  pya-ptd-gross    pic s9(9)v99 comp-5.
        10  pya-ptd-pretax   pic s9(9)v99 comp-5.
        10  pya-ptd-taxes    pic s9(9)v99 comp-5.
        10  pya-ptd-posttax  pic s9(9)v99 comp-5.
        10  pya-ptd-net      pic s9(9)v99 comp-5.
        10  pya-ytd-gross    pic s9(11)v99 comp-5.
        10  pya-ytd-pretax   pic s9(11)v99 comp-5.
        10  pya-ytd-taxes    pic s9(11)v99 comp-5.
        10  pya-ytd-posttax  pic s9(11)v99 comp-5.
        10  pya-ytd-net      pic s9(11)v99 comp-5.
01  py-accum-count       usage signed-int value 0.
01  py-late-accum        pic x value 'N'.

*>  PAYTAX.DAT lines for the other pay dates, kept as read.
*>
01  py-paytax-lines.
    05  py-paytax-line occurs 2000 times pic x(80).
01  py-paytax-count      usage signed-int value 0.

01  py-overflow          pic x value 'N'.
01  py-eidx              usage signed-int.
01  py-aidx              usage signed-int.
01  py-didx              usage signed-int.
01  py-tidx              usage signed-int.
01  py-widx              usage signed-int.
01  py-idx               usage signed-int.

01  py-tok-1             pic x(30).
01  py-tok-2             pic x(30).
01  py-tok-3             pic x(16).
01  py-tok-4             pic x(16).
01  py-tok-5             pic x(16).
01  py-tok-6             pic x(16).
01  py-tok-7             pic x(16).
01  py-tok-8             pic x(16).
01  py-tok-9             pic x(16).
01  py-tok-10            pic x(16).
01  py-tok-11            pic x(16).
01  py-tok-12            pic x(16).
01  py-tok-13            pic x(16).

01  py-work-ld           usage signed-int.
01  py-week-ld           usage signed-int.
01  py-start-min         usage signed-int.
01  py-end-min           usage signed-int.
01  py-minutes           usage signed-int.
01  py-over              usage signed-int.
01  py-code              pic x(2).
01  py-employee          pic x(12).
01  py-row-rate          pic s9(5)v9(4) comp-5.
01  py-row-department    pic x(12).
01  py-row-amt           pic s9(9)v9(6) comp-5.
01  py-straight          usage signed-int.

01  py-amount            pic s9(9)v99 comp-5.
01  py-taxable           pic s9(9)v99 comp-5.
01  py-subject           pic s9(9)v99 comp-5.
01  py-base-left         pic s9(11)v99 comp-5.
01  py-ytd-taxable       pic s9(11)v99 comp-5.
01  py-part              pic s9(9)v99 comp-5.

01  py-paid-count        usage signed-int value 0.
01  py-reject-count      usage signed-int value 0.
01  py-outside-count     usage signed-int value 0.
01  py-short-count       usage signed-int value 0.
01  py-total-gross       pic s9(11)v99 comp-5 value 0.
01  py-total-pretax      pic s9(11)v99 comp-5 value 0.
01  py-total-taxes       pic s9(11)v99 comp-5 value 0.
01  py-total-posttax     pic s9(11)v99 comp-5 value 0.
01  py-total-net         pic s9(11)v99 comp-5 value 0.

01  py-line              pic x(160).
01  py-hours             pic s9(5)v99 comp-5.
01  py-reg-display       pic zzz9.99.
01  py-ot-display        pic zzz9.99.
01  py-hw-display        pic zzz9.99.
01  py-gross-display     pic -(8)9.99.
01  py-pretax-display    pic -(8)9.99.
01  py-taxes-display     pic -(8)9.99.
01  py-post-display      pic -(8)9.99.
01  py-net-display       pic -(8)9.99.
01  py-ytd1-display      pic -(10)9.99.
01  py-ytd2-display      pic -(10)9.99.
01  py-ytd3-display      pic -(10)9.99.
01  py-ytd4-display      pic -(10)9.99.
01  py-ytd5-display      pic -(10)9.99.
01  py-total-display     pic -(10)9.99.
01  py-total2-display    pic -(10)9.99.
01  py-year-display      pic 9999.
01  py-flag              pic x(6).

01  py-parse-result.
    05  py-p-fielded.
        10  py-p-year        pic s9(9)   comp-5.
        10  py-p-month       pic 99      comp-5.
        10  py-p-dom         pic 99      comp-5.
    05  py-p-success     pic x.

01  py-fielded-date.
    05  py-year              pic s9(9)   comp-5.
    05  py-month             pic 99      comp-5.
    05  py-dom               pic 99      comp-5.
    05  py-doy               pic 999     comp-5.
    05  py-dow               pic 9       comp-5.

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

    move spaces to ws-arg-paydate.
    display 1 upon argument-number.
    accept ws-arg-paydate from argument-value.
    if ws-arg-paydate not = spaces
            and ws-arg-paydate not = low-values
        move dateparse(ws-arg-paydate, '02') to py-parse-result
        if py-p-success = 'N'
            display 'Bad pay date ' function trim(ws-arg-paydate)
                '.'
            move 8 to return-code
            go to 9000-end
        end-if
        move fielded_to_linear(py-p-year, py-p-month, py-p-dom)
            to py-want-ld
    end-if.

    display 2 upon argument-number.
    accept ws-arg-input from argument-value.
    if ws-arg-input = spaces or ws-arg-input = low-values
        move 'tsclean.dat' to ws-arg-input
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to py-fielded-date.
    move fielded_to_linear(py-year, py-month, py-dom)
        to py-today-ld.

    perform 0100-findpaydate thru 0190-exit.
    if py-pay-ld = 0
        display 'No pay date in paydates.dat; run paydates first.'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform 0200-loadrates.
    if py-emp-count = 0
        display 'No employees on payrates.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0250-loaddeductions.
    perform 0300-loadtaxes.
    if py-tax-count = 0
        display 'No tax rates on paytaxes.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0350-loadaccums.
    perform 0380-loadpaytax.
    perform 0400-loadhours.
    if py-overflow = 'Y'
        display 'A payroll file exceeds its table;'
            ' run abandoned, nothing written.'
        move 16 to return-code
        go to 9000-end
    end-if.
    if py-late-accum = 'Y'
        display 'payaccum.dat already holds a later pay date;'
            ' nothing written.'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform varying py-eidx from 1 by 1 until py-eidx > py-emp-count
        if pye-reg-min(py-eidx) + pye-ot-min(py-eidx)
                + pye-hw-min(py-eidx) > 0
            perform 0500-grosstonet
        end-if
    end-perform.

    perform 0600-register.
    perform 0700-writenet.
    perform 0800-writeaccums.
    perform 0850-writepaytax.

    display 'Employees paid:         ' py-paid-count.
    display 'Rows outside period:    ' py-outside-count.
    display 'Rows for no employee:   ' py-reject-count.
    display 'Deductions cut short:   ' py-short-count.
    if py-reject-count > 0 or py-short-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-findpaydate / 0110-readpaydate                             *
*>                                                                *
*> The pay date asked for, or else the first one on or after       *
*> today; the cutoff of the line before it opens the period.       *
*>*****************************************************************
0100-findpaydate.
    open input paydate-file.
    if not ws-paydate-ok
        go to 0190-exit
    end-if.
    perform 0110-readpaydate.
    perform until eof-paydate or py-pay-ld > 0
        move spaces to py-tok-1 py-tok-2
        unstring paydate-record delimited by ','
            into py-tok-1 py-tok-2
        end-unstring
        move 0 to py-line-pay-ld py-line-cut-ld
        move dateparse(py-tok-1, '02') to py-parse-result
        if py-p-success = 'Y'
            move fielded_to_linear(py-p-year, py-p-month,
                    py-p-dom) to py-line-pay-ld
            move py-p-year to py-pay-year
        end-if
        move dateparse(py-tok-2, '02') to py-parse-result
        if py-p-success = 'Y'
            move fielded_to_linear(py-p-year, py-p-month,
                    py-p-dom) to py-line-cut-ld
        end-if
        if py-line-pay-ld > 0 and py-line-cut-ld > 0
            if (py-want-ld > 0 and py-line-pay-ld = py-want-ld)
                    or (py-want-ld = 0
                        and py-line-pay-ld >= py-today-ld)
                move py-line-pay-ld to py-pay-ld
                move py-line-cut-ld to py-cur-cutoff
                move py-tok-1 to py-paydate
                move py-tok-2 to py-cutoff-text
            else
                move py-line-cut-ld to py-prev-cutoff
                move py-tok-2 to py-prev-text
            end-if
        end-if
        perform 0110-readpaydate
    end-perform.
    close paydate-file.

0190-exit.
    exit.

0110-readpaydate.
    if not eof-paydate
        read paydate-file
            at end
                move 'Y' to ws-eof-paydate
        end-read
    end-if.

*>*****************************************************************
*> 0200-loadrates / 0210-readrate                                  *
*>*****************************************************************
0200-loadrates.
    open input rate-file.
    if ws-rate-ok
        perform 0210-readrate
        perform until eof-rate
            move spaces to py-tok-1 py-tok-2 py-tok-3 py-tok-4
                py-tok-5
            unstring rate-record delimited by ','
                into py-tok-1 py-tok-2 py-tok-3 py-tok-4 py-tok-5
            end-unstring
            if py-tok-1 not = spaces
                if py-emp-count >= 500
                    move 'Y' to py-overflow
                else
                    add 1 to py-emp-count
                    initialize py-emp(py-emp-count)
                    move py-tok-1 to pye-employee(py-emp-count)
                    move py-tok-2 to pye-name(py-emp-count)
                    compute pye-rate(py-emp-count) =
                        function numval(py-tok-3)
                    move 1.5 to pye-ot-factor(py-emp-count)
                    move 2.0 to pye-hw-factor(py-emp-count)
                    if py-tok-4 not = spaces
                        compute pye-ot-factor(py-emp-count) =
                            function numval(py-tok-4)
                    end-if
                    if py-tok-5 not = spaces
                        compute pye-hw-factor(py-emp-count) =
                            function numval(py-tok-5)
                    end-if
                    move 'N' to pye-short(py-emp-count)
                end-if
            end-if
            perform 0210-readrate
        end-perform
        close rate-file
    end-if.

0210-readrate.
    if not eof-rate
        read rate-file
            at end
                move 'Y' to ws-eof-rate
        end-read
    end-if.

*>*****************************************************************
*> 0250-loaddeductions / 0260-readdeduction                        *
*>*****************************************************************
0250-loaddeductions.
    open input deduction-file.
    if ws-deduction-ok
        perform 0260-readdeduction
        perform until eof-deduction
            move spaces to py-tok-1 py-tok-2 py-tok-3 py-tok-4
                py-tok-5
            unstring deduction-record delimited by ','
                into py-tok-1 py-tok-2 py-tok-3 py-tok-4 py-tok-5
            end-unstring
            if py-tok-1 not = spaces
                if py-ded-count >= 200
                    move 'Y' to py-overflow
                else
                    add 1 to py-ded-count
                    move py-tok-1 to pyd-employee(py-ded-count)
                    move py-tok-2 to pyd-code(py-ded-count)
                    move function upper-case(py-tok-3)
                        to pyd-when(py-ded-count)
                    move function upper-case(py-tok-4)
                        to pyd-method(py-ded-count)
                    compute pyd-amount(py-ded-count) =
                        function numval(py-tok-5)
                end-if
            end-if
            perform 0260-readdeduction
        end-perform
        close deduction-file
    end-if.

0260-readdeduction.
    if not eof-deduction
        read deduction-file
            at end
                move 'Y' to ws-eof-deduction
        end-read
    end-if.

*>*****************************************************************
*> 0300-loadtaxes / 0310-readtaxrate                               *
*>*****************************************************************
0300-loadtaxes.
    open input taxrate-file.
    if ws-taxrate-ok
        perform 0310-readtaxrate
        perform until eof-taxrate
            move spaces to py-tok-1 py-tok-2 py-tok-3 py-tok-4
            unstring taxrate-record delimited by ','
                into py-tok-1 py-tok-2 py-tok-3 py-tok-4
            end-unstring
            if py-tok-1 not = spaces
                if py-tax-count >= 20
                    move 'Y' to py-overflow
                else
                    add 1 to py-tax-count
                    initialize py-tax(py-tax-count)
                    move py-tok-1 to pyt-juris(py-tax-count)
                    compute pyt-ee-rate(py-tax-count) =
                        function numval(py-tok-2)
                    compute pyt-er-rate(py-tax-count) =
                        function numval(py-tok-3)
                    if py-tok-4 not = spaces
                        compute pyt-wagebase(py-tax-count) =
                            function numval(py-tok-4)
                    end-if
                end-if
            end-if
            perform 0310-readtaxrate
        end-perform
        close taxrate-file
    end-if.

0310-readtaxrate.
    if not eof-taxrate
        read taxrate-file
            at end
                move 'Y' to ws-eof-taxrate
        end-read
    end-if.

*>*****************************************************************
*> 0350-loadaccums / 0360-readaccum / 0370-rollaccum               *
*>*****************************************************************
0350-loadaccums.
    open input accum-file.
    if ws-accum-ok
        perform 0360-readaccum
        perform until eof-accum
            move spaces to py-tok-1 py-tok-2 py-tok-3 py-tok-4
                py-tok-5 py-tok-6 py-tok-7 py-tok-8 py-tok-9
                py-tok-10 py-tok-11 py-tok-12 py-tok-13
            unstring accum-record delimited by ','
                into py-tok-1 py-tok-2 py-tok-3 py-tok-4
                    py-tok-5 py-tok-6 py-tok-7 py-tok-8 py-tok-9
                    py-tok-10 py-tok-11 py-tok-12 py-tok-13
            end-unstring
            if py-tok-1 not = spaces
                if py-accum-count >= 1000
                    move 'Y' to py-overflow
                else
                    add 1 to py-accum-count
                    perform 0370-rollaccum
                end-if
            end-if
            perform 0360-readaccum
        end-perform
        close accum-file
    end-if.

0360-readaccum.
    if not eof-accum
        read accum-file
            at end
                move 'Y' to ws-eof-accum
        end-read
    end-if.

*>  The same pay date run before is backed out of the year; a new
*>  year starts the year-to-date over; either way the period-to-
*>  date becomes this pay date's, empty until it is paid below.
*>
0370-rollaccum.
    move py-accum-count to py-aidx.
    move py-tok-1 to pya-employee(py-aidx).
    compute pya-year(py-aidx) = function numval(py-tok-2).
    move py-tok-3 to pya-paydate(py-aidx).
    compute pya-ptd-gross(py-aidx) = function numval(py-tok-4).
    compute pya-ptd-pretax(py-aidx) = function numval(py-tok-5).
    compute pya-ptd-taxes(py-aidx) = function numval(py-tok-6).
    compute pya-ptd-posttax(py-aidx) = function numval(py-tok-7).
    compute pya-ptd-net(py-aidx) = function numval(py-tok-8).
    compute pya-ytd-gross(py-aidx) = function numval(py-tok-9).
    compute pya-ytd-pretax(py-aidx) = function numval(py-tok-10).
    compute pya-ytd-taxes(py-aidx) = function numval(py-tok-11).
    compute pya-ytd-posttax(py-aidx) = function numval(py-tok-12).
    compute pya-ytd-net(py-aidx) = function numval(py-tok-13).

    move dateparse(py-tok-3, '02') to py-parse-result.
    if py-p-success = 'Y'
        if fielded_to_linear(py-p-year, py-p-month, py-p-dom)
                > py-pay-ld
            move 'Y' to py-late-accum
        end-if
    end-if.

    if pya-paydate(py-aidx) = py-paydate
        subtract pya-ptd-gross(py-aidx) from pya-ytd-gross(py-aidx)
        subtract pya-ptd-pretax(py-aidx)
            from pya-ytd-pretax(py-aidx)
        subtract pya-ptd-taxes(py-aidx) from pya-ytd-taxes(py-aidx)
        subtract pya-ptd-posttax(py-aidx)
            from pya-ytd-posttax(py-aidx)
        subtract pya-ptd-net(py-aidx) from pya-ytd-net(py-aidx)
    end-if.
    if pya-year(py-aidx) not = py-pay-year
        move py-pay-year to pya-year(py-aidx)
        move 0 to pya-ytd-gross(py-aidx) pya-ytd-pretax(py-aidx)
            pya-ytd-taxes(py-aidx) pya-ytd-posttax(py-aidx)
            pya-ytd-net(py-aidx)
    end-if.
    move py-paydate to pya-paydate(py-aidx).
    move 0 to pya-ptd-gross(py-aidx) pya-ptd-pretax(py-aidx)
        pya-ptd-taxes(py-aidx) pya-ptd-posttax(py-aidx)
        pya-ptd-net(py-aidx).

*>*****************************************************************
*> 0380-loadpaytax / 0390-readpaytax                               *
*>                                                                *
*> Keeps every earlier pay date's lines; this pay date's are       *
*> replaced by the run.                                            *
*>*****************************************************************
0380-loadpaytax.
    open input paytax-file.
    if ws-paytax-ok
        perform 0390-readpaytax
        perform until eof-paytax
            move spaces to py-tok-1
            unstring paytax-record delimited by ','
                into py-tok-1
            end-unstring
            if py-tok-1 not = spaces and py-tok-1 not = py-paydate
                if py-paytax-count >= 2000
                    move 'Y' to py-overflow
                else
                    add 1 to py-paytax-count
                    move paytax-record
                        to py-paytax-line(py-paytax-count)
                end-if
            end-if
            perform 0390-readpaytax
        end-perform
        close paytax-file
    end-if.

0390-readpaytax.
    if not eof-paytax
        read paytax-file
            at end
                move 'Y' to ws-eof-paytax
        end-read
    end-if.

*>*****************************************************************
*> 0400-loadhours / 0410-readtimesheet / 0420-onerow               *
*>*****************************************************************
0400-loadhours.
    open input timesheet-file.
    if not ws-timesheet-ok
        display 'Cannot open ' function trim(ws-arg-input) '.'
        move 8 to return-code
        goback
    end-if.
    perform 0410-readtimesheet.
    perform until eof-timesheet
        perform 0420-onerow thru 0490-exit
        perform 0410-readtimesheet
    end-perform.
    close timesheet-file.

0410-readtimesheet.
    if not eof-timesheet
        read timesheet-file
            at end
                move 'Y' to ws-eof-timesheet
        end-read
    end-if.

0420-onerow.
    move spaces to py-tok-1 py-tok-2 py-tok-3 py-tok-4 py-code.
    unstring timesheet-record delimited by ','
        into py-tok-1 py-tok-2 py-tok-3 py-tok-4 py-code
    end-unstring.
    if py-tok-1 = spaces
        go to 0490-exit
    end-if.
    move function upper-case(py-code) to py-code.

    move dateparse(py-tok-2, '02') to py-parse-result.
    if py-p-success = 'N'
        move 0 to py-work-ld
    else
        move fielded_to_linear(py-p-year, py-p-month, py-p-dom)
            to py-work-ld
    end-if.
    if py-work-ld <= py-prev-cutoff or py-work-ld > py-cur-cutoff
        add 1 to py-outside-count
        go to 0490-exit
    end-if.

    move 0 to py-eidx.
    perform varying py-idx from 1 by 1
            until py-idx > py-emp-count or py-eidx > 0
        if pye-employee(py-idx) = py-tok-1
            move py-idx to py-eidx
        end-if
    end-perform.

*>  the rate and department in effect on the work date.
*>
    move py-tok-1 to py-employee.
    call 'employeeasof' using py-employee py-work-ld
        empasof-result.
    if ea-found = 'Y' and ea-status = 'TERMINATED'
        display 'Not employed: ' function trim(timesheet-record)
        add 1 to py-reject-count
        go to 0490-exit
    end-if.
    if py-eidx = 0 and ea-found = 'Y'
        if py-emp-count >= 500
            move 'Y' to py-overflow
            go to 0490-exit
        end-if
        add 1 to py-emp-count
        move py-emp-count to py-eidx
        initialize py-emp(py-eidx)
        move py-employee to pye-employee(py-eidx)
        move ea-name to pye-name(py-eidx)
        move ea-rate to pye-rate(py-eidx)
        move 1.5 to pye-ot-factor(py-eidx)
        move 2.0 to pye-hw-factor(py-eidx)
        move 'N' to pye-short(py-eidx)
    end-if.
    if py-eidx = 0
        display 'No pay rate: ' function trim(timesheet-record)
        add 1 to py-reject-count
        go to 0490-exit
    end-if.
    if ea-found = 'Y'
        move ea-rate to py-row-rate
        move ea-department to py-row-department
    else
        move pye-rate(py-eidx) to py-row-rate
        move 'UNASSIGNED' to py-row-department
    end-if.
    move py-row-department to pye-department(py-eidx).

    compute py-start-min =
        (function numval(py-tok-3(1:2)) * 60)
        + function numval(py-tok-3(4:2)).
    compute py-end-min =
        (function numval(py-tok-4(1:2)) * 60)
        + function numval(py-tok-4(4:2)).
    compute py-minutes = py-end-min - py-start-min.
    if py-minutes <= 0
        go to 0490-exit
    end-if.

    move 0 to py-over.
    evaluate py-code
        when 'OT'
            add py-minutes to pye-ot-min(py-eidx)
            move py-minutes to py-over
        when 'HW'
            add py-minutes to pye-hw-min(py-eidx)
        when other
            perform 0450-regularminutes
    end-evaluate.

*>  the row priced at its own rate: HW all at the holiday
*>  premium, otherwise py-over minutes at the overtime premium
*>  and the rest straight time.
*>
    if py-code = 'HW'
        compute py-row-amt = py-minutes * py-row-rate
            * pye-hw-factor(py-eidx) / 60
        add py-row-amt to pye-hw-amt(py-eidx)
    else
        compute py-row-amt = py-over * py-row-rate
            * pye-ot-factor(py-eidx) / 60
        add py-row-amt to pye-ot-amt(py-eidx)
        compute py-straight = py-minutes - py-over
        compute py-row-amt = py-straight * py-row-rate / 60
        add py-row-amt to pye-reg-amt(py-eidx)
        compute py-row-amt = py-row-amt + py-over * py-row-rate
            * pye-ot-factor(py-eidx) / 60
    end-if.
    perform 0460-department thru 0460-exit.

0490-exit.
    exit.

*>  The week containing the work date ends on the Friday on or
*>  after it, as TSVALID counts it.
*>
0450-regularminutes.
    compute py-week-ld = weekendingdate(py-work-ld + 6).
    move 0 to py-widx.
    perform varying py-idx from 1 by 1
            until py-idx > py-week-count or py-widx > 0
        if pyw-eidx(py-idx) = py-eidx
                and pyw-week-ld(py-idx) = py-week-ld
            move py-idx to py-widx
        end-if
    end-perform.
    if py-widx = 0
        if py-week-count >= 3000
            move 'Y' to py-overflow
            move 1 to py-widx
        else
            add 1 to py-week-count
            move py-week-count to py-widx
            move py-eidx to pyw-eidx(py-widx)
            move py-week-ld to pyw-week-ld(py-widx)
            move 0 to pyw-minutes(py-widx)
        end-if
    end-if.

    move 0 to py-over.
    if pyw-minutes(py-widx) + py-minutes > py-week-minutes
        compute py-over = pyw-minutes(py-widx) + py-minutes
            - py-week-minutes
        if py-over > py-minutes
            move py-minutes to py-over
        end-if
    end-if.
    add py-minutes to pyw-minutes(py-widx).
    add py-over to pye-ot-min(py-eidx).
    compute pye-reg-min(py-eidx) =
        pye-reg-min(py-eidx) + py-minutes - py-over.

*>  the row's pay into its department's total.
*>
0460-department.
    move 0 to py-pidx.
    perform varying py-idx from 1 by 1
            until py-idx > py-dept-count or py-pidx > 0
        if pyp-department(py-idx) = py-row-department
            move py-idx to py-pidx
        end-if
    end-perform.
    if py-pidx = 0
        if py-dept-count >= 50
            move 'Y' to py-overflow
            go to 0460-exit
        end-if
        add 1 to py-dept-count
        move py-dept-count to py-pidx
        move py-row-department to pyp-department(py-pidx)
        move 0 to pyp-amount(py-pidx)
    end-if.
    add py-row-amt to pyp-amount(py-pidx).

0460-exit.
    exit.

*>*****************************************************************
*> 0500-grosstonet                                                 *
*>                                                                *
*> Gross, pre-tax deductions, taxes on what is left (to each       *
*> jurisdiction's wage base for the year), post-tax deductions,    *
*> net - and into the accumulators.                                *
*>*****************************************************************
0500-grosstonet.
    add 1 to py-paid-count.
    compute pye-reg-pay(py-eidx) rounded = pye-reg-amt(py-eidx).
    compute pye-ot-pay(py-eidx) rounded = pye-ot-amt(py-eidx).
    compute pye-hw-pay(py-eidx) rounded = pye-hw-amt(py-eidx).
    compute pye-gross(py-eidx) = pye-reg-pay(py-eidx)
        + pye-ot-pay(py-eidx) + pye-hw-pay(py-eidx).

    perform 0510-findaccum.

    move 0 to pye-pretax(py-eidx).
    perform varying py-didx from 1 by 1
            until py-didx > py-ded-count
        if pyd-when(py-didx) = 'PRE'
            perform 0520-deduction
            if py-amount > pye-gross(py-eidx) - pye-pretax(py-eidx)
                compute py-amount =
                    pye-gross(py-eidx) - pye-pretax(py-eidx)
            end-if
            add py-amount to pye-pretax(py-eidx)
        end-if
    end-perform.
    compute py-taxable = pye-gross(py-eidx) - pye-pretax(py-eidx).
    compute py-ytd-taxable =
        pya-ytd-gross(py-aidx) - pya-ytd-pretax(py-aidx).

    move 0 to pye-taxes(py-eidx).
    perform varying py-tidx from 1 by 1 until py-tidx > py-tax-count
        move py-taxable to py-subject
        if pyt-wagebase(py-tidx) > 0
            compute py-base-left =
                pyt-wagebase(py-tidx) - py-ytd-taxable
            if py-base-left < 0
                move 0 to py-base-left
            end-if
            if py-subject > py-base-left
                move py-base-left to py-subject
            end-if
        end-if
        compute py-part rounded =
            py-subject * pyt-ee-rate(py-tidx) / 100
        add py-part to pye-taxes(py-eidx)
        add py-part to pyt-withheld(py-tidx)
        compute py-part rounded =
            py-subject * pyt-er-rate(py-tidx) / 100
        add py-part to pyt-employer(py-tidx)
    end-perform.

    compute pye-net(py-eidx) = py-taxable - pye-taxes(py-eidx).
    move 0 to pye-posttax(py-eidx).
    perform varying py-didx from 1 by 1
            until py-didx > py-ded-count
        if pyd-when(py-didx) = 'POST'
            perform 0520-deduction
            if py-amount > pye-net(py-eidx)
                move pye-net(py-eidx) to py-amount
                move 'Y' to pye-short(py-eidx)
            end-if
            add py-amount to pye-posttax(py-eidx)
            subtract py-amount from pye-net(py-eidx)
        end-if
    end-perform.
    if pye-short(py-eidx) = 'Y'
        add 1 to py-short-count
    end-if.

    move pye-gross(py-eidx) to pya-ptd-gross(py-aidx).
    move pye-pretax(py-eidx) to pya-ptd-pretax(py-aidx).
    move pye-taxes(py-eidx) to pya-ptd-taxes(py-aidx).
    move pye-posttax(py-eidx) to pya-ptd-posttax(py-aidx).
    move pye-net(py-eidx) to pya-ptd-net(py-aidx).
    add pye-gross(py-eidx) to pya-ytd-gross(py-aidx).
    add pye-pretax(py-eidx) to pya-ytd-pretax(py-aidx).
    add pye-taxes(py-eidx) to pya-ytd-taxes(py-aidx).
    add pye-posttax(py-eidx) to pya-ytd-posttax(py-aidx).
    add pye-net(py-eidx) to pya-ytd-net(py-aidx).

    add pye-gross(py-eidx) to py-total-gross.
    add pye-pretax(py-eidx) to py-total-pretax.
    add pye-taxes(py-eidx) to py-total-taxes.
    add pye-posttax(py-eidx) to py-total-posttax.
    add pye-net(py-eidx) to py-total-net.

*>  an employee first paid gets a fresh accumulator row (the
*>  load stops at 1000 rows, leaving room for every employee).
*>
0510-findaccum.
    move 0 to py-aidx.
    perform varying py-idx from 1 by 1
            until py-idx > py-accum-count or py-aidx > 0
        if pya-employee(py-idx) = pye-employee(py-eidx)
            move py-idx to py-aidx
        end-if
    end-perform.
    if py-aidx = 0
        add 1 to py-accum-count
        move py-accum-count to py-aidx
        initialize py-accum(py-aidx)
        move pye-employee(py-eidx) to pya-employee(py-aidx)
        move py-pay-year to pya-year(py-aidx)
        move py-paydate to pya-paydate(py-aidx)
    end-if.

*>  this employee's amount for deduction line py-didx, zero when
*>  the line is someone else's.
*>
0520-deduction.
    move 0 to py-amount.
    if pyd-employee(py-didx) = '*'
            or pyd-employee(py-didx) = pye-employee(py-eidx)
        if pyd-method(py-didx) = 'PCT'
            compute py-amount rounded =
                pye-gross(py-eidx) * pyd-amount(py-didx) / 100
        else
            compute py-amount rounded = pyd-amount(py-didx)
        end-if
    end-if.

*>*****************************************************************
*> 0600-register                                                   *
*>*****************************************************************
0600-register.
    display 'Payroll register'.
    display 'Pay date ' function trim(py-paydate)
        '   period after ' function trim(py-prev-text)
        ' through ' function trim(py-cutoff-text).
    display '=============================================='.
    display 'EMPLOYEE     NAME                 DEPARTMENT   REG HRS'
        '  OT HRS'
        '  HW HRS        GROSS       PRETAX        TAXES'
        '      POSTTAX          NET'.
    perform varying py-eidx from 1 by 1 until py-eidx > py-emp-count
        if pye-reg-min(py-eidx) + pye-ot-min(py-eidx)
                + pye-hw-min(py-eidx) > 0
            perform 0610-registerline
        end-if
    end-perform.
    display '=============================================='.
    move py-total-gross to py-total-display.
    display 'Gross pay            ' py-total-display.
    move py-total-pretax to py-total-display.
    display 'Pre-tax deductions   ' py-total-display.
    move py-total-taxes to py-total-display.
    display 'Taxes withheld       ' py-total-display.
    move py-total-posttax to py-total-display.
    display 'Post-tax deductions  ' py-total-display.
    move py-total-net to py-total-display.
    display 'Net pay              ' py-total-display.
    display ' '.
    display 'JURISDICTION        WITHHELD        EMPLOYER'.
    perform varying py-tidx from 1 by 1 until py-tidx > py-tax-count
        move pyt-withheld(py-tidx) to py-total-display
        move pyt-employer(py-tidx) to py-total2-display
        display pyt-juris(py-tidx) '  ' py-total-display
            '  ' py-total2-display
    end-perform.
    display ' '.
    display 'DEPARTMENT             GROSS'.
    perform varying py-pidx from 1 by 1
            until py-pidx > py-dept-count
        compute py-total-display rounded = pyp-amount(py-pidx)
        display pyp-department(py-pidx) '  ' py-total-display
    end-perform.
    display '=============================================='.

0610-registerline.
    compute py-hours rounded = pye-reg-min(py-eidx) / 60.
    move py-hours to py-reg-display.
    compute py-hours rounded = pye-ot-min(py-eidx) / 60.
    move py-hours to py-ot-display.
    compute py-hours rounded = pye-hw-min(py-eidx) / 60.
    move py-hours to py-hw-display.
    move pye-gross(py-eidx) to py-gross-display.
    move pye-pretax(py-eidx) to py-pretax-display.
    move pye-taxes(py-eidx) to py-taxes-display.
    move pye-posttax(py-eidx) to py-post-display.
    move pye-net(py-eidx) to py-net-display.
    move spaces to py-flag.
    if pye-short(py-eidx) = 'Y'
        move 'SHORT' to py-flag
    end-if.
    display pye-employee(py-eidx) ' ' pye-name(py-eidx)(1:20)
        ' ' pye-department(py-eidx) ' ' py-reg-display ' ' py-ot-display ' ' py-hw-display
        ' ' py-gross-display ' ' py-pretax-display
        ' ' py-taxes-display ' ' py-post-display
        ' ' py-net-display ' ' py-flag.

*>*****************************************************************
*> 0700-writenet                                                   *
*>*****************************************************************
0700-writenet.
    open output net-file.
    perform varying py-eidx from 1 by 1 until py-eidx > py-emp-count
        if pye-reg-min(py-eidx) + pye-ot-min(py-eidx)
                + pye-hw-min(py-eidx) > 0
            move pye-gross(py-eidx) to py-gross-display
            move pye-pretax(py-eidx) to py-pretax-display
            move pye-taxes(py-eidx) to py-taxes-display
            move pye-posttax(py-eidx) to py-post-display
            move pye-net(py-eidx) to py-net-display
            move spaces to py-line
            string function trim(pye-employee(py-eidx)) ','
                function trim(pye-name(py-eidx)) ','
                function trim(py-paydate) ','
                function trim(py-gross-display) ','
                function trim(py-pretax-display) ','
                function trim(py-taxes-display) ','
                function trim(py-post-display) ','
                function trim(py-net-display)
                delimited by size into py-line
            move py-line to net-record
            write net-record
        end-if
    end-perform.
    close net-file.

*>*****************************************************************
*> 0800-writeaccums                                                *
*>*****************************************************************
0800-writeaccums.
    open output accum-file.
    perform varying py-aidx from 1 by 1
            until py-aidx > py-accum-count
        move pya-year(py-aidx) to py-year-display
        move pya-ptd-gross(py-aidx) to py-gross-display
        move pya-ptd-pretax(py-aidx) to py-pretax-display
        move pya-ptd-taxes(py-aidx) to py-taxes-display
        move pya-ptd-posttax(py-aidx) to py-post-display
        move pya-ptd-net(py-aidx) to py-net-display
        move pya-ytd-gross(py-aidx) to py-ytd1-display
        move pya-ytd-pretax(py-aidx) to py-ytd2-display
        move pya-ytd-taxes(py-aidx) to py-ytd3-display
        move pya-ytd-posttax(py-aidx) to py-ytd4-display
        move pya-ytd-net(py-aidx) to py-ytd5-display
        move spaces to py-line
        string function trim(pya-employee(py-aidx)) ','
            py-year-display ','
            function trim(pya-paydate(py-aidx)) ','
            function trim(py-gross-display) ','
            function trim(py-pretax-display) ','
            function trim(py-taxes-display) ','
            function trim(py-post-display) ','
            function trim(py-net-display) ','
            function trim(py-ytd1-display) ','
            function trim(py-ytd2-display) ','
            function trim(py-ytd3-display) ','
            function trim(py-ytd4-display) ','
            function trim(py-ytd5-display)
            delimited by size into py-line
        move py-line to accum-record
        write accum-record
    end-perform.
    close accum-file.

*>*****************************************************************
*> 0850-writepaytax                                                *
*>*****************************************************************
0850-writepaytax.
    open output paytax-file.
    perform varying py-idx from 1 by 1
            until py-idx > py-paytax-count
        move py-paytax-line(py-idx) to paytax-record
        write paytax-record
    end-perform.
    perform varying py-tidx from 1 by 1 until py-tidx > py-tax-count
        move pyt-withheld(py-tidx) to py-total-display
        move pyt-employer(py-tidx) to py-total2-display
        move spaces to py-line
        string function trim(py-paydate) ','
            function trim(pyt-juris(py-tidx)) ','
            function trim(py-total-display) ','
            function trim(py-total2-display)
            delimited by size into py-line
        move py-line to paytax-record
        write paytax-record
    end-perform.
    close paytax-file.

end program paycalc.
