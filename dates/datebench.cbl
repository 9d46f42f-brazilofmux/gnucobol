*>*****************************************************************
*> datebench - Timing benchmark for the date library.              *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> MAIN, MAIN2, PROPTEST and RECONCILE prove the date functions    *
*> right; nothing said when they got slow.  Since HOLIDAYCALENDAR- *
*> OF began reading HOLIDAYCAL.DAT and calendar profiles came in,  *
*> jobs calling ISBUSINESSDAY and ADDBUSINESSDAYS in loops have    *
*> doubled their runtime without anyone being told.  This times a  *
*> fixed-size workload for each library entry point -              *
*>                                                                *
*>   FIELDED_TO_LINEAR  LINEAR_TO_FIELDED  ISBUSINESSDAY           *
*>   ADDBUSINESSDAYS    ISOWEEK                                    *
*>   C_ISVALIDDATE      C_FIELDEDTOLINEAR  C_LINEARTOFIELDED       *
*>   C_DAYOFWEEK        C_NEWYEAR          C_YEAREND               *
*>   DATEDIMLOOKUP      (one keyed DATEDIM.DAT read, the           *
*>                       precomputed alternative, for comparison)  *
*>                                                                *
*> - each over the same ten-year spread of dates around today, and *
*> appends the calls per second to the baseline history            *
*> BENCHHIST.DAT,                                                  *
*>                                                                *
*>   DATE,TIME,FUNCTION,CALLS,HUNDREDTHS,CALLSPERSEC               *
*>                                                                *
*> The baseline for a function is the average calls per second of  *
*> its last WINDOW runs on file, taken before this run is added.   *
*> A function whose elapsed time per call has grown by more than   *
*> THRESHOLD percent over its baseline - 100 means it now takes    *
*> twice as long - is reported SLOWER and raised through ALERTADD  *
*> (severity W, key the function name), so a library change        *
*> arrives with numbers rather than as a surprise in the batch     *
*> window.  A function with no history yet only starts one.        *
*> DATEDIMLOOKUP is skipped, and not recorded, when DATEDIM.DAT is *
*> missing or does not cover the dates.  The PASS/FAIL record      *
*> lands in HEALTHCHECK.LOG like the other drivers'.               *
*>                                                                *
*> Command line: [calls] [threshold-percent] [window]              *
*>                                                                *
*> Defaults are 20000 calls per function, 25 percent and a window  *
*> of the last 5 runs (at most 20).  RETURN-CODE 4 when any        *
*> function is SLOWER, 8 for a bad command line.                   *
*>*****************************************************************
identification division.
program-id. datebench.

environment division.
configuration section.
repository.
    function addbusinessdays
    function batchbusinessdate
    function c_dayofweek
    function c_fieldedtolinear
    function c_isvaliddate
    function c_lineartofielded
    function c_newyear
    function c_yearend
    function currentbusinessdate
    function fielded_to_linear
    function isbusinessday
    function isoweek
    function linear_to_fielded
    function all intrinsic.

input-output section.
file-control.

    select benchhist-file assign to 'benchhist.dat'
        organization is line sequential
        access is sequential
        file status is ws-benchhist-status.

    select healthlog-file assign to 'healthcheck.log'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  benchhist-file.

01  benchhist-record     pic x(100).

fd  healthlog-file.

copy healthlog.

working-storage section.
01  ws-benchhist-status  pic xx.
    88  ws-benchhist-ok      value '00'.
01  ws-eof-benchhist     pic x       value 'N'.
    88  eof-benchhist        value 'Y'.

01  ws-cmdline           pic x(40).
01  ws-arg-calls         pic x(10).
01  ws-arg-threshold     pic x(10).
01  ws-arg-window        pic x(10).

01  db-calls             usage signed-int value 20000.
01  db-threshold         usage signed-int value 25.
01  db-window            usage signed-int value 5.
01  db-args-ok           pic x.

*>  One entry per library function timed, in report order.
*>
01  db-func-names.
    05  filler pic x(18) value 'FIELDED_TO_LINEAR'.
    05  filler pic x(18) value 'LINEAR_TO_FIELDED'.
    05  filler pic x(18) value 'ISBUSINESSDAY'.
    05  filler pic x(18) value 'ADDBUSINESSDAYS'.
    05  filler pic x(18) value 'ISOWEEK'.
    05  filler pic x(18) value 'C_ISVALIDDATE'.
    05  filler pic x(18) value 'C_FIELDEDTOLINEAR'.
    05  filler pic x(18) value 'C_LINEARTOFIELDED'.
    05  filler pic x(18) value 'C_DAYOFWEEK'.
    05  filler pic x(18) value 'C_NEWYEAR'.
    05  filler pic x(18) value 'C_YEAREND'.
    05  filler pic x(18) value 'DATEDIMLOOKUP'.
01  db-func-name-table redefines db-func-names.
    05  db-func-name     pic x(18) occurs 12 times.
01  db-func-count        usage signed-int value 12.

01  db-results.
    05  db-func occurs 12 times.
        10  dbf-elapsed      usage signed-int.
        10  dbf-cps          pic s9(9)v99 comp-5.
        10  dbf-samples      usage signed-int.
        10  dbf-sample       pic s9(9)v99 comp-5 occurs 20 times.
        10  dbf-baseline     pic s9(9)v99 comp-5.
        10  dbf-change       pic s9(7)v9 comp-5.
        10  dbf-status       pic x(8).

01  db-fidx              usage signed-int.
01  db-sidx              usage signed-int.
01  db-iter              usage signed-int.
01  db-slower-count      usage signed-int value 0.
01  db-pass-count        usage signed-int value 0.
01  db-skip-count        usage signed-int value 0.
01  db-sum               pic s9(11)v99 comp-5.

01  db-tok-date          pic x(10).
01  db-tok-time          pic x(8).
01  db-tok-func          pic x(18).
01  db-tok-calls         pic x(10).
01  db-tok-elapsed       pic x(10).
01  db-tok-cps           pic x(14).

*>  Clock readings, hundredths of a second since midnight.
*>
01  db-start-hs          usage signed-int.
01  db-end-hs            usage signed-int.
01  db-clock-hs          usage signed-int.

*>  The workload: DB-BASE-LD is five years before today, and call
*>  N works on the date N days past it, wrapping every ten years.
*>
01  db-today-ld          usage signed-int.
01  db-base-ld           usage signed-int.
01  db-ld                usage signed-int.
01  db-ld2               usage signed-int.
01  db-days              usage signed-int value 3650.
01  db-step              usage signed-int value 5.
01  db-year              pic s9(9)   comp-5.
01  db-month             pic 99      comp-5.
01  db-dom               pic 99      comp-5.
01  db-flag              pic x.

01  db-fielded-date.
    05  db-f-year            pic s9(9)   comp-5.
    05  db-f-month           pic 99      comp-5.
    05  db-f-dom             pic 99      comp-5.
    05  db-f-doy             pic 999     comp-5.
    05  db-f-dow             pic 9       comp-5.

01  db-iso-result.
    05  db-iso-week          pic 99      comp-5.
    05  db-iso-year          pic s9(9)   comp-5.

*>  The C_* wrappers' own argument and result shapes.
*>
01  db-c-fielded.
    05  db-c-date.
        10  db-c-year        sync usage   signed-short.
        10  db-c-month       sync usage unsigned-short.
        10  db-c-dow         sync usage unsigned-short.
        10  db-c-dom         sync usage unsigned-short.
        10  db-c-doy         sync usage unsigned-short.
    05  db-c-success     pic x.
01  db-c-linear.
    05  db-c-ld          signed-int.
    05  db-c-ld-success  pic x.
01  db-c-dow-result.
    05  db-c-dayofweek   unsigned-short.
    05  db-c-dow-success pic x.
01  db-c-valid           pic x.

*>  DATEDIMLOOKUP's record (see DATEDIMLOAD).
*>
01  db-dd-record.
    05  db-dd-key        pic 9(10).
    05  db-dd-date       pic x(10).
    05  db-dd-linear     pic s9(9)   comp-5.
    05  db-dd-year       pic s9(9)   comp-5.
    05  db-dd-month      pic 99      comp-5.
    05  db-dd-dom        pic 99      comp-5.
    05  db-dd-doy        pic 999     comp-5.
    05  db-dd-dow        pic 9       comp-5.
    05  db-dd-dayname    pic x(3).
    05  db-dd-isoweek    pic 99      comp-5.
    05  db-dd-isoyear    pic s9(9)   comp-5.
    05  db-dd-fiscalperiod pic 99    comp-5.
    05  db-dd-fiscalyear pic s9(9)   comp-5.
    05  db-dd-fiscalweek pic 99      comp-5.
    05  db-dd-retailperiod pic 99    comp-5.
    05  db-dd-retailyear pic s9(9)   comp-5.
    05  db-dd-busday     pic x.
    05  db-dd-holidayname pic x(16).
    05  db-dd-jdn        pic s9(9)   comp-5.
01  db-dd-found          pic x.

*>  ALERTADD interface.
*>
01  db-al-severity       pic x       value 'W'.
01  db-al-job            pic x(12)   value 'DATEBENCH'.
01  db-al-key            pic x(40).
01  db-al-message        pic x(60).

01  db-calls-display     pic z(8)9.
01  db-secs-display      pic z(5)9.99.
01  db-cps-display       pic z(9)9.
01  db-base-display      pic z(9)9.
01  db-elapsed-display   pic z(9)9.
01  db-pct-display       pic z(8)9.
01  db-window-display    pic z9.
01  db-change-display    pic -(5)9.9.
01  db-line              pic x(100).

01  db-today-text.
    05  db-td-year           pic 9(4).
    05  filler               pic x value '-'.
    05  db-td-month          pic 99.
    05  filler               pic x value '-'.
    05  db-td-dom            pic 99.
01  db-time-text         pic x(8).

*>  HL-DATE is stamped with the BATCH business date - a run
*>  finishing after midnight but before the SHOPBATCH cutover
*>  still logs under the prior date, so the morning analyzer
*>  counts it where it belongs.
*>
01  hlb-fielded.
    05  hlb-year             pic s9(9)   comp-5.
    05  hlb-month            pic 99      comp-5.
    05  hlb-dom              pic 99      comp-5.
    05  hlb-doy              pic 999     comp-5.
    05  hlb-dow              pic 9       comp-5.

01  hlb-date-text.
    05  hlb-dt-year     pic 9(4).
    05  filler          pic x value '-'.
    05  hlb-dt-month    pic 99.
    05  filler          pic x value '-'.
    05  hlb-dt-dom      pic 99.

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

01  clock-stamp.
    05  cs-date             pic 9(8).
    05  cs-hours            pic 99.
    05  cs-minutes          pic 99.
    05  cs-seconds          pic 99v99.
    05  filler              pic x(5).

procedure division.
0000-start-here.
    move 0 to return-code.
    move function current-date to time-stamp.
    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move spaces to ws-arg-calls ws-arg-threshold ws-arg-window.
    unstring ws-cmdline delimited by all space
        into ws-arg-calls ws-arg-threshold ws-arg-window.

    move 'Y' to db-args-ok.
    if ws-arg-calls not = spaces and ws-arg-calls not = low-values
        if function test-numval(ws-arg-calls) = 0
            compute db-calls = function numval(ws-arg-calls)
        else
            move 'N' to db-args-ok
        end-if
    end-if.
    if ws-arg-threshold not = spaces
            and ws-arg-threshold not = low-values
        if function test-numval(ws-arg-threshold) = 0
            compute db-threshold = function numval(ws-arg-threshold)
        else
            move 'N' to db-args-ok
        end-if
    end-if.
    if ws-arg-window not = spaces and ws-arg-window not = low-values
        if function test-numval(ws-arg-window) = 0
            compute db-window = function numval(ws-arg-window)
        else
            move 'N' to db-args-ok
        end-if
    end-if.
    if db-args-ok = 'N' or db-calls < 100 or db-threshold < 1
            or db-window < 1 or db-window > 20
        display 'Usage: datebench [calls] [threshold-percent]'
            ' [window]'
        display '  calls 100 or more, window 1 to 20.'
        move 8 to return-code
        go to 9000-end
    end-if.

    move currentbusinessdate(time-stamp) to db-fielded-date.
    move fielded_to_linear(db-f-year, db-f-month, db-f-dom)
        to db-today-ld.
    compute db-base-ld = db-today-ld - (db-days / 2).
    move db-f-year to db-td-year.
    move db-f-month to db-td-month.
    move db-f-dom to db-td-dom.
    string ts-hours ':' ts-minutes ':' ts-seconds(1:2)
        delimited by size into db-time-text.

    perform 0100-loadhistory.

    perform varying db-fidx from 1 by 1 until db-fidx > db-func-count
        perform 0300-timeone thru 0300-exit
        perform 0400-compare
    end-perform.

    perform 0500-report.
    perform 0600-record.
    perform 9200-write-healthlog.

    if db-slower-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadhistory / 0110-readhist / 0120-addsample               *
*>                                                                *
*> Keeps each function's last DB-WINDOW calls-per-second figures,  *
*> oldest first.                                                   *
*>*****************************************************************
0100-loadhistory.
    perform varying db-fidx from 1 by 1 until db-fidx > db-func-count
        move 0 to dbf-samples(db-fidx)
    end-perform.
    open input benchhist-file.
    if ws-benchhist-ok
        perform 0110-readhist
        perform until eof-benchhist
            move spaces to db-tok-date db-tok-time db-tok-func
                db-tok-calls db-tok-elapsed db-tok-cps
            unstring benchhist-record delimited by ','
                into db-tok-date db-tok-time db-tok-func
                    db-tok-calls db-tok-elapsed db-tok-cps
            end-unstring
            perform varying db-fidx from 1 by 1
                    until db-fidx > db-func-count
                if db-func-name(db-fidx) = db-tok-func
                        and function test-numval(db-tok-cps) = 0
                    perform 0120-addsample
                end-if
            end-perform
            perform 0110-readhist
        end-perform
        close benchhist-file
    end-if.

0110-readhist.
    if not eof-benchhist
        read benchhist-file
            at end
                move 'Y' to ws-eof-benchhist
        end-read
    end-if.

0120-addsample.
    if dbf-samples(db-fidx) >= db-window
        perform varying db-sidx from 1 by 1
                until db-sidx >= db-window
            move dbf-sample(db-fidx, db-sidx + 1)
                to dbf-sample(db-fidx, db-sidx)
        end-perform
    else
        add 1 to dbf-samples(db-fidx)
    end-if.
    compute dbf-sample(db-fidx, dbf-samples(db-fidx)) =
        function numval(db-tok-cps).

*>*****************************************************************
*> 0300-timeone / 0310-readclock                                   *
*>                                                                *
*> DB-CALLS calls of function DB-FIDX between two clock readings.  *
*> The loop arithmetic is the same for every run, so it cancels    *
*> out of the comparison with the baseline.                        *
*>*****************************************************************
0300-timeone.
    move spaces to dbf-status(db-fidx).
    move 0 to dbf-elapsed(db-fidx) dbf-cps(db-fidx).

*>  the keyed read needs a DATEDIM.DAT that covers the dates.
*>
    if db-fidx = 12
        call 'datedimlookup' using db-base-ld db-dd-record
            db-dd-found
        move db-dd-found to db-flag
        compute db-ld = db-base-ld + db-days
        call 'datedimlookup' using db-ld db-dd-record db-dd-found
        if db-flag not = 'Y' or db-dd-found not = 'Y'
            move 'SKIPPED' to dbf-status(db-fidx)
            add 1 to db-skip-count
            go to 0300-exit
        end-if
    end-if.

    perform 0310-readclock.
    move db-clock-hs to db-start-hs.

    evaluate db-fidx
        when 1
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-year = 2000 + function mod(db-iter, 50)
                compute db-month = function mod(db-iter, 12) + 1
                compute db-dom = function mod(db-iter, 28) + 1
                move fielded_to_linear(db-year, db-month, db-dom)
                    to db-ld
            end-perform
        when 2
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-ld =
                    db-base-ld + function mod(db-iter, db-days)
                move linear_to_fielded(db-ld) to db-fielded-date
            end-perform
        when 3
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-ld =
                    db-base-ld + function mod(db-iter, db-days)
                move isbusinessday(db-ld) to db-flag
            end-perform
        when 4
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-ld =
                    db-base-ld + function mod(db-iter, db-days)
                move addbusinessdays(db-ld, db-step) to db-ld2
            end-perform
        when 5
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-ld =
                    db-base-ld + function mod(db-iter, db-days)
                move isoweek(db-ld) to db-iso-result
            end-perform
        when 6
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-c-year = 2000 + function mod(db-iter, 50)
                compute db-c-month = function mod(db-iter, 12) + 1
                compute db-c-dom = function mod(db-iter, 28) + 1
                move c_isvaliddate(db-c-year, db-c-month, db-c-dom)
                    to db-c-valid
            end-perform
        when 7
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-c-year = 2000 + function mod(db-iter, 50)
                compute db-c-month = function mod(db-iter, 12) + 1
                compute db-c-dom = function mod(db-iter, 28) + 1
                move c_fieldedtolinear(db-c-date) to db-c-linear
            end-perform
        when 8
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-ld =
                    db-base-ld + function mod(db-iter, db-days)
                move c_lineartofielded(db-ld) to db-c-fielded
            end-perform
        when 9
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-ld =
                    db-base-ld + function mod(db-iter, db-days)
                move c_dayofweek(db-ld) to db-c-dow-result
            end-perform
        when 10
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-c-year = 2000 + function mod(db-iter, 50)
                move c_newyear(db-c-year) to db-c-linear
            end-perform
        when 11
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-c-year = 2000 + function mod(db-iter, 50)
                move c_yearend(db-c-year) to db-c-linear
            end-perform
        when 12
            perform varying db-iter from 1 by 1
                    until db-iter > db-calls
                compute db-ld =
                    db-base-ld + function mod(db-iter, db-days)
                call 'datedimlookup' using db-ld db-dd-record
                    db-dd-found
            end-perform
    end-evaluate.

    perform 0310-readclock.
    move db-clock-hs to db-end-hs.

*>  a run straddling midnight reads the second clock a day on.
*>
    if db-end-hs < db-start-hs
        add 8640000 to db-end-hs
    end-if.
    compute dbf-elapsed(db-fidx) = db-end-hs - db-start-hs.
    if dbf-elapsed(db-fidx) < 1
        move 1 to dbf-elapsed(db-fidx)
    end-if.
    compute dbf-cps(db-fidx) rounded =
        (db-calls * 100) / dbf-elapsed(db-fidx).

0300-exit.
    exit.

0310-readclock.
    move function current-date to clock-stamp.
    compute db-clock-hs =
        (((cs-hours * 60) + cs-minutes) * 6000)
        + (cs-seconds * 100).

*>*****************************************************************
*> 0400-compare                                                    *
*>                                                                *
*> Change is the growth in time per call over the baseline, as a   *
*> percentage: baseline calls/sec over this run's, less one.       *
*>*****************************************************************
0400-compare.
    move 0 to dbf-baseline(db-fidx) dbf-change(db-fidx).
    if dbf-status(db-fidx) = 'SKIPPED'
        continue
    else
        if dbf-samples(db-fidx) = 0
            move 'NEW' to dbf-status(db-fidx)
            add 1 to db-pass-count
        else
            move 0 to db-sum
            perform varying db-sidx from 1 by 1
                    until db-sidx > dbf-samples(db-fidx)
                add dbf-sample(db-fidx, db-sidx) to db-sum
            end-perform
            compute dbf-baseline(db-fidx) rounded =
                db-sum / dbf-samples(db-fidx)
            if dbf-cps(db-fidx) > 0
                compute dbf-change(db-fidx) rounded =
                    ((dbf-baseline(db-fidx) / dbf-cps(db-fidx))
                        - 1) * 100
            end-if
            if dbf-change(db-fidx) > db-threshold
                move 'SLOWER' to dbf-status(db-fidx)
                add 1 to db-slower-count
                perform 0450-raisealert
            else
                move 'OK' to dbf-status(db-fidx)
                add 1 to db-pass-count
            end-if
        end-if
    end-if.

0450-raisealert.
    move db-func-name(db-fidx) to db-al-key.
    move dbf-change(db-fidx) to db-change-display.
    move dbf-baseline(db-fidx) to db-base-display.
    move dbf-cps(db-fidx) to db-cps-display.
    move spaces to db-al-message.
    string function trim(db-change-display) '% slower: '
        function trim(db-cps-display) ' calls/s against '
        function trim(db-base-display)
        delimited by size into db-al-message.
    call 'alertadd' using db-al-severity db-al-job db-al-key
        db-al-message.

*>*****************************************************************
*> 0500-report                                                     *
*>*****************************************************************
0500-report.
    move db-calls to db-calls-display.
    display '=============================================='.
    display 'DATEBENCH  ' db-today-text ' ' db-time-text
        '  calls per function ' function trim(db-calls-display).
    move db-threshold to db-pct-display.
    move db-window to db-window-display.
    display 'Threshold ' function trim(db-pct-display)
        '% over the last ' function trim(db-window-display)
        ' runs.'.
    display '----------------------------------------------'.
    display 'FUNCTION             SECONDS  CALLS/SEC'
        '   BASELINE  CHANGE%  STATUS'.
    perform varying db-fidx from 1 by 1 until db-fidx > db-func-count
        move spaces to db-line
        if dbf-status(db-fidx) = 'SKIPPED'
            string db-func-name(db-fidx)
                '   (datedim.dat missing or does not cover the'
                ' dates)      SKIPPED'
                delimited by size into db-line
        else
            compute db-secs-display = dbf-elapsed(db-fidx) / 100
            move dbf-cps(db-fidx) to db-cps-display
            move dbf-baseline(db-fidx) to db-base-display
            move dbf-change(db-fidx) to db-change-display
            if dbf-samples(db-fidx) = 0
                string db-func-name(db-fidx) ' ' db-secs-display
                    ' ' db-cps-display '          -        -  '
                    dbf-status(db-fidx)
                    delimited by size into db-line
            else
                string db-func-name(db-fidx) ' ' db-secs-display
                    ' ' db-cps-display ' ' db-base-display
                    ' ' db-change-display '  ' dbf-status(db-fidx)
                    delimited by size into db-line
            end-if
        end-if
        display function trim(db-line trailing)
    end-perform.
    display '----------------------------------------------'.
    move db-slower-count to db-window-display.
    display 'Functions slower than baseline: '
        function trim(db-window-display).
    display '=============================================='.

*>*****************************************************************
*> 0600-record                                                     *
*>*****************************************************************
0600-record.
    open extend benchhist-file.
    if not ws-benchhist-ok
        open output benchhist-file
    end-if.
    perform varying db-fidx from 1 by 1 until db-fidx > db-func-count
        if dbf-status(db-fidx) not = 'SKIPPED'
            move db-calls to db-calls-display
            move dbf-cps(db-fidx) to db-cps-display
            move dbf-elapsed(db-fidx) to db-elapsed-display
            move spaces to db-line
            string db-today-text ','
                db-time-text ','
                function trim(db-func-name(db-fidx)) ','
                function trim(db-calls-display) ','
                function trim(db-elapsed-display) ','
                function trim(db-cps-display)
                delimited by size into db-line
            move db-line to benchhist-record
            write benchhist-record
        end-if
    end-perform.
    close benchhist-file.

*>*****************************************************************
*> 9200-write-healthlog                                            *
*>*****************************************************************
9200-write-healthlog.
    move batchbusinessdate(time-stamp) to hlb-fielded.
    move hlb-year to hlb-dt-year.
    move hlb-month to hlb-dt-month.
    move hlb-dom to hlb-dt-dom.
    move hlb-date-text to hl-date.
    move db-time-text to hl-time.
    move 'DATEBENCH' to hl-job.
    if db-slower-count = 0
        move 'PASS' to hl-status
    else
        move 'FAIL' to hl-status
    end-if.
    move db-pass-count to hl-pass-count.
    move db-slower-count to hl-fail-count.
    move db-skip-count to hl-exception-count.

    open extend healthlog-file.
    write healthlog-record.
    close healthlog-file.

end program datebench.
