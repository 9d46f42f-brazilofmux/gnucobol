*>*****************************************************************
*> opsmenu - Operator console menu over the inquiry and            *
*> maintenance programs.                                           *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Operators and the help desk had to know a dozen program names   *
*> and argument orders - DATEINQ, OPENITEMINQ, DATECALC, JOBSCHED, *
*> HOLIDAYMAINT, EVENTMAINT, PERIODMAINT, HOLDMAINT.  This puts    *
*> them behind one screen.  The operator is taken from the         *
*> OPERATOR environment variable (asked for on a sign-on screen    *
*> when it is not set, and passed on to whatever is launched), and *
*> the menu lists only what OPERAUTH grants that operator -        *
*> each function is a PROGRAM,ACTION pair checked through          *
*> OPERAUTH, so the same OPERAUTH.DAT lines that let someone run   *
*> HOLDMAINT HOLD also put it on their menu; the inquiries are     *
*> granted under action INQUIRE and the LIST actions under LIST.   *
*>                                                                *
*> Picking a function prompts for its parameters, checks them -    *
*> field counts, YYYY-MM-DD dates through DATEPARSE, and no shell  *
*> characters - and launches the program the way RUNCHAIN runs a   *
*> step.  The screen programs take over the terminal; the others'  *
*> output is captured to OPSMENU.OUT and paged on a browse screen  *
*> with the return code.  Every launch is journaled through        *
*> MAINTJOURNAL as action LAUNCH (before: operator, program and    *
*> action; after: the parameters).                                 *
*>                                                                *
*> A status strip heads the menu: the batch business date (see     *
*> BATCHBUSINESSDATE), the count of unacknowledged critical alerts *
*> on ALERTS.DAT with the latest one's job and message, and the    *
*> count of holds on HOLDS.DAT not yet expired.                    *
*>                                                                *
*> PF3 leaves the menu, or backs out of a prompt or browse screen. *
*> RETURN-CODE 12 when the operator is granted no function at all. *
*>*****************************************************************
identification division.
program-id. opsmenu.

environment division.
configuration section.
special-names.
    crt status is ws-crt-status.
repository.
    function batchbusinessdate
    function dateformat
    function dateparse
    function all intrinsic.

input-output section.
file-control.

    select alert-file assign to 'alerts.dat'
        organization is line sequential
        access is sequential
        file status is ws-alert-status.

    select hold-file assign to 'holds.dat'
        organization is line sequential
        access is sequential
        file status is ws-hold-status.

    select out-file assign to 'opsmenu.out'
        organization is line sequential
        access is sequential
        file status is ws-out-status.

data division.
file section.
fd  alert-file.

01  alert-record         pic x(200).

fd  hold-file.

01  hold-record          pic x(120).

fd  out-file.

01  out-record           pic x(78).

working-storage section.

01  ws-crt-status        pic 9(4).
    88  key-enter            value 0.
    88  key-pf3              value 1003.
    88  key-pf7              value 1007.
    88  key-pf8              value 1008.

01  ws-alert-status      pic xx.
    88  ws-alert-ok          value '00'.
01  ws-hold-status       pic xx.
    88  ws-hold-ok           value '00'.
01  ws-out-status        pic xx.
    88  ws-out-ok            value '00'.

01  ws-eof-alert         pic x       value 'N'.
    88  eof-alert            value 'Y'.
01  ws-eof-hold          pic x       value 'N'.
    88  eof-hold             value 'Y'.
01  ws-eof-out           pic x       value 'N'.
    88  eof-out              value 'Y'.

01  ws-done              pic x       value 'N'.
    88  menu-done            value 'Y'.
01  ws-prompt-done       pic x.
    88  prompt-done          value 'Y'.
01  ws-browse-done       pic x.
    88  browse-done          value 'Y'.

*>  The functions on offer.  KIND is N no parameters, O an optional
*>  date, T free text, C a comma list of FIELDS values of
*>  which DATE1/DATE2 (when not zero) must be dates.  SCREEN Y for
*>  a program that drives the terminal itself.
*>
01  om-function-values.
    05  filler pic x(28) value 'Date inquiry workbench'.
    05  filler pic x(12) value 'DATEINQ'.
    05  filler pic x(8)  value 'INQUIRE'.
    05  filler pic x(8)  value spaces.
    05  filler pic x(5)  value 'N000Y'.
    05  filler pic x(50) value spaces.
    05  filler pic x(28) value 'Open item inquiry'.
    05  filler pic x(12) value 'OPENITEMINQ'.
    05  filler pic x(8)  value 'INQUIRE'.
    05  filler pic x(8)  value spaces.
    05  filler pic x(5)  value 'N000Y'.
    05  filler pic x(50) value spaces.
    05  filler pic x(28) value 'Date calculator'.
    05  filler pic x(12) value 'DATECALC'.
    05  filler pic x(8)  value 'INQUIRE'.
    05  filler pic x(8)  value spaces.
    05  filler pic x(5)  value 'T000N'.
    05  filler pic x(50) value
        'e.g. 2026-03-14 + 45 BD  or  DIFF date date'.
    05  filler pic x(28) value 'Tonight''s run list'.
    05  filler pic x(12) value 'JOBSCHED'.
    05  filler pic x(8)  value 'INQUIRE'.
    05  filler pic x(8)  value spaces.
    05  filler pic x(5)  value 'O000N'.
    05  filler pic x(50) value
        'blank for tonight, or a date YYYY-MM-DD'.
    05  filler pic x(28) value 'List holidays'.
    05  filler pic x(12) value 'HOLIDAYMAINT'.
    05  filler pic x(8)  value 'LIST'.
    05  filler pic x(8)  value 'LIST'.
    05  filler pic x(5)  value 'N000N'.
    05  filler pic x(50) value spaces.
    05  filler pic x(28) value 'Add a holiday'.
    05  filler pic x(12) value 'HOLIDAYMAINT'.
    05  filler pic x(8)  value 'ADD'.
    05  filler pic x(8)  value 'ADD'.
    05  filler pic x(5)  value 'C800N'.
    05  filler pic x(50) value
        'TYPE,NAME,MONTH,DAY,WEEKDAY,OCCURRENCE,YEAR,OFFSET'.
    05  filler pic x(28) value 'Retire a holiday'.
    05  filler pic x(12) value 'HOLIDAYMAINT'.
    05  filler pic x(8)  value 'RETIRE'.
    05  filler pic x(8)  value 'RETIRE'.
    05  filler pic x(5)  value 'T000N'.
    05  filler pic x(50) value 'holiday name'.
    05  filler pic x(28) value 'List events'.
    05  filler pic x(12) value 'EVENTMAINT'.
    05  filler pic x(8)  value 'LIST'.
    05  filler pic x(8)  value 'LIST'.
    05  filler pic x(5)  value 'N000N'.
    05  filler pic x(50) value spaces.
    05  filler pic x(28) value 'Add an event'.
    05  filler pic x(12) value 'EVENTMAINT'.
    05  filler pic x(8)  value 'ADD'.
    05  filler pic x(8)  value 'ADD'.
    05  filler pic x(5)  value 'C434N'.
    05  filler pic x(50) value 'NAME,TYPE,START,END (dates YYYY-MM-DD)'.
    05  filler pic x(28) value 'Remove an event'.
    05  filler pic x(12) value 'EVENTMAINT'.
    05  filler pic x(8)  value 'REMOVE'.
    05  filler pic x(8)  value 'REMOVE'.
    05  filler pic x(5)  value 'T000N'.
    05  filler pic x(50) value 'event name'.
    05  filler pic x(28) value 'List period status'.
    05  filler pic x(12) value 'PERIODMAINT'.
    05  filler pic x(8)  value 'LIST'.
    05  filler pic x(8)  value 'LIST'.
    05  filler pic x(5)  value 'N000N'.
    05  filler pic x(50) value spaces.
    05  filler pic x(28) value 'Set period status'.
    05  filler pic x(12) value 'PERIODMAINT'.
    05  filler pic x(8)  value 'SET'.
    05  filler pic x(8)  value 'SET'.
    05  filler pic x(5)  value 'C400N'.
    05  filler pic x(50) value 'FY,PERIOD,STATUS,USER[,SECOND]'.
    05  filler pic x(28) value 'List job holds'.
    05  filler pic x(12) value 'HOLDMAINT'.
    05  filler pic x(8)  value 'LIST'.
    05  filler pic x(8)  value 'LIST'.
    05  filler pic x(5)  value 'N000N'.
    05  filler pic x(50) value spaces.
    05  filler pic x(28) value 'Hold a job'.
    05  filler pic x(12) value 'HOLDMAINT'.
    05  filler pic x(8)  value 'HOLD'.
    05  filler pic x(8)  value 'HOLD'.
    05  filler pic x(5)  value 'C440N'.
    05  filler pic x(50) value
        'JOB,REASON,SETBY,EXPIRY (expiry YYYY-MM-DD)'.
    05  filler pic x(28) value 'Release a job hold'.
    05  filler pic x(12) value 'HOLDMAINT'.
    05  filler pic x(8)  value 'RELEASE'.
    05  filler pic x(8)  value 'RELEASE'.
    05  filler pic x(5)  value 'T000N'.
    05  filler pic x(50) value 'job name'.
01  om-functions redefines om-function-values.
    05  om-function occurs 15 times.
        10  omf-label        pic x(28).
        10  omf-program      pic x(12).
        10  omf-action       pic x(8).
        10  omf-verb         pic x(8).
        10  omf-kind         pic x.
        10  omf-fields       pic 9.
        10  omf-date1        pic 9.
        10  omf-date2        pic 9.
        10  omf-screen       pic x.
        10  omf-prompt       pic x(50).
01  om-function-count    usage signed-int value 15.

01  om-operator          pic x(8).
01  om-auth-result       pic x.
01  om-fdx               usage signed-int.
01  om-idx               usage signed-int.

*>  The menu as this operator sees it.
*>
01  om-menu-count        usage signed-int value 0.
01  om-menu-map          usage signed-int occurs 15 times.
01  om-menu-lines.
    05  om-menu-line        pic x(40) occurs 15 times.
01  om-menu-number       pic z9.
01  om-choice            pic 99.
01  om-message           pic x(78).

01  om-param             pic x(70).
01  om-param-ok          pic x.
01  om-tokens.
    05  om-tok              pic x(40) occurs 9 times.
01  om-tok-count         usage signed-int.
01  om-bad-chars         usage signed-int.
01  om-date-text         pic x(10).
01  om-parse-result.
    05  om-p-fielded.
        10  om-p-year        pic s9(9)   comp-5.
        10  om-p-month       pic 99      comp-5.
        10  om-p-dom         pic 99      comp-5.
    05  om-p-success     pic x.

01  om-command           pic x(200).
01  om-redirect          pic x(20).
01  om-rc                usage signed-int.
01  om-rc-display        pic z(5)9.
01  om-mj-program        pic x(12) value 'OPSMENU'.
01  om-mj-action         pic x(8)  value 'LAUNCH'.
01  om-mj-before         pic x(80).
01  om-mj-after          pic x(80).

*>  The status strip.
*>
01  om-bus-date          pic x(10).
01  om-date-fmt          pic x(20).
01  om-alert-count       usage signed-int.
01  om-hold-count        usage signed-int.
01  om-alert-display     pic zzz9.
01  om-hold-display      pic zzz9.
01  om-alert-text        pic x(70).
01  om-al-date           pic x(10).
01  om-al-time           pic x(8).
01  om-al-job            pic x(12).
01  om-al-severity       pic x.
01  om-al-key            pic x(40).
01  om-al-message        pic x(60).
01  om-al-ack            pic x.
01  om-hd-job            pic x(12).
01  om-hd-reason         pic x(12).
01  om-hd-setby          pic x(8).
01  om-hd-expiry         pic x(10).

*>  The captured output of a line-mode program, paged 18 lines at
*>  a time.
*>
01  om-out-count         usage signed-int.
01  om-out-lines.
    05  om-out-line         pic x(78) occurs 500 times.
01  om-out-more          pic x.
01  om-top               usage signed-int.
01  om-view.
    05  om-view-line        pic x(78) occurs 18 times.

01  om-fielded-date.
    05  om-year              pic s9(9)   comp-5.
    05  om-month             pic 99      comp-5.
    05  om-dom               pic 99      comp-5.
    05  om-doy               pic 999     comp-5.
    05  om-dow               pic 9       comp-5.

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

screen section.
01  signon-screen.
    05  blank screen.
    05  line 1  column 28 value 'OPERATIONS CONSOLE'.
    05  line 4  column 2  value 'Operator id:'.
    05  line 4  column 16 pic x(8) using om-operator
            highlight auto.
    05  line 6  column 2  pic x(78) from om-message.
    05  line 24 column 2  value 'Enter=Sign on  PF3=Exit'.

01  menu-screen.
    05  blank screen.
    05  line 1  column 28 value 'OPERATIONS CONSOLE'.
    05  line 2  column 2  value 'Operator:'.
    05  line 2  column 12 pic x(8)  from om-operator.
    05  line 2  column 42 value 'Business date:'.
    05  line 2  column 57 pic x(10) from om-bus-date.
    05  line 3  column 2  value 'Critical alerts open:'.
    05  line 3  column 24 pic zzz9  from om-alert-count.
    05  line 3  column 42 value 'Active holds:'.
    05  line 3  column 57 pic zzz9  from om-hold-count.
    05  line 4  column 2  pic x(70) from om-alert-text.
    05  line 6  column 4  pic x(40) from om-menu-line(1).
    05  line 7  column 4  pic x(40) from om-menu-line(2).
    05  line 8  column 4  pic x(40) from om-menu-line(3).
    05  line 9  column 4  pic x(40) from om-menu-line(4).
    05  line 10 column 4  pic x(40) from om-menu-line(5).
    05  line 11 column 4  pic x(40) from om-menu-line(6).
    05  line 12 column 4  pic x(40) from om-menu-line(7).
    05  line 13 column 4  pic x(40) from om-menu-line(8).
    05  line 14 column 4  pic x(40) from om-menu-line(9).
    05  line 15 column 4  pic x(40) from om-menu-line(10).
    05  line 16 column 4  pic x(40) from om-menu-line(11).
    05  line 17 column 4  pic x(40) from om-menu-line(12).
    05  line 18 column 4  pic x(40) from om-menu-line(13).
    05  line 19 column 4  pic x(40) from om-menu-line(14).
    05  line 20 column 4  pic x(40) from om-menu-line(15).
    05  line 22 column 2  value 'Selection:'.
    05  line 22 column 13 pic 99 using om-choice
            highlight auto.
    05  line 23 column 2  pic x(78) from om-message.
    05  line 24 column 2  value 'Enter=Select  PF3=Exit'.

01  param-screen.
    05  blank screen.
    05  line 1  column 28 value 'OPERATIONS CONSOLE'.
    05  line 3  column 2  pic x(28) from omf-label(om-idx).
    05  line 3  column 32 value '('.
    05  line 3  column 33 pic x(12) from omf-program(om-idx).
    05  line 3  column 46 value ')'.
    05  line 5  column 2  value 'Parameters:'.
    05  line 5  column 14 pic x(50) from omf-prompt(om-idx).
    05  line 6  column 2  pic x(70) using om-param
            highlight.
    05  line 8  column 2  pic x(78) from om-message.
    05  line 24 column 2  value 'Enter=Run  PF3=Back to menu'.

01  browse-screen.
    05  blank screen.
    05  line 1  column 2  pic x(12) from omf-program(om-idx).
    05  line 1  column 16 pic x(8)  from omf-verb(om-idx).
    05  line 1  column 42 value 'Return code:'.
    05  line 1  column 55 pic z(5)9 from om-rc.
    05  line 3  column 2  pic x(78) from om-view-line(1).
    05  line 4  column 2  pic x(78) from om-view-line(2).
    05  line 5  column 2  pic x(78) from om-view-line(3).
    05  line 6  column 2  pic x(78) from om-view-line(4).
    05  line 7  column 2  pic x(78) from om-view-line(5).
    05  line 8  column 2  pic x(78) from om-view-line(6).
    05  line 9  column 2  pic x(78) from om-view-line(7).
    05  line 10 column 2  pic x(78) from om-view-line(8).
    05  line 11 column 2  pic x(78) from om-view-line(9).
    05  line 12 column 2  pic x(78) from om-view-line(10).
    05  line 13 column 2  pic x(78) from om-view-line(11).
    05  line 14 column 2  pic x(78) from om-view-line(12).
    05  line 15 column 2  pic x(78) from om-view-line(13).
    05  line 16 column 2  pic x(78) from om-view-line(14).
    05  line 17 column 2  pic x(78) from om-view-line(15).
    05  line 18 column 2  pic x(78) from om-view-line(16).
    05  line 19 column 2  pic x(78) from om-view-line(17).
    05  line 20 column 2  pic x(78) from om-view-line(18).
    05  line 22 column 2  pic x(78) from om-message.
    05  line 24 column 2
            value 'PF7=Back  PF8=Forward  Enter/PF3=Back to menu'.
    05  line 24 column 79 pic x using om-out-more.

procedure division.
0000-start-here.
    move 0 to return-code.
    move spaces to om-operator om-message.
    accept om-operator from environment 'OPERATOR'.
    if om-operator = low-values
        move spaces to om-operator
    end-if.
    if om-operator = spaces
        perform 0100-signon thru 0100-exit
        if om-operator = spaces
            go to 9000-end
        end-if
    end-if.
    move function upper-case(om-operator) to om-operator.
    display 'OPERATOR' upon environment-name.
    display om-operator upon environment-value.

    move function current-date to time-stamp.
    move batchbusinessdate(time-stamp) to om-fielded-date.
    move dateformat(om-fielded-date, '01') to om-date-fmt.
    move om-date-fmt(1:10) to om-bus-date.

    perform 0200-buildmenu.
    if om-menu-count = 0
        display 'Operator "' function trim(om-operator)
            '" is not authorized for any console function.'
        move 12 to return-code
        go to 9000-end
    end-if.

    perform until menu-done
        perform 0300-status
        move 0 to om-choice
        accept menu-screen
        move spaces to om-message
        evaluate true
            when key-pf3
                move 'Y' to ws-done
            when other
                perform 0400-select thru 0400-exit
        end-evaluate
    end-perform.

9000-end.
    goback.

*>*****************************************************************
*> 0100-signon                                                     *
*>*****************************************************************
0100-signon.
    move 'OPERATOR is not set - enter your operator id.'
        to om-message.
    accept signon-screen.
    if key-pf3
        move spaces to om-operator
        go to 0100-exit
    end-if.
    move function trim(om-operator) to om-operator.
    move spaces to om-message.
0100-exit.
    exit.

*>*****************************************************************
*> 0200-buildmenu                                                  *
*>                                                                *
*> One OPERAUTH call per function, numbering only those granted.   *
*>*****************************************************************
0200-buildmenu.
    move 0 to om-menu-count.
    move spaces to om-menu-lines.
    perform varying om-fdx from 1 by 1
            until om-fdx > om-function-count
        call 'operauth' using om-operator omf-program(om-fdx)
            omf-action(om-fdx) om-auth-result
        if om-auth-result = 'Y'
            add 1 to om-menu-count
            move om-fdx to om-menu-map(om-menu-count)
            move om-menu-count to om-menu-number
            string om-menu-number '. ' omf-label(om-fdx)
                delimited by size
                into om-menu-line(om-menu-count)
        end-if
    end-perform.

*>*****************************************************************
*> 0300-status                                                     *
*>                                                                *
*> Re-read on every redisplay, so an acknowledgement or a hold     *
*> placed from the menu shows at once.                             *
*>*****************************************************************
0300-status.
    move 0 to om-alert-count om-hold-count.
    move spaces to om-alert-text.
    move 'N' to ws-eof-alert.
    open input alert-file.
    if ws-alert-ok
        perform 0310-readalert
        perform until eof-alert
            move spaces to om-al-severity om-al-ack
            unstring alert-record delimited by ','
                into om-al-date om-al-time om-al-job om-al-severity
                    om-al-key om-al-message om-al-ack
            end-unstring
            if om-al-severity = 'C' and om-al-ack = 'N'
                add 1 to om-alert-count
                move spaces to om-alert-text
                string 'Latest: ' function trim(om-al-job) ' - '
                    function trim(om-al-message)
                    delimited by size into om-alert-text
            end-if
            perform 0310-readalert
        end-perform
        close alert-file
    end-if.

    move 'N' to ws-eof-hold.
    open input hold-file.
    if ws-hold-ok
        perform 0320-readhold
        perform until eof-hold
            move spaces to om-hd-expiry
            unstring hold-record delimited by ','
                into om-hd-job om-hd-reason om-hd-setby om-hd-expiry
            end-unstring
            if om-hd-job not = spaces
                    and (om-hd-expiry = spaces
                        or om-hd-expiry >= om-bus-date)
                add 1 to om-hold-count
            end-if
            perform 0320-readhold
        end-perform
        close hold-file
    end-if.

0310-readalert.
    read alert-file
        at end
            move 'Y' to ws-eof-alert
    end-read.

0320-readhold.
    read hold-file
        at end
            move 'Y' to ws-eof-hold
    end-read.

*>*****************************************************************
*> 0400-select                                                     *
*>*****************************************************************
0400-select.
    if om-choice < 1 or om-choice > om-menu-count
        move 'Choose one of the numbered functions.' to om-message
        go to 0400-exit
    end-if.
    move om-menu-map(om-choice) to om-idx.
    move spaces to om-param.
    if omf-kind(om-idx) = 'N'
        perform 0600-launch
        go to 0400-exit
    end-if.

    move 'N' to ws-prompt-done.
    perform until prompt-done
        accept param-screen
        move spaces to om-message
        if key-pf3
            move 'Y' to ws-prompt-done
        else
            perform 0500-validate thru 0500-exit
            if om-param-ok = 'Y'
                perform 0600-launch
                move 'Y' to ws-prompt-done
            end-if
        end-if
    end-perform.
0400-exit.
    exit.

*>*****************************************************************
*> 0500-validate                                                   *
*>*****************************************************************
0500-validate.
    move 'N' to om-param-ok.
    move function trim(om-param) to om-param.
    move 0 to om-bad-chars.
    inspect om-param tallying om-bad-chars
        for all ';' all '|' all '&' all '<' all '>' all '$'
            all '`' all '"' all "'" all '\' all '*' all '?'
            all '(' all ')' all '#'.
    if om-bad-chars > 0
        move 'Parameters may not contain shell characters.'
            to om-message
        go to 0500-exit
    end-if.

    evaluate omf-kind(om-idx)
        when 'O'
            if om-param not = spaces
                move om-param to om-date-text
                perform 0550-checkdate
                if om-p-success not = 'Y' or om-param(11:) not = spaces
                    move 'Enter the date as YYYY-MM-DD, or leave blank.'
                        to om-message
                    go to 0500-exit
                end-if
            end-if
        when 'T'
            if om-param = spaces
                move 'This function needs a parameter.' to om-message
                go to 0500-exit
            end-if
        when 'C'
            move spaces to om-tokens
            move 0 to om-tok-count
            unstring om-param delimited by ','
                into om-tok(1) om-tok(2) om-tok(3) om-tok(4) om-tok(5)
                    om-tok(6) om-tok(7) om-tok(8) om-tok(9)
                tallying in om-tok-count
            end-unstring
            if om-tok-count < omf-fields(om-idx)
                move omf-fields(om-idx) to om-menu-number
                move spaces to om-message
                string 'At least ' om-menu-number
                    ' comma-separated values are needed.'
                    delimited by size into om-message
                go to 0500-exit
            end-if
            if omf-date1(om-idx) > 0
                move function trim(om-tok(omf-date1(om-idx)))
                    to om-date-text
                perform 0550-checkdate
                if om-p-success not = 'Y'
                    move 'Dates must be YYYY-MM-DD.' to om-message
                    go to 0500-exit
                end-if
            end-if
            if omf-date2(om-idx) > 0
                move function trim(om-tok(omf-date2(om-idx)))
                    to om-date-text
                perform 0550-checkdate
                if om-p-success not = 'Y'
                    move 'Dates must be YYYY-MM-DD.' to om-message
                    go to 0500-exit
                end-if
            end-if
    end-evaluate.
    move 'Y' to om-param-ok.
0500-exit.
    exit.

0550-checkdate.
    move 'N' to om-p-success.
    if om-date-text(5:1) = '-' and om-date-text(8:1) = '-'
        move dateparse(om-date-text, '02') to om-parse-result
    end-if.

*>*****************************************************************
*> 0600-launch                                                     *
*>                                                                *
*> Journal first, then run - a launch that hangs or abends is      *
*> still on record.                                                *
*>*****************************************************************
0600-launch.
    move spaces to om-mj-before om-mj-after.
    string function trim(om-operator) ','
        function trim(omf-program(om-idx)) ','
        function trim(omf-action(om-idx))
        delimited by size into om-mj-before.
    move om-param to om-mj-after.
    call 'maintjournal' using om-mj-program om-mj-action
        om-mj-before om-mj-after.

    move spaces to om-redirect.
    if omf-screen(om-idx) not = 'Y'
        move ' > opsmenu.out 2>&1' to om-redirect
    end-if.
    move spaces to om-command.
    string function lower-case(function trim(omf-program(om-idx)))
        ' ' function trim(omf-verb(om-idx))
        ' ' function trim(om-param)
        om-redirect
        delimited by size into om-command.

    call 'SYSTEM' using om-command
        returning om-rc.
    if om-rc >= 256
        divide om-rc by 256 giving om-rc
    end-if.

    move om-rc to om-rc-display.
    move spaces to om-message.
    string function trim(omf-program(om-idx)) ' '
        function trim(omf-verb(om-idx))
        ' ended with return code ' function trim(om-rc-display)
        delimited by size into om-message.
    if omf-screen(om-idx) not = 'Y'
        perform 0700-browse
    end-if.

*>*****************************************************************
*> 0700-browse                                                     *
*>*****************************************************************
0700-browse.
    move 0 to om-out-count.
    move 'N' to ws-eof-out.
    open input out-file.
    if ws-out-ok
        perform 0710-readout
        perform until eof-out
            if om-out-count < 500
                add 1 to om-out-count
                move out-record to om-out-line(om-out-count)
            end-if
            perform 0710-readout
        end-perform
        close out-file
    end-if.

    move 1 to om-top.
    move 'N' to ws-browse-done.
    perform until browse-done
        perform 0720-fillview
        accept browse-screen
        evaluate true
            when key-pf7
                subtract 18 from om-top
                if om-top < 1
                    move 1 to om-top
                end-if
            when key-pf8
                if om-top + 18 <= om-out-count
                    add 18 to om-top
                end-if
            when other
                move 'Y' to ws-browse-done
        end-evaluate
    end-perform.

0710-readout.
    read out-file
        at end
            move 'Y' to ws-eof-out
    end-read.

0720-fillview.
    move spaces to om-view.
    perform varying om-fdx from 1 by 1 until om-fdx > 18
        if om-top + om-fdx - 1 <= om-out-count
            move om-out-line(om-top + om-fdx - 1)
                to om-view-line(om-fdx)
        end-if
    end-perform.
    if om-top + 18 <= om-out-count
        move '+' to om-out-more
    else
        move space to om-out-more
    end-if.

end program opsmenu.
