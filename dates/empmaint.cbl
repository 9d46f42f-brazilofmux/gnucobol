*>*****************************************************************
*> empmaint                                                        *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> EMPLOYEE.DAT holds one ID,NAME,HIREDATE,DEPARTMENT line per     *
*> person, and a transfer or termination used to overwrite it, so  *
*> a rehire lost the first employment and "what department was     *
*> this employee in last March" had no answer.  EMPHIST.DAT is the *
*> effective-dated history behind it - one line per action, each   *
*> the full record as it stands from that date,                    *
*>                                                                *
*>   EMPLOYEE,EFFDATE,ACTION,STATUS,DEPARTMENT,RATE,NAME           *
*>                                                                *
*> (ACTION HIRE, TRANSFER, RATE, LEAVE, RETURN, TERM or REHIRE;    *
*> STATUS ACTIVE, LEAVE or TERMINATED; RATE the hourly pay rate;   *
*> NAME last so the 80-byte MAINTJOURNAL images always carry the   *
*> dates, department and rate a change replaced).  Lines are only  *
*> ever added going forward in time, never rewritten, so           *
*> EMPLOYEEASOF below can reconstruct anyone on any date - the     *
*> same idea as HOLIDAYCALENDARASOF.                               *
*>                                                                *
*> Command line: ACTION [ARGUMENT]                                 *
*>                                                                *
*>   LIST [employee]                      - display the history    *
*>   ASOF employee,date                   - the record on a date   *
*>   HIRE employee,date,name,dept,rate    - first hire             *
*>   REHIRE employee,date[,dept,rate]     - back after a TERM      *
*>   TRANSFER employee,date,dept          - department change      *
*>   RATE employee,date,rate              - pay-rate change        *
*>   LEAVE employee,date                  - onto leave of absence  *
*>   RETURN employee,date                 - back from leave        *
*>   TERM employee,date                   - termination            *
*>   UNDO employee                        - drop the employee's    *
*>                                          latest line (a keying  *
*>                                          error)                 *
*>   CONVERT                              - seed a HIRE line for   *
*>                                          every EMPLOYEE.DAT row *
*>                                          with no history, at    *
*>                                          its PAYRATES.DAT rate  *
*>                                                                *
*> An action may not be dated before the employee's latest line,   *
*> and must suit the status (no TRANSFER after a TERM, no RETURN   *
*> without a LEAVE, REHIRE only after a TERM).  Every change keeps *
*> the employee's EMPLOYEE.DAT row current - name, first hire      *
*> date, department - for the programs that read it directly; the  *
*> row is no longer dropped or overwritten on a TERM.  Change      *
*> actions are gated by OPERAUTH and journaled through             *
*> MAINTJOURNAL.                                                   *
*>*****************************************************************
identification division.
program-id. empmaint.

environment division.
configuration section.
repository.
    function dateformat
    function dateparse
    function fielded_to_linear
    function linear_to_fielded
    function all intrinsic.

input-output section.
file-control.

    select history-file assign to 'emphist.dat'
        organization is line sequential
        access is sequential
        file status is ws-history-status.

    select employee-file assign to 'employee.dat'
        organization is line sequential
        access is sequential
        file status is ws-employee-status.

    select rate-file assign to 'payrates.dat'
        organization is line sequential
        access is sequential
        file status is ws-rate-status.

data division.
file section.
fd  history-file.

01  history-record       pic x(100).

fd  employee-file.

01  employee-record      pic x(80).

fd  rate-file.

01  rate-record          pic x(80).

working-storage section.
copy empasof.

01  ws-history-status    pic xx.
    88  ws-history-ok        value '00'.
01  ws-employee-status   pic xx.
    88  ws-employee-ok       value '00'.
01  ws-rate-status       pic xx.
    88  ws-rate-ok           value '00'.

01  ws-cmdline           pic x(200).
01  ws-ptr               usage signed-int.
01  ws-arg-action        pic x(8).
01  ws-arg-rest          pic x(190).

01  ws-eof-history       pic x       value 'N'.
    88  eof-history          value 'Y'.
01  ws-eof-employee      pic x       value 'N'.
    88  eof-employee         value 'Y'.
01  ws-eof-rate          pic x       value 'N'.
    88  eof-rate             value 'Y'.

01  eh-lines             occurs 3000 times pic x(100).
01  eh-count             usage signed-int value 0.
01  eh-emp-lines         occurs 1000 times pic x(80).
01  eh-emp-count         usage signed-int value 0.
01  eh-idx               usage signed-int.
01  eh-jdx               usage signed-int.
01  eh-overflow          pic x value 'N'.

01  eh-tok-1             pic x(24).
01  eh-tok-2             pic x(24).
01  eh-tok-3             pic x(24).
01  eh-tok-4             pic x(24).
01  eh-tok-5             pic x(24).

*>  One history line taken apart.
*>
01  eh-h-employee        pic x(12).
01  eh-h-date            pic x(10).
01  eh-h-action          pic x(8).
01  eh-h-status          pic x(10).
01  eh-h-department      pic x(12).
01  eh-h-rate            pic x(12).
01  eh-h-name            pic x(24).

*>  The employee's latest line, and the new one being built.
*>
01  eh-found             pic x value 'N'.
    88  history-found        value 'Y'.
01  eh-last-idx          usage signed-int.
01  eh-last-ld           usage signed-int.
01  eh-first-date        pic x(10).
01  eh-cur-status        pic x(10).
01  eh-cur-department    pic x(12).
01  eh-cur-rate          pic x(12).
01  eh-cur-name          pic x(24).
01  eh-old-line          pic x(100).

01  eh-employee          pic x(12).
01  eh-date              pic x(10).
01  eh-eff-ld            usage signed-int.
01  eh-new-status        pic x(10).
01  eh-new-department    pic x(12).
01  eh-new-rate          pic x(12).
01  eh-new-name          pic x(24).
01  eh-new-line          pic x(100).
01  eh-row-line          pic x(80).
01  eh-rate              pic s9(5)v9(4) comp-5.
01  eh-rate-display      pic z(4)9.99.
01  eh-convert-count     usage signed-int value 0.

01  eh-parse-result.
    05  eh-p-fielded.
        10  eh-p-year        pic s9(9)   comp-5.
        10  eh-p-month       pic 99      comp-5.
        10  eh-p-dom         pic 99      comp-5.
    05  eh-p-success     pic x.

01  eh-fielded-date.
    05  eh-year              pic s9(9)   comp-5.
    05  eh-month             pic 99      comp-5.
    05  eh-dom               pic 99      comp-5.
    05  eh-doy               pic 999     comp-5.
    05  eh-dow               pic 9       comp-5.

01  eh-date-text         pic x(20).
01  eh-date2-text        pic x(20).

*>  Maintenance-journal interface (see MAINTJOURNAL): every
*>  history line added or undone is traceable to a date and a run.
*>
01  ej-program           pic x(12) value 'EMPMAINT'.
01  ej-action            pic x(8).
01  ej-before            pic x(80).
01  ej-after             pic x(80).

*>  Operator authorization (see OPERAUTH).
*>
01  eh-operator          pic x(8).
01  eh-auth-result       pic x.

procedure division.
0000-start-here.
    move 0 to return-code.

    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.

    move spaces to ws-arg-action.
    move 1 to ws-ptr.
    unstring ws-cmdline delimited by space
        into ws-arg-action
        with pointer ws-ptr
    end-unstring.
    move function upper-case(ws-arg-action) to ws-arg-action.

    move spaces to ws-arg-rest.
    if ws-ptr <= 200
        move ws-cmdline(ws-ptr:) to ws-arg-rest
    end-if.
    move function trim(ws-arg-rest) to ws-arg-rest.

    perform 0100-loadlines.

    if ws-arg-action = 'HIRE' or ws-arg-action = 'REHIRE'
            or ws-arg-action = 'TRANSFER' or ws-arg-action = 'RATE'
            or ws-arg-action = 'LEAVE' or ws-arg-action = 'RETURN'
            or ws-arg-action = 'TERM' or ws-arg-action = 'UNDO'
            or ws-arg-action = 'CONVERT'
        perform 0050-authorize
        if return-code = 12
            goback
        end-if
        if eh-overflow = 'Y'
            display 'emphist.dat or employee.dat exceeds its table;'
                ' change refused.'
            move 8 to return-code
            goback
        end-if
    end-if.

    evaluate ws-arg-action
        when 'LIST'
            perform 0500-list
        when 'ASOF'
            perform 0550-asof
        when 'HIRE'
        when 'REHIRE'
        when 'TRANSFER'
        when 'RATE'
        when 'LEAVE'
        when 'RETURN'
        when 'TERM'
            perform 0600-action
        when 'UNDO'
            perform 0800-undo
        when 'CONVERT'
            perform 0850-convert
        when other
            display 'Usage: empmaint LIST [employee]'
                ' | ASOF employee,date'
                ' | HIRE|REHIRE|TRANSFER|RATE|LEAVE|RETURN|TERM'
                ' employee,date[,...] | UNDO employee | CONVERT'
            move 8 to return-code
    end-evaluate.

    goback.

*>*****************************************************************
*> 0050-authorize                                                  *
*>*****************************************************************
0050-authorize.
    move spaces to eh-operator.
    accept eh-operator from environment 'OPERATOR'.
    move function upper-case(eh-operator) to eh-operator.
    call 'operauth' using eh-operator ej-program ws-arg-action
        eh-auth-result.
    if eh-auth-result not = 'Y'
        display 'Operator "' function trim(eh-operator)
            '" is not authorized for ' ws-arg-action
            ' in empmaint.'
        move 12 to return-code
    end-if.

*>*****************************************************************
*> 0100-loadlines / 0110-readhistory / 0120-reademployee           *
*>*****************************************************************
0100-loadlines.
    move 0 to eh-count.
    open input history-file.
    if ws-history-ok
        perform 0110-readhistory
        perform until eof-history or eh-count >= 3000
            if history-record not = spaces
                add 1 to eh-count
                move history-record to eh-lines(eh-count)
            end-if
            perform 0110-readhistory
        end-perform
        if not eof-history
            move 'Y' to eh-overflow
        end-if
        close history-file
    end-if.

    move 0 to eh-emp-count.
    open input employee-file.
    if ws-employee-ok
        perform 0120-reademployee
        perform until eof-employee or eh-emp-count >= 1000
            if employee-record not = spaces
                add 1 to eh-emp-count
                move employee-record to eh-emp-lines(eh-emp-count)
            end-if
            perform 0120-reademployee
        end-perform
        if not eof-employee
            move 'Y' to eh-overflow
        end-if
        close employee-file
    end-if.

0110-readhistory.
    if not eof-history
        read history-file
            at end
                move 'Y' to ws-eof-history
        end-read
    end-if.

0120-reademployee.
    if not eof-employee
        read employee-file
            at end
                move 'Y' to ws-eof-employee
        end-read
    end-if.

*>*****************************************************************
*> 0200-savehistory / 0210-saveemployees                           *
*>*****************************************************************
0200-savehistory.
    open output history-file.
    perform varying eh-idx from 1 by 1 until eh-idx > eh-count
        move eh-lines(eh-idx) to history-record
        write history-record
    end-perform.
    close history-file.

0210-saveemployees.
    open output employee-file.
    perform varying eh-idx from 1 by 1 until eh-idx > eh-emp-count
        move eh-emp-lines(eh-idx) to employee-record
        write employee-record
    end-perform.
    close employee-file.

*>*****************************************************************
*> 0300-splitline                                                  *
*>                                                                *
*> Takes history line eh-idx apart into the eh-h- fields.          *
*>*****************************************************************
0300-splitline.
    move spaces to eh-h-employee eh-h-date eh-h-action eh-h-status
        eh-h-department eh-h-rate eh-h-name.
    unstring eh-lines(eh-idx) delimited by ','
        into eh-h-employee eh-h-date eh-h-action eh-h-status
            eh-h-department eh-h-rate eh-h-name
    end-unstring.

*>*****************************************************************
*> 0350-findlatest                                                 *
*>                                                                *
*> The employee's first hire date and latest line (the file only   *
*> grows forward in time, so the last one on file is the latest).  *
*>*****************************************************************
0350-findlatest.
    move 'N' to eh-found.
    move 0 to eh-last-idx eh-last-ld.
    move spaces to eh-first-date eh-cur-status eh-cur-department
        eh-cur-rate eh-cur-name eh-old-line.
    perform varying eh-idx from 1 by 1 until eh-idx > eh-count
        perform 0300-splitline
        if eh-h-employee = eh-employee
            if not history-found
                move eh-h-date to eh-first-date
            end-if
            move 'Y' to eh-found
            move eh-idx to eh-last-idx
            move eh-h-status to eh-cur-status
            move eh-h-department to eh-cur-department
            move eh-h-rate to eh-cur-rate
            move eh-h-name to eh-cur-name
            move eh-lines(eh-idx) to eh-old-line
            move dateparse(eh-h-date, '02') to eh-parse-result
            if eh-p-success = 'Y'
                move fielded_to_linear(eh-p-year, eh-p-month,
                        eh-p-dom) to eh-last-ld
            end-if
        end-if
    end-perform.

*>*****************************************************************
*> 0500-list                                                       *
*>*****************************************************************
0500-list.
    move function upper-case(ws-arg-rest) to eh-employee.
    display 'Employee,EffDate,Action,Status,Department,Rate,Name'.
    perform varying eh-idx from 1 by 1 until eh-idx > eh-count
        perform 0300-splitline
        if eh-employee = spaces or eh-h-employee = eh-employee
            display function trim(eh-lines(eh-idx) trailing)
        end-if
    end-perform.

*>*****************************************************************
*> 0550-asof                                                       *
*>*****************************************************************
0550-asof.
    move spaces to eh-tok-1 eh-tok-2.
    unstring ws-arg-rest delimited by ','
        into eh-tok-1 eh-tok-2
    end-unstring.
    move function upper-case(eh-tok-1) to eh-employee.
    move dateparse(eh-tok-2, '02') to eh-parse-result.
    if eh-employee = spaces or eh-p-success = 'N'
        display 'ASOF needs employee,YYYY-MM-DD.'
        move 8 to return-code
        goback
    end-if.
    move fielded_to_linear(eh-p-year, eh-p-month, eh-p-dom)
        to eh-eff-ld.
    call 'employeeasof' using eh-employee eh-eff-ld empasof-result.
    if ea-found = 'N'
        display 'Employee ' function trim(eh-employee)
            ' has no history on or before '
            function trim(eh-tok-2) '.'
        move 4 to return-code
        goback
    end-if.
    move ea-rate to eh-rate-display.
    display 'Employee    ' eh-employee ' as of '
        function trim(eh-tok-2).
    display 'Name        ' ea-name.
    display 'Department  ' ea-department.
    display 'Rate        ' eh-rate-display.
    move linear_to_fielded(ea-eff-ld) to eh-fielded-date.
    move dateformat(eh-fielded-date, '01') to eh-date-text.
    display 'Status      ' ea-status ' since ' eh-date-text(1:10)
        ' (' function trim(ea-action) ')'.
    move linear_to_fielded(ea-hire-ld) to eh-fielded-date.
    move dateformat(eh-fielded-date, '01') to eh-date-text.
    move linear_to_fielded(ea-service-ld) to eh-fielded-date.
    move dateformat(eh-fielded-date, '01') to eh-date2-text.
    display 'First hire  ' eh-date-text(1:10)
        '   adjusted service date ' eh-date2-text(1:10).

*>*****************************************************************
*> 0600-action                                                     *
*>                                                                *
*> Every dated action: check it against the employee's latest line *
*> and status, build the full new line from that line and the      *
*> arguments, append it, and keep EMPLOYEE.DAT's row current.      *
*>*****************************************************************
0600-action.
    move spaces to eh-tok-1 eh-tok-2 eh-tok-3 eh-tok-4 eh-tok-5.
    unstring ws-arg-rest delimited by ','
        into eh-tok-1 eh-tok-2 eh-tok-3 eh-tok-4 eh-tok-5
    end-unstring.
    move function upper-case(eh-tok-1) to eh-employee.
    move dateparse(eh-tok-2, '02') to eh-parse-result.
    if eh-employee = spaces or eh-p-success = 'N'
        display ws-arg-action ' needs employee,YYYY-MM-DD first.'
        move 8 to return-code
        goback
    end-if.
    move fielded_to_linear(eh-p-year, eh-p-month, eh-p-dom)
        to eh-eff-ld.
    move eh-tok-2 to eh-date.

    perform 0350-findlatest.
    if ws-arg-action = 'HIRE'
        if history-found
            display 'Employee ' function trim(eh-employee)
                ' already has history; use REHIRE.'
            move 8 to return-code
            goback
        end-if
    else
        if not history-found
            display 'Employee ' function trim(eh-employee)
                ' has no history; HIRE (or CONVERT) first.'
            move 8 to return-code
            goback
        end-if
        if eh-eff-ld < eh-last-ld
            display 'Employee ' function trim(eh-employee)
                ' has a later line on file; history only moves'
                ' forward (UNDO the later line first).'
            move 8 to return-code
            goback
        end-if
    end-if.

    move eh-cur-status to eh-new-status.
    move eh-cur-department to eh-new-department.
    move eh-cur-rate to eh-new-rate.
    move eh-cur-name to eh-new-name.

    evaluate ws-arg-action
        when 'HIRE'
            if eh-tok-3 = spaces or eh-tok-4 = spaces
                    or eh-tok-5 = spaces
                display 'HIRE needs employee,date,name,department,'
                    'rate.'
                move 8 to return-code
                goback
            end-if
            move eh-tok-3 to eh-new-name
            move function upper-case(eh-tok-4) to eh-new-department
            move eh-tok-5 to eh-new-rate
            move 'ACTIVE' to eh-new-status
        when 'REHIRE'
            if eh-cur-status not = 'TERMINATED'
                display 'Employee ' function trim(eh-employee)
                    ' is ' function trim(eh-cur-status)
                    '; REHIRE follows a TERM.'
                move 8 to return-code
                goback
            end-if
            if eh-tok-3 not = spaces
                move function upper-case(eh-tok-3)
                    to eh-new-department
            end-if
            if eh-tok-4 not = spaces
                move eh-tok-4 to eh-new-rate
            end-if
            move 'ACTIVE' to eh-new-status
        when 'TRANSFER'
            if eh-tok-3 = spaces
                display 'TRANSFER needs employee,date,department.'
                move 8 to return-code
                goback
            end-if
            move function upper-case(eh-tok-3) to eh-new-department
        when 'RATE'
            if eh-tok-3 = spaces
                display 'RATE needs employee,date,rate.'
                move 8 to return-code
                goback
            end-if
            move eh-tok-3 to eh-new-rate
        when 'LEAVE'
            if eh-cur-status not = 'ACTIVE'
                display 'Employee ' function trim(eh-employee)
                    ' is ' function trim(eh-cur-status)
                    '; LEAVE needs ACTIVE.'
                move 8 to return-code
                goback
            end-if
            move 'LEAVE' to eh-new-status
        when 'RETURN'
            if eh-cur-status not = 'LEAVE'
                display 'Employee ' function trim(eh-employee)
                    ' is ' function trim(eh-cur-status)
                    '; RETURN needs LEAVE.'
                move 8 to return-code
                goback
            end-if
            move 'ACTIVE' to eh-new-status
        when 'TERM'
            move 'TERMINATED' to eh-new-status
    end-evaluate.

    if eh-cur-status = 'TERMINATED'
            and ws-arg-action not = 'REHIRE'
        display 'Employee ' function trim(eh-employee)
            ' is TERMINATED; only REHIRE applies.'
        move 8 to return-code
        goback
    end-if.

    compute eh-rate = function numval(eh-new-rate).
    if eh-rate <= 0
        display 'Rate "' function trim(eh-new-rate)
            '" must be a positive amount.'
        move 8 to return-code
        goback
    end-if.
    move eh-rate to eh-rate-display.
    move function trim(eh-rate-display) to eh-new-rate.

    if eh-count >= 3000
        display 'Employee history file is full.'
        move 8 to return-code
        goback
    end-if.

    move spaces to eh-new-line.
    string function trim(eh-employee) ','
        function trim(eh-date) ','
        function trim(ws-arg-action) ','
        function trim(eh-new-status) ','
        function trim(eh-new-department) ','
        function trim(eh-new-rate) ','
        function trim(eh-new-name)
        delimited by size into eh-new-line.
    add 1 to eh-count.
    move eh-new-line to eh-lines(eh-count).
    perform 0200-savehistory.

    move ws-arg-action to ej-action.
    move eh-old-line to ej-before.
    move eh-new-line to ej-after.
    call 'maintjournal' using ej-program ej-action
        ej-before ej-after.

    if ws-arg-action = 'HIRE'
        move eh-date to eh-first-date
    end-if.
    perform 0700-employeerow thru 0700-exit.
    display function trim(ws-arg-action) ' recorded for '
        function trim(eh-employee) ', effective '
        function trim(eh-date) '.'.

*>*****************************************************************
*> 0700-employeerow                                                *
*>                                                                *
*> ID,NAME,HIREDATE,DEPARTMENT from the latest line, HIREDATE the  *
*> first hire, replacing the employee's row or adding one.         *
*>*****************************************************************
0700-employeerow.
    perform 0350-findlatest.
    if not history-found
        go to 0700-exit
    end-if.
    move spaces to eh-row-line.
    string function trim(eh-employee) ','
        function trim(eh-cur-name) ','
        function trim(eh-first-date) ','
        function trim(eh-cur-department)
        delimited by size into eh-row-line.
    move 0 to eh-jdx.
    perform varying eh-idx from 1 by 1 until eh-idx > eh-emp-count
        move spaces to eh-tok-1
        unstring eh-emp-lines(eh-idx) delimited by ','
            into eh-tok-1
        end-unstring
        if eh-tok-1 = eh-employee
            move eh-idx to eh-jdx
        end-if
    end-perform.
    if eh-jdx = 0
        if eh-emp-count >= 1000
            display 'employee.dat is full; row not added.'
            move 4 to return-code
            go to 0700-exit
        end-if
        add 1 to eh-emp-count
        move eh-emp-count to eh-jdx
    end-if.
    move eh-row-line to eh-emp-lines(eh-jdx).
    perform 0210-saveemployees.

0700-exit.
    exit.

*>*****************************************************************
*> 0800-undo                                                       *
*>*****************************************************************
0800-undo.
    move function upper-case(ws-arg-rest) to eh-employee.
    perform 0350-findlatest.
    if not history-found
        display 'No history for employee "'
            function trim(eh-employee) '".'
        move 8 to return-code
        goback
    end-if.
    perform varying eh-idx from eh-last-idx by 1
            until eh-idx >= eh-count
        move eh-lines(eh-idx + 1) to eh-lines(eh-idx)
    end-perform.
    subtract 1 from eh-count.
    perform 0200-savehistory.

    move 'UNDO' to ej-action.
    move eh-old-line to ej-before.
    move spaces to ej-after.
    call 'maintjournal' using ej-program ej-action
        ej-before ej-after.

    perform 0700-employeerow thru 0700-exit.
    display 'Latest line for ' function trim(eh-employee)
        ' removed.'.

*>*****************************************************************
*> 0850-convert / 0860-readrate                                    *
*>                                                                *
*> One HIRE line, dated the row's HIREDATE, for each EMPLOYEE.DAT  *
*> row with no history yet.                                        *
*>*****************************************************************
0850-convert.
    perform varying eh-jdx from 1 by 1 until eh-jdx > eh-emp-count
        move spaces to eh-tok-1 eh-tok-2 eh-tok-3 eh-tok-4
        unstring eh-emp-lines(eh-jdx) delimited by ','
            into eh-tok-1 eh-tok-2 eh-tok-3 eh-tok-4
        end-unstring
        move eh-tok-1 to eh-employee
        perform 0350-findlatest
        move dateparse(eh-tok-3, '02') to eh-parse-result
        if not history-found and eh-employee not = spaces
                and eh-p-success = 'Y' and eh-count < 3000
            perform 0870-convertone
        end-if
    end-perform.
    if eh-convert-count > 0
        perform 0200-savehistory
    end-if.
    display 'Employees converted: ' eh-convert-count.

0860-readrate.
    if not eof-rate
        read rate-file
            at end
                move 'Y' to ws-eof-rate
        end-read
    end-if.

0870-convertone.
    move spaces to eh-new-rate.
    move 'N' to ws-eof-rate.
    open input rate-file.
    if ws-rate-ok
        perform 0860-readrate
        perform until eof-rate
            move spaces to eh-h-employee eh-h-name eh-h-rate
            unstring rate-record delimited by ','
                into eh-h-employee eh-h-name eh-h-rate
            end-unstring
            if eh-h-employee = eh-employee
                move eh-h-rate to eh-new-rate
            end-if
            perform 0860-readrate
        end-perform
        close rate-file
    end-if.
    compute eh-rate = function numval(eh-new-rate).
    move eh-rate to eh-rate-display.

    move spaces to eh-new-line.
    string function trim(eh-employee) ','
        function trim(eh-tok-3) ','
        'HIRE,ACTIVE,'
        function trim(eh-tok-4) ','
        function trim(eh-rate-display) ','
        function trim(eh-tok-2)
        delimited by size into eh-new-line.
    add 1 to eh-count.
    move eh-new-line to eh-lines(eh-count).
    add 1 to eh-convert-count.

    move 'CONVERT' to ej-action.
    move spaces to ej-before.
    move eh-new-line to ej-after.
    call 'maintjournal' using ej-program ej-action
        ej-before ej-after.

end program empmaint.

*>*****************************************************************
*> employeeasof                                                    *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Reconstructs one employee's record AS IT STOOD on a given date  *
*> from EMPHIST.DAT: the latest line dated on or before it gives   *
*> the name, department, rate and status, and the hires, rehires   *
*> and terminations up to it give the service - a rehire inside    *
*> SHOPSERVICE's bridging window keeps the employment before the   *
*> break, a later one starts over.  The payroll and leave programs *
*> call it per work date or pay date, ANNIV per employee.  The     *
*> history is read once per job and cached, the discipline the     *
*> other masters use.                                              *
*>                                                                *
*> CALL 'employeeasof' USING employee (x12), asof-linear, result   *
*> (the EMPASOF record).                                           *
*>*****************************************************************
identification division.
program-id. employeeasof.

environment division.
configuration section.
repository.
    function dateparse
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select history-file assign to 'emphist.dat'
        organization is line sequential
        access is sequential
        file status is ws-history-status.

data division.
file section.
fd  history-file.

01  history-record       pic x(100).

working-storage section.
copy shopservice.

01  ws-history-status    pic xx.
    88  ws-history-ok        value '00'.

01  ws-eof-history       pic x       value 'N'.
    88  eof-history          value 'Y'.
01  eo-loaded            pic x       value 'N'.
    88  history-loaded       value 'Y'.

01  eo-count             usage signed-int value 0.
01  eo-idx               usage signed-int.

01  eo-lines.
    05  eo-line occurs 3000 times.
        10  eol-employee     pic x(12).
        10  eol-eff-ld       usage signed-int.
        10  eol-action       pic x(8).
        10  eol-status       pic x(10).
        10  eol-department   pic x(12).
        10  eol-rate         pic s9(5)v9(4) comp-5.
        10  eol-name         pic x(24).

01  eo-tok-employee      pic x(12).
01  eo-tok-date          pic x(10).
01  eo-tok-action        pic x(8).
01  eo-tok-status        pic x(10).
01  eo-tok-department    pic x(12).
01  eo-tok-rate          pic x(12).
01  eo-tok-name          pic x(24).

01  eo-employed          pic x.
01  eo-credited          usage signed-int.
01  eo-term-ld           usage signed-int.

01  eo-parse-result.
    05  eo-p-fielded.
        10  eo-p-year        pic s9(9)   comp-5.
        10  eo-p-month       pic 99      comp-5.
        10  eo-p-dom         pic 99      comp-5.
    05  eo-p-success     pic x.

linkage section.
01  eo-employee          pic x(12).
01  eo-asof              usage signed-int.
copy empasof.

procedure division using eo-employee eo-asof empasof-result.
0100-main.
    perform 0200-loadhistory.

    move spaces to ea-name ea-department ea-status ea-action.
    move 0 to ea-rate ea-eff-ld ea-hire-ld ea-start-ld
        ea-service-ld.
    move 'N' to ea-found.
    move 'N' to eo-employed.
    move 0 to eo-credited eo-term-ld.

    perform varying eo-idx from 1 by 1 until eo-idx > eo-count
        if eol-employee(eo-idx) = eo-employee
                and eol-eff-ld(eo-idx) <= eo-asof
            perform 0300-oneline
        end-if
    end-perform.

    if ea-found = 'Y'
        if eo-employed = 'Y'
            compute ea-service-ld = ea-start-ld - eo-credited
        else
            compute ea-service-ld = eo-term-ld - eo-credited
        end-if
    end-if.
    goback.

*>*****************************************************************
*> 0300-oneline                                                    *
*>                                                                *
*> Employment spans: a hire opens one, a TERM closes it and banks  *
*> its days; a rehire inside the bridging window keeps the bank,   *
*> outside it empties it.                                          *
*>*****************************************************************
0300-oneline.
    move 'Y' to ea-found.
    move eol-name(eo-idx) to ea-name.
    move eol-department(eo-idx) to ea-department.
    move eol-rate(eo-idx) to ea-rate.
    move eol-status(eo-idx) to ea-status.
    move eol-action(eo-idx) to ea-action.
    move eol-eff-ld(eo-idx) to ea-eff-ld.

    evaluate eol-action(eo-idx)
        when 'HIRE'
        when 'REHIRE'
            if ea-hire-ld = 0
                move eol-eff-ld(eo-idx) to ea-hire-ld
                move 0 to eo-credited
            else
                if eo-employed = 'N'
                    if eol-eff-ld(eo-idx) - eo-term-ld
                            > shopservice-bridge-days
                        move 0 to eo-credited
                    end-if
                end-if
            end-if
            if eo-employed = 'N' or ea-start-ld = 0
                move eol-eff-ld(eo-idx) to ea-start-ld
            end-if
            move 'Y' to eo-employed
        when 'TERM'
            if eo-employed = 'Y'
                compute eo-credited = eo-credited
                    + eol-eff-ld(eo-idx) - ea-start-ld
                move eol-eff-ld(eo-idx) to eo-term-ld
                move 'N' to eo-employed
            end-if
    end-evaluate.

*>*****************************************************************
*> 0200-loadhistory / 0210-readhistory                             *
*>*****************************************************************
0200-loadhistory.
    if not history-loaded
        move 0 to eo-count
        move 'N' to ws-eof-history
        open input history-file
        if ws-history-ok
            perform 0210-readhistory
            perform until eof-history or eo-count >= 3000
                move spaces to eo-tok-employee eo-tok-date
                    eo-tok-action eo-tok-status eo-tok-department
                    eo-tok-rate eo-tok-name
                unstring history-record delimited by ','
                    into eo-tok-employee eo-tok-date eo-tok-action
                        eo-tok-status eo-tok-department eo-tok-rate
                        eo-tok-name
                end-unstring
                move dateparse(eo-tok-date, '02') to eo-parse-result
                if eo-tok-employee not = spaces
                        and eo-p-success = 'Y'
                    add 1 to eo-count
                    move eo-tok-employee to eol-employee(eo-count)
                    move fielded_to_linear(eo-p-year, eo-p-month,
                            eo-p-dom) to eol-eff-ld(eo-count)
                    move eo-tok-action to eol-action(eo-count)
                    move eo-tok-status to eol-status(eo-count)
                    move eo-tok-department
                        to eol-department(eo-count)
                    compute eol-rate(eo-count) =
                        function numval(eo-tok-rate)
                    move eo-tok-name to eol-name(eo-count)
                end-if
                perform 0210-readhistory
            end-perform
            close history-file
        end-if
        move 'Y' to eo-loaded
    end-if.

0210-readhistory.
    if not eof-history
        read history-file
            at end
                move 'Y' to ws-eof-history
        end-read
    end-if.

end program employeeasof.
