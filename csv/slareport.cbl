*>*****************************************************************
*> slareport - Service-desk SLA compliance in business minutes.    *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> The service desk measured its 4-business-hour response          *
*> commitment in a spreadsheet that counted nights and weekends.   *
*> This reads the ticketing system's daily extract - a CSV with a  *
*> header row and one ticket per row,                              *
*>                                                                *
*>   TICKET,PRIORITY,OPENED,FIRSTRESPONSE,RESOLVED                 *
*>                                                                *
*> timestamps as YYYY-MM-DD HH:MM (or with a 'T'), blank while     *
*> the ticket is waiting - through the CSVPARSER library, and      *
*> measures each ticket's response (OPENED to FIRSTRESPONSE) and   *
*> resolution (OPENED to RESOLVED) in business minutes through     *
*> ELAPSEDBUSINESSMINUTES, so only SHOPHOURS time on days the      *
*> holiday calendar has the shop open counts.  The commitments     *
*> come from the SLA master SLAMAST.DAT, one line per priority,    *
*>                                                                *
*>   PRIORITY,RESPONSEMINUTES,RESOLUTIONMINUTES                    *
*>                                                                *
*> A ticket still waiting is measured to the as-of moment, so one  *
*> already past its commitment is a breach now rather than when    *
*> somebody finally answers it.                                    *
*>                                                                *
*> The compliance report groups tickets by the fiscal period they  *
*> were opened in (FISCALPERIODOF) and priority: tickets, response *
*> and resolution breaches, percentage met and average business    *
*> minutes, with a total per period.  It is followed by every      *
*> breach, and by the tickets still open that will breach within   *
*> the next business hour (ADDBUSINESSMINUTES gives the moment     *
*> each one falls due).  Each breach goes to ALERTADD - severity   *
*> C while the ticket is still waiting, W once it has been         *
*> answered or resolved late - keyed by ticket.                    *
*>                                                                *
*> Command line: [extract] [fiscal-start] [as-of-date]             *
*>               [as-of-time]                                      *
*>                                                                *
*> EXTRACT defaults to tickets.csv, FISCAL-START to 1 (January),   *
*> and the as-of moment (YYYY-MM-DD and HH:MM) to now.             *
*> RETURN-CODE 4 when any ticket breached or is about to, 8 when   *
*> the SLA master or extract cannot be read or a row was unusable, *
*> 16 when the period/priority table overflowed.                   *
*>*****************************************************************
identification division.
program-id. slareport.

environment division.
configuration section.
repository.
    function addbusinessminutes
    function dateformat
    function dateparse
    function elapsedbusinessminutes
    function fielded_to_linear
    function fiscalperiodof
    function linear_to_fielded
    function all intrinsic.

input-output section.
file-control.

    select sla-file assign to 'slamast.dat'
        organization is line sequential
        access is sequential
        file status is ws-sla-status.

data division.
file section.
fd  sla-file.

01  sla-record          pic x(80).

working-storage section.

01  ws-arg-input        pic x(40).
01  ws-arg-fiscal       pic x(4).
01  ws-arg-asof-date    pic x(10).
01  ws-arg-asof-time    pic x(5).

01  ws-sla-status       pic xx.
    88  ws-sla-ok           value '00'.
01  ws-eof-sla          pic x       value 'N'.
    88  eof-sla             value 'Y'.

01  ws-delimiter        usage signed-int value 44.

01  csvhandle           usage pointer.
01  bufptr              usage pointer.
01  filename            pic x(40).
01  buffer              pic x(8000) based.

01  bool                usage signed-int.
    88  success             value 0.
    88  failure             value -1.

01  csv_event       usage signed-int value 0.
    88  cpe_none           value 0.
    88  cpe_call_getfield  value 1.
    88  cpe_end_of_record  value 2.
    88  cpe_end_of_file    value 3.
    88  cpe_invalid        value 4.

01  fieldnum        usage signed-int.
01  ws-field        pic x(80).
01  ws-csv-fields   occurs 20 times pic x(80).
01  ws-diag-line        usage signed-int.
01  ws-diag-column      usage signed-int.
01  ws-field-actual-len usage signed-int.

*>  The SLA master.
*>
01  sr-sla-count        usage signed-int value 0.
01  sr-sla-idx          usage signed-int.
01  sr-slas.
    05  sr-sla occurs 10 times.
        10  srs-priority     pic x(8).
        10  srs-response     usage signed-int.
        10  srs-resolve      usage signed-int.
01  sr-tok-priority     pic x(8).
01  sr-tok-response     pic x(10).
01  sr-tok-resolve      pic x(10).

*>  One line of the compliance report per fiscal period and
*>  priority.
*>
01  sr-group-count      usage signed-int value 0.
01  sr-gdx              usage signed-int.
01  sr-groups.
    05  sr-group occurs 300 times.
        10  srg-fy           pic s9(9) comp-5.
        10  srg-period       pic 99 comp-5.
        10  srg-sla          usage signed-int.
        10  srg-tickets      usage signed-int.
        10  srg-resp-count   usage signed-int.
        10  srg-resp-breach  usage signed-int.
        10  srg-resp-minutes usage signed-int.
        10  srg-res-count    usage signed-int.
        10  srg-res-breach   usage signed-int.
        10  srg-res-minutes  usage signed-int.
        10  srg-printed      pic x.
01  sr-next             usage signed-int.
01  sr-cur-fy           pic s9(9) comp-5.
01  sr-cur-period       pic 99 comp-5.

*>  The ticket in hand.
*>
01  sr-ticket           pic x(20).
01  sr-priority         pic x(8).
01  sr-ts-text          pic x(20).
01  sr-ts-ok            pic x.
01  sr-date-text        pic x(10).
01  sr-ts-ld            usage signed-int.
01  sr-ts-min           usage signed-int.
01  sr-open-ld          usage signed-int.
01  sr-open-min         usage signed-int.
01  sr-resp-ld          usage signed-int.
01  sr-resp-min         usage signed-int.
01  sr-res-ld           usage signed-int.
01  sr-res-min          usage signed-int.
01  sr-has-resp         pic x.
01  sr-has-res          pic x.
01  sr-row-ok           pic x.
01  sr-elapsed          usage signed-int.
01  sr-limit            usage signed-int.
01  sr-measure          pic x(10).
01  sr-hh               pic 99.
01  sr-mm               pic 99.

01  sr-now-ld           usage signed-int.
01  sr-now-min          usage signed-int.
01  sr-fiscalstart      pic 99 comp-5 value 1.
01  sr-fpo-result.
    05  sr-fpo-period       pic 99      comp-5.
    05  sr-fpo-fiscalyear   pic s9(9)   comp-5.

01  sr-abm-result.
    05  sr-due-ld           usage signed-int.
    05  sr-due-min          usage signed-int.
01  sr-due-fielded.
    05  sr-d-year           pic s9(9)   comp-5.
    05  sr-d-month          pic 99      comp-5.
    05  sr-d-dom            pic 99      comp-5.
    05  sr-d-doy            pic 999     comp-5.
    05  sr-d-dow            pic 9       comp-5.
01  sr-date-fmt         pic x(20).

01  sr-parse-result.
    05  sr-p-fielded.
        10  sr-p-year        pic s9(9)   comp-5.
        10  sr-p-month       pic 99      comp-5.
        10  sr-p-dom         pic 99      comp-5.
    05  sr-p-success     pic x.

*>  The breach and at-risk lists print after the report.
*>
01  sr-list-count       usage signed-int value 0.
01  sr-ldx              usage signed-int.
01  sr-list.
    05  sr-list-line        pic x(78) occurs 500 times.
01  sr-list-over        usage signed-int value 0.
01  sr-risk-count       usage signed-int value 0.
01  sr-risks.
    05  sr-risk-line        pic x(78) occurs 200 times.
01  sr-line             pic x(78).
01  sr-waiting          pic x(16).

01  sr-al-severity      pic x.
01  sr-al-job           pic x(12) value 'SLAREPORT'.
01  sr-al-key           pic x(40).
01  sr-al-message       pic x(60).

01  sr-rec-count        usage signed-int value 0.
01  sr-bad-count        usage signed-int value 0.
01  sr-breach-count     usage signed-int value 0.

01  sr-tot-tickets      usage signed-int.
01  sr-tot-resp-count   usage signed-int.
01  sr-tot-resp-breach  usage signed-int.
01  sr-tot-res-count    usage signed-int.
01  sr-tot-res-breach   usage signed-int.
01  sr-tot-resp-minutes usage signed-int.
01  sr-tot-res-minutes  usage signed-int.

01  sr-pct-work         pic s9(5)v9 comp-5.
01  sr-avg-work         usage signed-int.
01  sr-elapsed-display  pic z(5)9.
01  sr-limit-display    pic z(5)9.

01  period-heading.
    05  filler          pic x(7)    value 'Period '.
    05  ph-fy           pic 9(4).
    05  filler          pic x       value '-'.
    05  ph-period       pic 99.

01  column-heading.
    05  filler          pic x(40)
        value 'Priority  Tickets  Resp brch   Met%  Avg'.
    05  filler          pic x(38)
        value '   Resl brch   Met%   Avg'.

01  report-line.
    05  rl-priority     pic x(8).
    05  rl-tickets      pic z(7)9.
    05  filler          pic x       value ' '.
    05  rl-resp-breach  pic z(8)9.
    05  filler          pic x       value ' '.
    05  rl-resp-pct     pic zz9.9.
    05  filler          pic x       value ' '.
    05  rl-resp-avg     pic z(5)9.
    05  filler          pic x       value ' '.
    05  rl-res-breach   pic z(8)9.
    05  filler          pic x       value ' '.
    05  rl-res-pct      pic zz9.9.
    05  filler          pic x       value ' '.
    05  rl-res-avg      pic z(5)9.

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

    move spaces to ws-arg-input.
    display 1 upon argument-number.
    accept ws-arg-input from argument-value.
    if ws-arg-input = spaces or ws-arg-input = low-values
        move 'tickets.csv' to ws-arg-input
    end-if.

    move spaces to ws-arg-fiscal.
    display 2 upon argument-number.
    accept ws-arg-fiscal from argument-value.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to sr-fiscalstart
    end-if.
    if sr-fiscalstart < 1 or sr-fiscalstart > 12
        move 1 to sr-fiscalstart
    end-if.

    move spaces to ws-arg-asof-date ws-arg-asof-time.
    display 3 upon argument-number.
    accept ws-arg-asof-date from argument-value.
    display 4 upon argument-number.
    accept ws-arg-asof-time from argument-value.

    if ws-arg-asof-date = spaces or ws-arg-asof-date = low-values
        move function current-date to time-stamp
        move fielded_to_linear(ts-year, ts-month, ts-dom)
            to sr-now-ld
        compute sr-now-min = ts-hours * 60 + ts-minutes
    else
        move spaces to sr-ts-text
        string ws-arg-asof-date ' ' ws-arg-asof-time
            delimited by size into sr-ts-text
        if ws-arg-asof-time = spaces or ws-arg-asof-time = low-values
            move '00:00' to sr-ts-text(12:5)
        end-if
        perform 0350-parsestamp
        if sr-ts-ok not = 'Y'
            display 'Invalid as-of moment: ' sr-ts-text
            move 8 to return-code
            go to 9000-end
        end-if
        move sr-ts-ld to sr-now-ld
        move sr-ts-min to sr-now-min
    end-if.

    perform 0100-loadsla.
    if sr-sla-count = 0
        display 'No SLA commitments read from slamast.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform 0150-opencsv.
    if failure
        display 'Cannot open ' ws-arg-input
        move 8 to return-code
        go to 9000-end
    end-if.

*>  skip the csv header line, then read the first data row.
*>
    perform 0520-getcsvrow.
    perform 0520-getcsvrow.
    perform until failure or cpe_end_of_file or cpe_invalid
        if fieldnum > 0
            add 1 to sr-rec-count
            perform 0300-oneticket thru 0300-exit
        end-if
        perform 0520-getcsvrow
    end-perform.
    call 'csvparser_closefile' using
        by value csvhandle
        returning bool
    end-call.
    if cpe_invalid
        display 'CSV file is not valid at line ' ws-diag-line
            ' column ' ws-diag-column '.'
        move 8 to return-code
    end-if.

    perform 0600-report.
    perform 0700-lists.

    display ' '.
    display '=============================================='.
    display 'Tickets read:      ' sr-rec-count.
    display 'Unusable rows:     ' sr-bad-count.
    display 'Breaches:          ' sr-breach-count.
    display 'Breaching within the hour: ' sr-risk-count.

    if return-code < 16
        if sr-bad-count > 0
            move 8 to return-code
        else
            if return-code < 4
                    and (sr-breach-count > 0 or sr-risk-count > 0)
                move 4 to return-code
            end-if
        end-if
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadsla                                                    *
*>*****************************************************************
0100-loadsla.
    open input sla-file.
    if ws-sla-ok
        perform 0110-readsla
        perform until eof-sla
            if sla-record not = spaces and sla-record(1:1) not = '*'
                perform 0120-onesla
            end-if
            perform 0110-readsla
        end-perform
        close sla-file
    end-if.

0110-readsla.
    read sla-file
        at end
            move 'Y' to ws-eof-sla
    end-read.

0120-onesla.
    move spaces to sr-tok-priority sr-tok-response sr-tok-resolve.
    unstring sla-record delimited by ','
        into sr-tok-priority sr-tok-response sr-tok-resolve
    end-unstring.
    if function test-numval(sr-tok-response) not = 0
            or function test-numval(sr-tok-resolve) not = 0
        display 'SLA master line ignored: ' function trim(sla-record)
    else
        if sr-sla-count < 10
            add 1 to sr-sla-count
            move function upper-case(function trim(sr-tok-priority))
                to srs-priority(sr-sla-count)
            compute srs-response(sr-sla-count) =
                function numval(sr-tok-response)
            compute srs-resolve(sr-sla-count) =
                function numval(sr-tok-resolve)
        end-if
    end-if.

*>*****************************************************************
*> 0150-opencsv                                                    *
*>*****************************************************************
0150-opencsv.
    string ws-arg-input delimited by space x'00' delimited by size
        into filename.
    call 'csvparser_openfile' using
        by reference csvhandle
        by reference filename
        by value ws-delimiter
        returning bool.

*>*****************************************************************
*> 0300-oneticket                                                  *
*>*****************************************************************
0300-oneticket.
    move 'Y' to sr-row-ok.
    move function trim(ws-csv-fields(1)) to sr-ticket.
    move function upper-case(function trim(ws-csv-fields(2)))
        to sr-priority.

    move 0 to sr-sla-idx.
    perform varying sr-gdx from 1 by 1 until sr-gdx > sr-sla-count
        if srs-priority(sr-gdx) = sr-priority
            move sr-gdx to sr-sla-idx
        end-if
    end-perform.
    if sr-sla-idx = 0
        display 'Ticket ' function trim(sr-ticket)
            ': no SLA for priority ' function trim(sr-priority) '.'
        add 1 to sr-bad-count
        go to 0300-exit
    end-if.

    move ws-csv-fields(3) to sr-ts-text.
    perform 0350-parsestamp.
    if sr-ts-ok not = 'Y'
        move 'N' to sr-row-ok
    end-if.
    move sr-ts-ld to sr-open-ld.
    move sr-ts-min to sr-open-min.

    move 'N' to sr-has-resp sr-has-res.
    if ws-csv-fields(4) not = spaces and fieldnum >= 4
        move ws-csv-fields(4) to sr-ts-text
        perform 0350-parsestamp
        if sr-ts-ok not = 'Y'
            move 'N' to sr-row-ok
        end-if
        move 'Y' to sr-has-resp
        move sr-ts-ld to sr-resp-ld
        move sr-ts-min to sr-resp-min
    end-if.
    if ws-csv-fields(5) not = spaces and fieldnum >= 5
        move ws-csv-fields(5) to sr-ts-text
        perform 0350-parsestamp
        if sr-ts-ok not = 'Y'
            move 'N' to sr-row-ok
        end-if
        move 'Y' to sr-has-res
        move sr-ts-ld to sr-res-ld
        move sr-ts-min to sr-res-min
    end-if.
    if sr-row-ok not = 'Y'
        display 'Ticket ' function trim(sr-ticket)
            ': unreadable timestamp.'
        add 1 to sr-bad-count
        go to 0300-exit
    end-if.

    move fiscalperiodof(sr-open-ld, sr-fiscalstart)
        to sr-fpo-result.
    perform 0400-findgroup.
    if sr-gdx = 0
        go to 0300-exit
    end-if.
    add 1 to srg-tickets(sr-gdx).

*>  Response: to the first response, or to now while waiting.
*>
    move 'Response' to sr-measure.
    move srs-response(sr-sla-idx) to sr-limit.
    if sr-has-resp = 'Y'
        move elapsedbusinessminutes(sr-open-ld, sr-open-min,
            sr-resp-ld, sr-resp-min) to sr-elapsed
        add 1 to srg-resp-count(sr-gdx)
        add sr-elapsed to srg-resp-minutes(sr-gdx)
        if sr-elapsed > sr-limit
            add 1 to srg-resp-breach(sr-gdx)
            move 'W' to sr-al-severity
            perform 0500-breach
        end-if
    else
        if sr-has-res = 'N'
            perform 0450-waiting
        end-if
    end-if.

*>  Resolution: likewise to RESOLVED or to now.
*>
    move 'Resolution' to sr-measure.
    move srs-resolve(sr-sla-idx) to sr-limit.
    if sr-has-res = 'Y'
        move elapsedbusinessminutes(sr-open-ld, sr-open-min,
            sr-res-ld, sr-res-min) to sr-elapsed
        add 1 to srg-res-count(sr-gdx)
        add sr-elapsed to srg-res-minutes(sr-gdx)
        if sr-elapsed > sr-limit
            add 1 to srg-res-breach(sr-gdx)
            move 'W' to sr-al-severity
            perform 0500-breach
        end-if
    else
        perform 0450-waiting
    end-if.
0300-exit.
    exit.

*>*****************************************************************
*> 0350-parsestamp                                                 *
*>                                                                *
*> SR-TS-TEXT as YYYY-MM-DD HH:MM (or YYYY-MM-DDTHH:MM) into a     *
*> linear date and minutes since midnight.                         *
*>*****************************************************************
0350-parsestamp.
    move 'N' to sr-ts-ok.
    move 0 to sr-ts-ld sr-ts-min.
    move function trim(sr-ts-text) to sr-ts-text.
    if sr-ts-text(1:4) is numeric and sr-ts-text(5:1) = '-'
            and sr-ts-text(6:2) is numeric and sr-ts-text(8:1) = '-'
            and sr-ts-text(9:2) is numeric
            and (sr-ts-text(11:1) = ' ' or sr-ts-text(11:1) = 'T')
            and sr-ts-text(12:2) is numeric
            and sr-ts-text(14:1) = ':'
            and sr-ts-text(15:2) is numeric
        move sr-ts-text(12:2) to sr-hh
        move sr-ts-text(15:2) to sr-mm
        if sr-hh < 24 and sr-mm < 60
            move sr-ts-text(1:10) to sr-date-text
            move dateparse(sr-date-text, '02') to sr-parse-result
            if sr-p-success = 'Y'
                move fielded_to_linear(sr-p-year, sr-p-month,
                    sr-p-dom) to sr-ts-ld
                compute sr-ts-min = sr-hh * 60 + sr-mm
                move 'Y' to sr-ts-ok
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0400-findgroup                                                  *
*>*****************************************************************
0400-findgroup.
    move 0 to sr-next.
    perform varying sr-gdx from 1 by 1 until sr-gdx > sr-group-count
        if srg-fy(sr-gdx) = sr-fpo-fiscalyear
                and srg-period(sr-gdx) = sr-fpo-period
                and srg-sla(sr-gdx) = sr-sla-idx
            move sr-gdx to sr-next
        end-if
    end-perform.
    if sr-next = 0
        if sr-group-count >= 300
            display 'More than 300 period/priority groups; ticket '
                function trim(sr-ticket) ' not reported.'
            move 16 to return-code
        else
            add 1 to sr-group-count
            move sr-group-count to sr-next
            initialize sr-group(sr-next)
            move sr-fpo-fiscalyear to srg-fy(sr-next)
            move sr-fpo-period to srg-period(sr-next)
            move sr-sla-idx to srg-sla(sr-next)
        end-if
    end-if.
    move sr-next to sr-gdx.

*>*****************************************************************
*> 0450-waiting                                                    *
*>                                                                *
*> A ticket still waiting on SR-MEASURE: measured to now, it is    *
*> either already in breach or - when less than a business hour    *
*> is left - listed as about to be.                                *
*>*****************************************************************
0450-waiting.
    move elapsedbusinessminutes(sr-open-ld, sr-open-min,
        sr-now-ld, sr-now-min) to sr-elapsed.
    if sr-elapsed > sr-limit
        if sr-measure = 'Response'
            add 1 to srg-resp-breach(sr-gdx)
        else
            add 1 to srg-res-breach(sr-gdx)
        end-if
        move 'C' to sr-al-severity
        perform 0500-breach
    else
        if sr-elapsed + 60 > sr-limit
            move addbusinessminutes(sr-open-ld, sr-open-min, sr-limit)
                to sr-abm-result
            move linear_to_fielded(sr-due-ld) to sr-due-fielded
            move dateformat(sr-due-fielded, '01') to sr-date-fmt
            compute sr-hh = sr-due-min / 60
            compute sr-mm = function mod(sr-due-min, 60)
            compute sr-elapsed = sr-limit - sr-elapsed
            move sr-elapsed to sr-elapsed-display
            move spaces to sr-line
            string sr-ticket ' ' sr-priority ' '
                sr-measure ' due ' sr-date-fmt(1:10) ' '
                sr-hh ':' sr-mm '  ('
                function trim(sr-elapsed-display) ' min left)'
                delimited by size into sr-line
            if sr-risk-count < 200
                add 1 to sr-risk-count
                move sr-line to sr-risk-line(sr-risk-count)
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0500-breach                                                     *
*>*****************************************************************
0500-breach.
    add 1 to sr-breach-count.
    move spaces to sr-waiting.
    if sr-al-severity = 'C'
        move ' - STILL WAITING' to sr-waiting
    end-if.
    move sr-elapsed to sr-elapsed-display.
    move sr-limit to sr-limit-display.
    move spaces to sr-line.
    string sr-ticket ' ' sr-priority ' ' sr-measure ' '
        function trim(sr-elapsed-display) ' min vs '
        function trim(sr-limit-display) sr-waiting
        delimited by size into sr-line.
    if sr-list-count < 500
        add 1 to sr-list-count
        move sr-line to sr-list-line(sr-list-count)
    else
        add 1 to sr-list-over
    end-if.

    move sr-ticket to sr-al-key.
    move spaces to sr-al-message.
    string function trim(sr-priority) ' ' function trim(sr-measure)
        ' SLA breach: ' function trim(sr-elapsed-display)
        ' business min vs ' function trim(sr-limit-display)
        delimited by size into sr-al-message.
    call 'alertadd' using sr-al-severity sr-al-job sr-al-key
        sr-al-message.

*>*****************************************************************
*> 0600-report                                                     *
*>                                                                *
*> Periods in order; within a period, priorities in SLA-master     *
*> order.                                                          *
*>*****************************************************************
0600-report.
    display '=============================================='.
    display 'Service-desk SLA compliance (business minutes)'.
    display '=============================================='.
    move 1 to sr-next.
    perform until sr-next = 0
        move 0 to sr-next
        perform varying sr-gdx from 1 by 1
                until sr-gdx > sr-group-count
            if srg-printed(sr-gdx) not = 'Y'
                if sr-next = 0
                    move sr-gdx to sr-next
                else
                    if srg-fy(sr-gdx) < srg-fy(sr-next)
                            or (srg-fy(sr-gdx) = srg-fy(sr-next)
                            and srg-period(sr-gdx)
                                < srg-period(sr-next))
                        move sr-gdx to sr-next
                    end-if
                end-if
            end-if
        end-perform
        if sr-next > 0
            move srg-fy(sr-next) to sr-cur-fy
            move srg-period(sr-next) to sr-cur-period
            perform 0650-oneperiod
        end-if
    end-perform.

0650-oneperiod.
    move sr-cur-fy to ph-fy.
    move sr-cur-period to ph-period.
    display ' '.
    display period-heading.
    display column-heading.
    move 0 to sr-tot-tickets sr-tot-resp-count sr-tot-resp-breach
        sr-tot-res-count sr-tot-res-breach sr-tot-resp-minutes
        sr-tot-res-minutes.
    perform varying sr-sla-idx from 1 by 1
            until sr-sla-idx > sr-sla-count
        perform varying sr-gdx from 1 by 1
                until sr-gdx > sr-group-count
            if srg-fy(sr-gdx) = sr-cur-fy
                    and srg-period(sr-gdx) = sr-cur-period
                    and srg-sla(sr-gdx) = sr-sla-idx
                move 'Y' to srg-printed(sr-gdx)
                move srs-priority(sr-sla-idx) to rl-priority
                move srg-tickets(sr-gdx) to rl-tickets
                move srg-resp-breach(sr-gdx) to rl-resp-breach
                move srg-res-breach(sr-gdx) to rl-res-breach
                compute sr-pct-work rounded =
                    (srg-tickets(sr-gdx) - srg-resp-breach(sr-gdx))
                    * 100 / srg-tickets(sr-gdx)
                move sr-pct-work to rl-resp-pct
                compute sr-pct-work rounded =
                    (srg-tickets(sr-gdx) - srg-res-breach(sr-gdx))
                    * 100 / srg-tickets(sr-gdx)
                move sr-pct-work to rl-res-pct
                move 0 to sr-avg-work
                if srg-resp-count(sr-gdx) > 0
                    compute sr-avg-work rounded =
                        srg-resp-minutes(sr-gdx)
                        / srg-resp-count(sr-gdx)
                end-if
                move sr-avg-work to rl-resp-avg
                move 0 to sr-avg-work
                if srg-res-count(sr-gdx) > 0
                    compute sr-avg-work rounded =
                        srg-res-minutes(sr-gdx)
                        / srg-res-count(sr-gdx)
                end-if
                move sr-avg-work to rl-res-avg
                display report-line
                add srg-tickets(sr-gdx) to sr-tot-tickets
                add srg-resp-breach(sr-gdx) to sr-tot-resp-breach
                add srg-res-breach(sr-gdx) to sr-tot-res-breach
                add srg-resp-count(sr-gdx) to sr-tot-resp-count
                add srg-res-count(sr-gdx) to sr-tot-res-count
                add srg-resp-minutes(sr-gdx) to sr-tot-resp-minutes
                add srg-res-minutes(sr-gdx) to sr-tot-res-minutes
            end-if
        end-perform
    end-perform.
    move 'Total' to rl-priority.
    move sr-tot-tickets to rl-tickets.
    move sr-tot-resp-breach to rl-resp-breach.
    move sr-tot-res-breach to rl-res-breach.
    compute sr-pct-work rounded =
        (sr-tot-tickets - sr-tot-resp-breach) * 100 / sr-tot-tickets.
    move sr-pct-work to rl-resp-pct.
    compute sr-pct-work rounded =
        (sr-tot-tickets - sr-tot-res-breach) * 100 / sr-tot-tickets.
    move sr-pct-work to rl-res-pct.
    move 0 to sr-avg-work.
    if sr-tot-resp-count > 0
        compute sr-avg-work rounded =
            sr-tot-resp-minutes / sr-tot-resp-count
    end-if.
    move sr-avg-work to rl-resp-avg.
    move 0 to sr-avg-work.
    if sr-tot-res-count > 0
        compute sr-avg-work rounded =
            sr-tot-res-minutes / sr-tot-res-count
    end-if.
    move sr-avg-work to rl-res-avg.
    display report-line.

*>*****************************************************************
*> 0700-lists                                                      *
*>*****************************************************************
0700-lists.
    display ' '.
    display 'Breaches'.
    display '--------'.
    perform varying sr-ldx from 1 by 1 until sr-ldx > sr-list-count
        display sr-list-line(sr-ldx)
    end-perform.
    if sr-list-over > 0
        display '... and ' sr-list-over ' more.'
    end-if.
    if sr-list-count = 0
        display '(none)'
    end-if.

    display ' '.
    display 'Open tickets breaching within the next business hour'.
    display '----------------------------------------------------'.
    perform varying sr-ldx from 1 by 1 until sr-ldx > sr-risk-count
        display sr-risk-line(sr-ldx)
    end-perform.
    if sr-risk-count = 0
        display '(none)'
    end-if.

*>*****************************************************************
*> 0520-getcsvrow                                                  *
*>                                                                *
*> Reads one CSV row via the CSVPARSER library, landing each       *
*> field in WS-CSV-FIELDS by position - the same shape AGING's     *
*> CSV mode uses.                                                  *
*>*****************************************************************
0520-getcsvrow.

    move 0 to csv_event.
    move 0 to fieldnum.
    move spaces to ws-csv-fields(1) ws-csv-fields(2) ws-csv-fields(3)
        ws-csv-fields(4) ws-csv-fields(5).
    perform until failure or cpe_end_of_record or cpe_end_of_file
                            or cpe_invalid

        call 'csvparser_getevent' using
            by value     csvhandle
            by reference csv_event
            by reference ws-diag-line
            by reference ws-diag-column
            returning bool
        end-call

        if success and cpe_call_getfield
            call 'csvparser_getfield' using
                by value      csvhandle
                by reference  bufptr
                returning bool
            end-call

            set address of buffer to bufptr

            add 1 to fieldnum
            move spaces to ws-field
            unstring buffer delimited by x'00' into ws-field

            call 'csvparser_getfieldlen' using
                by value     csvhandle
                by reference ws-field-actual-len
                returning bool
            end-call

            if fieldnum <= 20
                move ws-field to ws-csv-fields(fieldnum)
            end-if
        end-if

    end-perform.

    if success and cpe_end_of_record
        call 'csvparser_getevent' using
            by value     csvhandle
            by reference csv_event
            by reference ws-diag-line
            by reference ws-diag-column
            returning bool
        end-call
    end-if.

end program slareport.
