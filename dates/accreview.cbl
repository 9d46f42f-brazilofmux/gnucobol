*>*****************************************************************
*> accreview - Quarterly access review and segregation of duties.  *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> The quarterly SOX access review was done by printing            *
*> OPERAUTH.DAT and asking around.  This lists every grant with    *
*> its last use - the latest MAINTJRNL.DAT entry its operator      *
*> made under that program and action ('*' grants matching as      *
*> OPERAUTH matches them) - and flags a grant DORMANT when it has  *
*> not been used for the dormancy limit (90 days by default) or    *
*> was never used at all.                                          *
*>                                                                *
*> SODRULES.DAT names the duties one operator must not hold        *
*> together, one comma-delimited line per rule,                    *
*>                                                                *
*>   RULEID,PROGRAM-A,ACTION-A,PROGRAM-B,ACTION-B,DESCRIPTION      *
*>                                                                *
*> e.g. BANKMAINT,SET against DUPSCREEN,RELEASE.  ACTION '*' is    *
*> any action of the program.  A PERIODMAINT change carrying a     *
*> second operator is a dual-controlled reopen: its requester      *
*> counts as performing PERIODMAINT REOPEN and its second          *
*> operator PERIODMAINT APPROVE, and both are held through the     *
*> PERIODMAINT SET grant that PERIODMAINT checks for each - so     *
*>                                                                *
*>   SOD02,PERIODMAINT,REOPEN,PERIODMAINT,APPROVE,...              *
*>                                                                *
*> is the reopen rule.  For each rule the report lists             *
*>                                                                *
*>   - every operator whose grants cover both sides, and           *
*>   - every operator the journal shows actually performing both   *
*>     sides within the review quarter (the calendar quarter       *
*>     containing the as-of date, through the as-of date).         *
*>                                                                *
*> Journal entries written before MAINTJOURNAL recorded the        *
*> operator name nobody and are counted, not attributed.           *
*>                                                                *
*> The review is written to ACCSIGN.DAT for the reviewer's         *
*> attestation - an H line of control totals, a G line per grant   *
*> and an X line per conflict, each ending in an empty DECISION    *
*> column for KEEP or REVOKE, and a closing S line for the         *
*> reviewer's name and sign-off date:                              *
*>                                                                *
*>   H,ASOF,QUARTERFROM,DORMANTDAYS,GRANTS,DORMANT,GRANTCONFLICTS, *
*>     EVENTCONFLICTS                                              *
*>   G,OPERATOR,PROGRAM,ACTION,LASTUSED,STATUS,DECISION            *
*>   X,RULEID,OPERATOR,GRANT|EVENT,DECISION                        *
*>   S,REVIEWER,SIGNEDDATE                                         *
*>                                                                *
*> Command line: [as-of-date] [dormant-days]                       *
*>               (default the current business date, 90)           *
*>                                                                *
*> RETURN-CODE 4 when anything is flagged, 8 for a bad argument or *
*> a missing OPERAUTH.DAT, 16 when a table overflows (no sign-off  *
*> file is written).                                               *
*>*****************************************************************
identification division.
program-id. accreview.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateparse
    function fielded_to_linear
    function linear_to_fielded
    function all intrinsic.

input-output section.
file-control.

    select auth-file assign to 'operauth.dat'
        organization is line sequential
        access is sequential
        file status is ws-auth-status.

    select journal-file assign to 'maintjrnl.dat'
        organization is line sequential
        access is sequential
        file status is ws-journal-status.

    select rule-file assign to 'sodrules.dat'
        organization is line sequential
        access is sequential
        file status is ws-rule-status.

    select signoff-file assign to 'accsign.dat'
        organization is line sequential
        access is sequential
        file status is ws-signoff-status.

data division.
file section.
fd  auth-file.

01  auth-record          pic x(80).

fd  journal-file.

01  journal-record.
    05  jr-date         pic x(10).
    05  filler          pic x.
    05  jr-time         pic x(8).
    05  filler          pic x.
    05  jr-program      pic x(12).
    05  filler          pic x.
    05  jr-action       pic x(8).
    05  filler          pic x.
    05  jr-before       pic x(80).
    05  filler          pic x.
    05  jr-after        pic x(80).
    05  filler          pic x.
    05  jr-operator     pic x(8).

fd  rule-file.

01  rule-record          pic x(120).

fd  signoff-file.

01  signoff-record       pic x(100).

working-storage section.
01  ws-auth-status       pic xx.
    88  ws-auth-ok           value '00'.
01  ws-journal-status    pic xx.
    88  ws-journal-ok        value '00'.
01  ws-rule-status       pic xx.
    88  ws-rule-ok           value '00'.
01  ws-signoff-status    pic xx.
    88  ws-signoff-ok        value '00'.

01  ws-eof-auth          pic x       value 'N'.
    88  eof-auth             value 'Y'.
01  ws-eof-journal       pic x       value 'N'.
    88  eof-journal          value 'Y'.
01  ws-eof-rule          pic x       value 'N'.
    88  eof-rule             value 'Y'.

01  ws-cmdline           pic x(60).
01  ws-arg-asof          pic x(20).
01  ws-arg-days          pic x(8).

01  ar-asof-ld           usage signed-int.
01  ar-qtr-ld            usage signed-int.
01  ar-dormant-days      usage signed-int value 90.
01  ar-qtr-month         pic 99 comp-5.
01  ar-first-day         pic 99 comp-5 value 1.

*>  the grants, each with its last use.
*>
01  ar-grants.
    05  ar-grant occurs 200 times.
        10  agr-operator     pic x(8).
        10  agr-program      pic x(12).
        10  agr-action       pic x(8).
        10  agr-last-ld      usage signed-int.
        10  agr-status       pic x(7).
01  ar-grant-count       usage signed-int value 0.

*>  the segregation rules.
*>
01  ar-rules.
    05  ar-rule occurs 50 times.
        10  aru-id           pic x(8).
        10  aru-a-program    pic x(12).
        10  aru-a-action     pic x(8).
        10  aru-b-program    pic x(12).
        10  aru-b-action     pic x(8).
        10  aru-description  pic x(40).
01  ar-rule-count        usage signed-int value 0.

*>  per rule and operator, what the quarter's journal shows them
*>  doing on each side.
*>
01  ar-hits.
    05  ar-hit occurs 1000 times.
        10  arh-rule         usage signed-int.
        10  arh-operator     pic x(8).
        10  arh-a-count      usage signed-int.
        10  arh-b-count      usage signed-int.
        10  arh-a-last-ld    usage signed-int.
        10  arh-b-last-ld    usage signed-int.
01  ar-hit-count         usage signed-int value 0.
01  ar-overflow          pic x value 'N'.

01  ar-gidx              usage signed-int.
01  ar-ridx              usage signed-int.
01  ar-hidx              usage signed-int.
01  ar-oidx              usage signed-int.

*>  one journal event: who, under which program and action.
*>
01  ar-ev-operator       pic x(8).
01  ar-ev-program        pic x(12).
01  ar-ev-action         pic x(8).
01  ar-ev-ld             usage signed-int.

*>  one rule side, and whether the operator's grants cover it.
*>
01  ar-side-operator     pic x(8).
01  ar-side-program      pic x(12).
01  ar-side-action       pic x(8).
01  ar-held              pic x.
01  ar-held-a            pic x.
01  ar-conflict          pic x.

01  ar-tok-1             pic x(40).
01  ar-tok-2             pic x(40).
01  ar-tok-3             pic x(40).
01  ar-tok-4             pic x(40).
01  ar-tok-5             pic x(40).
01  ar-tok-6             pic x(40).
01  ar-date-work         pic x(20).

01  ar-event-count       usage signed-int value 0.
01  ar-unattributed      usage signed-int value 0.
01  ar-dormant-count     usage signed-int value 0.
01  ar-grant-conflicts   usage signed-int value 0.
01  ar-event-conflicts   usage signed-int value 0.
01  ar-days-since        usage signed-int.

01  ar-fielded-date.
    05  ar-year              pic s9(9)   comp-5.
    05  ar-month             pic 99      comp-5.
    05  ar-dom               pic 99      comp-5.
    05  ar-doy               pic 999     comp-5.
    05  ar-dow               pic 9       comp-5.

01  ar-parse-result.
    05  ar-p-fielded.
        10  ar-p-year        pic s9(9)   comp-5.
        10  ar-p-month       pic 99      comp-5.
        10  ar-p-dom         pic 99      comp-5.
    05  ar-p-success     pic x.

*>  a linear date as YYYY-MM-DD, the way MAINTJOURNAL builds its
*>  own.
*>
01  ar-format-ld         usage signed-int.
01  ar-date-text.
    05  ar-dt-year      pic 9(4).
    05  filler          pic x value '-'.
    05  ar-dt-month     pic 99.
    05  filler          pic x value '-'.
    05  ar-dt-dom       pic 99.
01  ar-asof-date         pic x(10).
01  ar-qtr-date          pic x(10).
01  ar-last-date         pic x(10).
01  ar-a-date            pic x(10).
01  ar-b-date            pic x(10).

01  ar-count-display     pic z(5)9.
01  ar-count-1           pic z(5)9.
01  ar-count-2           pic z(5)9.
01  ar-count-3           pic z(5)9.
01  ar-count-4           pic z(5)9.
01  ar-days-display      pic z(4)9.

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
    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move spaces to ws-arg-asof ws-arg-days.
    unstring ws-cmdline delimited by all space
        into ws-arg-asof ws-arg-days.

    if ws-arg-asof = spaces or ws-arg-asof = low-values
        move function current-date to time-stamp
        move currentbusinessdate(time-stamp) to ar-fielded-date
        move fielded_to_linear(ar-year, ar-month, ar-dom)
            to ar-asof-ld
    else
        move dateparse(ws-arg-asof, '02') to ar-parse-result
        if ar-p-success = 'N'
            display 'Usage: accreview [as-of-date] [dormant-days]'
            move 8 to return-code
            go to 9000-end
        end-if
        move fielded_to_linear(ar-p-year, ar-p-month, ar-p-dom)
            to ar-asof-ld
    end-if.

    if ws-arg-days not = spaces and ws-arg-days not = low-values
        if function test-numval(ws-arg-days) not = 0
                or function numval(ws-arg-days) < 1
                or function numval(ws-arg-days) > 9999
            display 'Dormant days "' function trim(ws-arg-days)
                '" must be a count from 1 to 9999.'
            move 8 to return-code
            go to 9000-end
        end-if
        move function numval(ws-arg-days) to ar-dormant-days
    end-if.

*>  the review quarter: the calendar quarter holding the as-of
*>  date, through the as-of date.
*>
    move linear_to_fielded(ar-asof-ld) to ar-fielded-date.
    compute ar-qtr-month = ar-month - function mod(ar-month - 1, 3).
    move fielded_to_linear(ar-year, ar-qtr-month, ar-first-day)
        to ar-qtr-ld.

    move ar-asof-ld to ar-format-ld.
    perform 0950-formatdate.
    move ar-date-text to ar-asof-date.
    move ar-qtr-ld to ar-format-ld.
    perform 0950-formatdate.
    move ar-date-text to ar-qtr-date.

    perform 0100-loadgrants thru 0100-exit.
    if ar-grant-count = 0
        display 'operauth.dat is missing or empty; nothing to'
            ' review.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0150-loadrules thru 0150-exit.

    move 'N' to ws-eof-journal.
    open input journal-file.
    if ws-journal-ok
        perform 0920-readjournal
        perform until eof-journal
            perform 0200-onejournal thru 0200-exit
            perform 0920-readjournal
        end-perform
        close journal-file
    else
        display 'maintjrnl.dat is missing; every grant shows'
            ' as never used.'
    end-if.

    if ar-overflow = 'Y'
        display 'operauth.dat, sodrules.dat or the quarter''s'
            ' conflicts exceed their table; review abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.

    perform 0400-dormancy.
    perform 0500-printgrants.
    perform 0600-grantconflicts.
    perform 0700-eventconflicts.
    perform 0800-signoff.

    display '=============================================='.
    move ar-grant-count to ar-count-display.
    display 'Grants reviewed:            ' ar-count-display.
    move ar-dormant-count to ar-count-display.
    display 'Dormant grants:             ' ar-count-display.
    move ar-grant-conflicts to ar-count-display.
    display 'Conflicting grant holders:  ' ar-count-display.
    move ar-event-conflicts to ar-count-display.
    display 'Conflicts acted on:         ' ar-count-display.
    move ar-event-count to ar-count-display.
    display 'Journal entries read:       ' ar-count-display.
    if ar-unattributed > 0
        move ar-unattributed to ar-count-display
        display '  with no operator recorded:' ar-count-display
    end-if.
    display 'Sign-off file written to accsign.dat.'.

    if ar-dormant-count > 0 or ar-grant-conflicts > 0
            or ar-event-conflicts > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadgrants                                                 *
*>                                                                *
*> The grants as OPERAUTH caches them, upper-cased.                *
*>*****************************************************************
0100-loadgrants.
    move 'N' to ws-eof-auth.
    open input auth-file.
    if not ws-auth-ok
        go to 0100-exit
    end-if.
    perform 0900-readauth.
    perform until eof-auth
        if auth-record not = spaces
            if ar-grant-count >= 200
                move 'Y' to ar-overflow
            else
                add 1 to ar-grant-count
                move ar-grant-count to ar-gidx
                move spaces to agr-operator(ar-gidx)
                    agr-program(ar-gidx) agr-action(ar-gidx)
                unstring auth-record delimited by ','
                    into agr-operator(ar-gidx)
                        agr-program(ar-gidx)
                        agr-action(ar-gidx)
                end-unstring
                move function upper-case(agr-operator(ar-gidx))
                    to agr-operator(ar-gidx)
                move function upper-case(agr-program(ar-gidx))
                    to agr-program(ar-gidx)
                move function upper-case(agr-action(ar-gidx))
                    to agr-action(ar-gidx)
                move 0 to agr-last-ld(ar-gidx)
                move spaces to agr-status(ar-gidx)
            end-if
        end-if
        perform 0900-readauth
    end-perform.
    close auth-file.
0100-exit.
    exit.

*>*****************************************************************
*> 0150-loadrules                                                  *
*>*****************************************************************
0150-loadrules.
    move 'N' to ws-eof-rule.
    open input rule-file.
    if not ws-rule-ok
        display 'sodrules.dat is missing; no segregation rules'
            ' applied.'
        go to 0150-exit
    end-if.
    perform 0910-readrule.
    perform until eof-rule
        move spaces to ar-tok-1 ar-tok-2 ar-tok-3 ar-tok-4
            ar-tok-5 ar-tok-6
        unstring rule-record delimited by ','
            into ar-tok-1 ar-tok-2 ar-tok-3 ar-tok-4 ar-tok-5
                ar-tok-6
        end-unstring
        if ar-tok-1 not = spaces
            if ar-tok-2 = spaces or ar-tok-3 = spaces
                    or ar-tok-4 = spaces or ar-tok-5 = spaces
                display 'Rule "' function trim(ar-tok-1)
                    '" needs both programs and actions; ignored.'
                move 8 to return-code
            else
                if ar-rule-count >= 50
                    move 'Y' to ar-overflow
                else
                    add 1 to ar-rule-count
                    move ar-rule-count to ar-ridx
                    move ar-tok-1 to aru-id(ar-ridx)
                    move function upper-case(ar-tok-2)
                        to aru-a-program(ar-ridx)
                    move function upper-case(ar-tok-3)
                        to aru-a-action(ar-ridx)
                    move function upper-case(ar-tok-4)
                        to aru-b-program(ar-ridx)
                    move function upper-case(ar-tok-5)
                        to aru-b-action(ar-ridx)
                    move ar-tok-6 to aru-description(ar-ridx)
                end-if
            end-if
        end-if
        perform 0910-readrule
    end-perform.
    close rule-file.
0150-exit.
    exit.

*>*****************************************************************
*> 0200-onejournal                                                 *
*>                                                                *
*> One MAINTJRNL.DAT entry on or before the as-of date: the        *
*> operator's event, and for a dual-controlled reopen the          *
*> requester's REOPEN and the second operator's APPROVE.           *
*>*****************************************************************
0200-onejournal.
    move jr-date to ar-date-work.
    move dateparse(ar-date-work, '02') to ar-parse-result.
    if ar-p-success = 'N'
        go to 0200-exit
    end-if.
    move fielded_to_linear(ar-p-year, ar-p-month, ar-p-dom)
        to ar-ev-ld.
    if ar-ev-ld > ar-asof-ld
        go to 0200-exit
    end-if.
    add 1 to ar-event-count.

    move function upper-case(jr-operator) to ar-ev-operator.
    move function upper-case(jr-program) to ar-ev-program.
    move function upper-case(jr-action) to ar-ev-action.
    if ar-ev-operator = spaces or ar-ev-operator = low-values
        add 1 to ar-unattributed
    else
        perform 0250-oneevent
    end-if.

    if ar-ev-program = 'PERIODMAINT'
        move spaces to ar-tok-1 ar-tok-2 ar-tok-3 ar-tok-4
            ar-tok-5 ar-tok-6
        unstring jr-after delimited by ','
            into ar-tok-1 ar-tok-2 ar-tok-3 ar-tok-4 ar-tok-5
                ar-tok-6
        end-unstring
        if ar-tok-6 not = spaces
            if ar-ev-operator not = spaces
                    and ar-ev-operator not = low-values
                move 'REOPEN' to ar-ev-action
                perform 0250-oneevent
            end-if
            move function upper-case(ar-tok-6) to ar-ev-operator
            move 'APPROVE' to ar-ev-action
            perform 0250-oneevent
        end-if
    end-if.
0200-exit.
    exit.

*>*****************************************************************
*> 0250-oneevent                                                   *
*>                                                                *
*> AR-EV-OPERATOR acted under AR-EV-PROGRAM / AR-EV-ACTION on      *
*> AR-EV-LD: it dates the grants that allowed it and, inside the   *
*> quarter, counts toward any rule side it matches.  REOPEN and    *
*> APPROVE were allowed by the program's SET grant.                *
*>*****************************************************************
0250-oneevent.
    move ar-ev-action to ar-side-action.
    if ar-side-action = 'REOPEN' or ar-side-action = 'APPROVE'
        move 'SET' to ar-side-action
    end-if.
    perform varying ar-gidx from 1 by 1
            until ar-gidx > ar-grant-count
        if agr-operator(ar-gidx) = ar-ev-operator
                and (agr-program(ar-gidx) = ar-ev-program
                    or agr-program(ar-gidx) = '*')
                and (agr-action(ar-gidx) = ar-side-action
                    or agr-action(ar-gidx) = '*')
                and ar-ev-ld > agr-last-ld(ar-gidx)
            move ar-ev-ld to agr-last-ld(ar-gidx)
        end-if
    end-perform.

    if ar-ev-ld >= ar-qtr-ld
        perform varying ar-ridx from 1 by 1
                until ar-ridx > ar-rule-count
            if aru-a-program(ar-ridx) = ar-ev-program
                    and (aru-a-action(ar-ridx) = ar-ev-action
                        or aru-a-action(ar-ridx) = '*')
                perform 0300-findhit
                if ar-hidx > 0
                    add 1 to arh-a-count(ar-hidx)
                    if ar-ev-ld > arh-a-last-ld(ar-hidx)
                        move ar-ev-ld to arh-a-last-ld(ar-hidx)
                    end-if
                end-if
            end-if
            if aru-b-program(ar-ridx) = ar-ev-program
                    and (aru-b-action(ar-ridx) = ar-ev-action
                        or aru-b-action(ar-ridx) = '*')
                perform 0300-findhit
                if ar-hidx > 0
                    add 1 to arh-b-count(ar-hidx)
                    if ar-ev-ld > arh-b-last-ld(ar-hidx)
                        move ar-ev-ld to arh-b-last-ld(ar-hidx)
                    end-if
                end-if
            end-if
        end-perform
    end-if.

*>  the hit entry for rule AR-RIDX and AR-EV-OPERATOR, added on
*>  first sight; AR-HIDX 0 when the table is full.
*>
0300-findhit.
    move 0 to ar-hidx.
    perform varying ar-gidx from 1 by 1
            until ar-gidx > ar-hit-count or ar-hidx > 0
        if arh-rule(ar-gidx) = ar-ridx
                and arh-operator(ar-gidx) = ar-ev-operator
            move ar-gidx to ar-hidx
        end-if
    end-perform.
    if ar-hidx = 0
        if ar-hit-count >= 1000
            move 'Y' to ar-overflow
        else
            add 1 to ar-hit-count
            move ar-hit-count to ar-hidx
            move ar-ridx to arh-rule(ar-hidx)
            move ar-ev-operator to arh-operator(ar-hidx)
            move 0 to arh-a-count(ar-hidx) arh-b-count(ar-hidx)
            move 0 to arh-a-last-ld(ar-hidx)
            move 0 to arh-b-last-ld(ar-hidx)
        end-if
    end-if.

*>*****************************************************************
*> 0400-dormancy                                                   *
*>*****************************************************************
0400-dormancy.
    perform varying ar-gidx from 1 by 1
            until ar-gidx > ar-grant-count
        move 'ACTIVE' to agr-status(ar-gidx)
        if agr-last-ld(ar-gidx) = 0
            move 'DORMANT' to agr-status(ar-gidx)
        else
            compute ar-days-since =
                ar-asof-ld - agr-last-ld(ar-gidx)
            if ar-days-since >= ar-dormant-days
                move 'DORMANT' to agr-status(ar-gidx)
            end-if
        end-if
        if agr-status(ar-gidx) = 'DORMANT'
            add 1 to ar-dormant-count
        end-if
    end-perform.

*>*****************************************************************
*> 0500-printgrants                                                *
*>*****************************************************************
0500-printgrants.
    move ar-dormant-days to ar-days-display.
    display 'Access review as of ' ar-asof-date ' - quarter from '
        ar-qtr-date ', dormant after '
        function trim(ar-days-display) ' days'.
    display '=============================================='.
    display 'Operator Program      Action   Last used  Status'.
    display '=============================================='.
    perform varying ar-gidx from 1 by 1
            until ar-gidx > ar-grant-count
        perform 0550-lastdate
        display agr-operator(ar-gidx) ' ' agr-program(ar-gidx) ' '
            agr-action(ar-gidx) ' ' ar-last-date ' '
            agr-status(ar-gidx)
    end-perform.

0550-lastdate.
    move 'never' to ar-last-date.
    if agr-last-ld(ar-gidx) > 0
        move agr-last-ld(ar-gidx) to ar-format-ld
        perform 0950-formatdate
        move ar-date-text to ar-last-date
    end-if.

*>*****************************************************************
*> 0600-grantconflicts                                             *
*>                                                                *
*> Every operator whose grants cover both sides of a rule.         *
*>*****************************************************************
0600-grantconflicts.
    display '=============================================='.
    display 'Conflicting grants'.
    display '=============================================='.
    perform varying ar-ridx from 1 by 1
            until ar-ridx > ar-rule-count
        perform varying ar-oidx from 1 by 1
                until ar-oidx > ar-grant-count
            perform 0620-operatorconflict
            if ar-conflict = 'Y'
                add 1 to ar-grant-conflicts
                display aru-id(ar-ridx) ' ' ar-side-operator
                    ' holds '
                    function trim(aru-a-program(ar-ridx)) ' '
                    function trim(aru-a-action(ar-ridx)) ' and '
                    function trim(aru-b-program(ar-ridx)) ' '
                    function trim(aru-b-action(ar-ridx)) ' - '
                    function trim(aru-description(ar-ridx))
            end-if
        end-perform
    end-perform.
    if ar-grant-conflicts = 0
        display '  none'
    end-if.

*>  AR-CONFLICT Y when the operator of grant line AR-OIDX holds
*>  both sides of rule AR-RIDX - judged at that operator's first
*>  grant line only, so each operator is reported once per rule.
*>
0620-operatorconflict.
    move 'N' to ar-conflict.
    move agr-operator(ar-oidx) to ar-side-operator.
    perform varying ar-gidx from 1 by 1
            until ar-gidx >= ar-oidx
            or agr-operator(ar-gidx) = ar-side-operator
        continue
    end-perform.
    if ar-gidx = ar-oidx
        move aru-a-program(ar-ridx) to ar-side-program
        move aru-a-action(ar-ridx) to ar-side-action
        perform 0650-holds
        move ar-held to ar-held-a
        move aru-b-program(ar-ridx) to ar-side-program
        move aru-b-action(ar-ridx) to ar-side-action
        perform 0650-holds
        if ar-held-a = 'Y' and ar-held = 'Y'
            move 'Y' to ar-conflict
        end-if
    end-if.

*>  whether AR-SIDE-OPERATOR's grants cover AR-SIDE-PROGRAM /
*>  AR-SIDE-ACTION, by OPERAUTH's matching; REOPEN and APPROVE
*>  need SET, and a rule's '*' action any grant on the program.
*>
0650-holds.
    if ar-side-action = 'REOPEN' or ar-side-action = 'APPROVE'
        move 'SET' to ar-side-action
    end-if.
    move 'N' to ar-held.
    perform varying ar-gidx from 1 by 1
            until ar-gidx > ar-grant-count or ar-held = 'Y'
        if agr-operator(ar-gidx) = ar-side-operator
                and (agr-program(ar-gidx) = ar-side-program
                    or agr-program(ar-gidx) = '*')
                and (agr-action(ar-gidx) = ar-side-action
                    or agr-action(ar-gidx) = '*'
                    or ar-side-action = '*')
            move 'Y' to ar-held
        end-if
    end-perform.

*>*****************************************************************
*> 0700-eventconflicts                                             *
*>*****************************************************************
0700-eventconflicts.
    display '=============================================='.
    display 'Conflicts acted on this quarter'.
    display '=============================================='.
    perform varying ar-hidx from 1 by 1
            until ar-hidx > ar-hit-count
        if arh-a-count(ar-hidx) > 0 and arh-b-count(ar-hidx) > 0
            add 1 to ar-event-conflicts
            move arh-rule(ar-hidx) to ar-ridx
            move arh-a-last-ld(ar-hidx) to ar-format-ld
            perform 0950-formatdate
            move ar-date-text to ar-a-date
            move arh-b-last-ld(ar-hidx) to ar-format-ld
            perform 0950-formatdate
            move ar-date-text to ar-b-date
            display aru-id(ar-ridx) ' ' arh-operator(ar-hidx) ' did '
                function trim(aru-a-program(ar-ridx)) ' '
                function trim(aru-a-action(ar-ridx)) ' (last '
                ar-a-date ') and '
                function trim(aru-b-program(ar-ridx)) ' '
                function trim(aru-b-action(ar-ridx)) ' (last '
                ar-b-date ')'
        end-if
    end-perform.
    if ar-event-conflicts = 0
        display '  none'
    end-if.

*>*****************************************************************
*> 0800-signoff                                                    *
*>                                                                *
*> ACCSIGN.DAT: the review for the reviewer's attestation, the     *
*> DECISION columns and the S line left for them to complete.      *
*>*****************************************************************
0800-signoff.
    open output signoff-file.
    if not ws-signoff-ok
        display 'Cannot write accsign.dat.'
        move 8 to return-code
        goback
    end-if.

    move ar-dormant-days to ar-days-display.
    move ar-grant-count to ar-count-1.
    move ar-dormant-count to ar-count-2.
    move ar-grant-conflicts to ar-count-3.
    move ar-event-conflicts to ar-count-4.
    move spaces to signoff-record.
    string 'H,' ar-asof-date ',' ar-qtr-date ','
        function trim(ar-days-display) ','
        function trim(ar-count-1) ','
        function trim(ar-count-2) ','
        function trim(ar-count-3) ','
        function trim(ar-count-4)
        delimited by size into signoff-record.
    write signoff-record.

    perform varying ar-gidx from 1 by 1
            until ar-gidx > ar-grant-count
        perform 0550-lastdate
        move spaces to signoff-record
        string 'G,' function trim(agr-operator(ar-gidx)) ','
            function trim(agr-program(ar-gidx)) ','
            function trim(agr-action(ar-gidx)) ','
            function trim(ar-last-date) ','
            function trim(agr-status(ar-gidx)) ','
            delimited by size into signoff-record
        write signoff-record
    end-perform.

    perform varying ar-ridx from 1 by 1
            until ar-ridx > ar-rule-count
        perform varying ar-oidx from 1 by 1
                until ar-oidx > ar-grant-count
            perform 0620-operatorconflict
            if ar-conflict = 'Y'
                move spaces to signoff-record
                string 'X,' function trim(aru-id(ar-ridx)) ','
                    function trim(ar-side-operator) ',GRANT,'
                    delimited by size into signoff-record
                write signoff-record
            end-if
        end-perform
    end-perform.

    perform varying ar-hidx from 1 by 1
            until ar-hidx > ar-hit-count
        if arh-a-count(ar-hidx) > 0 and arh-b-count(ar-hidx) > 0
            move arh-rule(ar-hidx) to ar-ridx
            move spaces to signoff-record
            string 'X,' function trim(aru-id(ar-ridx)) ','
                function trim(arh-operator(ar-hidx)) ',EVENT,'
                delimited by size into signoff-record
            write signoff-record
        end-if
    end-perform.

    move 'S,,' to signoff-record.
    write signoff-record.
    close signoff-file.

0900-readauth.
    if not eof-auth
        read auth-file
            at end
                move 'Y' to ws-eof-auth
        end-read
    end-if.

0910-readrule.
    if not eof-rule
        read rule-file
            at end
                move 'Y' to ws-eof-rule
        end-read
    end-if.

0920-readjournal.
    if not eof-journal
        read journal-file
            at end
                move 'Y' to ws-eof-journal
        end-read
    end-if.

0950-formatdate.
    move linear_to_fielded(ar-format-ld) to ar-fielded-date.
    move ar-year to ar-dt-year.
    move ar-month to ar-dt-month.
    move ar-dom to ar-dt-dom.

end program accreview.
