*>*****************************************************************
*> yearend - Fiscal year-end rollover, run as one ledgered job.    *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Year end was a dozen manual steps across as many programs, and  *
*> every year one of them was missed - the year DATEDIM.DAT was    *
*> not extended, the enrichment pass failed on January 2nd.  This  *
*> runs the whole checklist for a company in order, each item a    *
*> step ledgered through RUNLEDGER under job YEAREND with the      *
*> input FYyyyy STEP (FYyyyy STEP COMPANY for any company but the  *
*> home one) -                                                     *
*>                                                                *
*>   PERIODS   every period of the company's closing fiscal year   *
*>             must be closed or soft-closed on PERIODSTAT.DAT     *
*>             (ISPERIODOPENCO); the new year's twelve periods     *
*>             are then set O for the company through PERIODMAINT, *
*>             so the opening is on record under the operator's id *
*>   DATEDIM   DATEDIMLOAD rebuilds DATEDIM.DAT ten years either   *
*>             side of the new fiscal year, and DATEDIMLOOKUP must *
*>             then find the new year's first and last days        *
*>   HOLIDAYS  HOLIDAYCHECK validates the holidays of every        *
*>             calendar year the new fiscal year touches - its     *
*>             first day's year through its last day's - and       *
*>             ICALEXPORT pre-expands them into HOLIDAYS.ICS       *
*>   LEAVE     LEAVELED as of the first day of the new fiscal      *
*>             year, which posts the last accruals of the closing  *
*>             year and forfeits whatever carries over above each  *
*>             band's CAP                                          *
*>   PAYDATES  PAYDATES for the calendar year the new fiscal year  *
*>             ends in, PUBLISHed to PAYDATES.DAT, then DEPCAL's   *
*>             deposit calendar from it - when that year has not   *
*>             yet begun (a fiscal start other than January) the   *
*>             calendar is left staged, and the current year's     *
*>             PAYDATES.DAT stands until the year is out           *
*>   CLOSE     TRIALBAL for the company's closing year's last      *
*>             period, then its retained-earnings close, from its  *
*>             own GLBAL.DAT lines only: one batch, YECLOSEyyyy    *
*>             (YECLyyyyCOMPANY for any but the home company)      *
*>             dated the last day of the fiscal year and carrying  *
*>             the company on its H line, written to GLCLOSE.DAT   *
*>             in GLGATE's journal shape - every                   *
*>             revenue and expense account's net for the year      *
*>             reversed against the retained-earnings account -    *
*>             passed through GLGATE and accumulated by a second   *
*>             TRIALBAL, which prints the closing trial balance    *
*>                                                                *
*> DATEDIM, HOLIDAYS, LEAVE and PAYDATES are the shop's, not a     *
*> company's - DATEDIM.DAT is built on the home company's fiscal   *
*> start - so they run with the home company only; another         *
*> company's rollover is its PERIODS and CLOSE, on its own fiscal  *
*> start month from COMPANY.DAT.                                   *
*>                                                                *
*> LEAVE runs before PAYDATES: its last accruals come from the     *
*> closing year's PAYDATES.DAT, which the new calendar replaces.   *
*> On a January fiscal start the new fiscal year and calendar year *
*> are one, and the calendar is published at once.  Otherwise the  *
*> fiscal year ends in the next calendar year, whose pay dates are *
*> generated now into PAYDATES.DAT.STG and registered through      *
*> STAGEMARK, so STAGECHECK lists it until it is PUBLISHed - and   *
*> DEPCAL run - after December's last payroll.                     *
*> The close batch posts into the closing year's last period, so   *
*> that period has to be soft-closed (S), not closed, until the    *
*> close has run; GLGATE suspends it otherwise.  A step's programs *
*> run as their own commands the way RUNCHAIN runs its steps, and  *
*> a warning RETURN-CODE 4 from LEAVELED (a rejected request or a  *
*> negative balance) or DEPCAL (a deposit needing early            *
*> processing) does not fail the step - their reports say what to  *
*> look at.                                                        *
*>                                                                *
*> Every step is restartable: a step the ledger already shows      *
*> complete with RETURN-CODE zero for the year is skipped, so a    *
*> rerun resumes at the step that failed.  The job stops at the    *
*> first failing step, and always ends with the completion         *
*> certificate - each checklist item and how it stands.            *
*>                                                                *
*> Command line: closing-fy retained-earnings-account BW|SM        *
*>               [pay-anchor] [company|ALL]                        *
*>                                                                *
*> Without a company, or with ALL, every company on COMPANY.DAT    *
*> is rolled over in turn, the home company first, each as its     *
*> own YEAREND command the way a step's programs are run - so      *
*> each has its own ledger lines and certificate, and one          *
*> company's failure does not hold up the next.  A site without a  *
*> company master rolls over the home company alone.  Under the    *
*> SM rule, which takes no anchor, the company may follow the rule *
*> directly.                                                       *
*>                                                                *
*> CLOSING-FY is FISCALPERIODOF's fiscal year (the calendar year   *
*> it began in) on the company's fiscal start month from           *
*> COMPANY.DAT; the retained-earnings account must be an EQUITY    *
*> account postable on the year's last day; the pay rule and       *
*> anchor are PAYDATES's.  The operator comes from the OPERATOR    *
*> environment variable, and must be authorized for PERIODMAINT    *
*> SET.                                                            *
*>                                                                *
*> RETURN-CODE 0 when every step is complete, 8 when the command   *
*> line is bad, the company is not on the master, or a step (for   *
*> ALL, any company's) failed.                                     *
*>*****************************************************************
identification division.
program-id. yearend.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function fiscalyearend
    function fiscalyearstart
    function isperiodopenco
    function linear_to_fielded
    function all intrinsic.

input-output section.
file-control.

    select bal-file assign to 'glbal.dat'
        organization is line sequential
        access is sequential
        file status is ws-bal-status.

    select close-file assign to 'glclose.dat'
        organization is line sequential
        access is sequential
        file status is ws-close-status.

    select company-file assign to 'company.dat'
        organization is line sequential
        access is sequential
        file status is ws-company-status.

data division.
file section.
fd  bal-file.

01  bal-record           pic x(100).

fd  close-file.

01  close-record         pic x(100).

fd  company-file.

01  company-record       pic x(160).

working-storage section.
01  ws-bal-status        pic xx.
    88  ws-bal-ok            value '00'.
01  ws-close-status      pic xx.
    88  ws-close-ok          value '00'.
01  ws-company-status    pic xx.
    88  ws-company-ok        value '00'.

01  ws-eof-bal           pic x       value 'N'.
    88  eof-bal              value 'Y'.
01  ws-eof-company       pic x       value 'N'.
    88  eof-company          value 'Y'.

01  ws-cmdline           pic x(80).
01  ws-arg-fy            pic x(6).
01  ws-arg-reacct        pic x(16).
01  ws-arg-rule          pic x(2).
01  ws-arg-anchor        pic x(12).
01  ws-arg-company       pic x(8).

01  ye-operator          pic x(8).
01  ye-blank-company     pic x(4)    value spaces.
01  ye-home-company      pic x(4).
01  ye-fiscalstart       pic 99      comp-5.

*>  The company being rolled over - blank for the home company -
*>  and the steps its rollover takes (all six for the home
*>  company, PERIODS and CLOSE for any other).
*>
01  ye-company           pic x(4).
01  ye-company-name      pic x(4).
01  ye-steps-needed      usage signed-int value 6.
01  ye-row-company       pic x(4).

*>  ALL: one YEAREND command per company on the master.
*>
01  ye-co-code           pic x(8).
01  ye-co-count          usage signed-int value 0.
01  ye-co-failed         usage signed-int value 0.

01  ye-fy                pic s9(9)   comp-5.
01  ye-new-fy            pic s9(9)   comp-5.
01  ye-close-start-ld    usage signed-int.
01  ye-close-end-ld      usage signed-int.
01  ye-new-start-ld      usage signed-int.
01  ye-new-end-ld        usage signed-int.
01  ye-close-start-date  pic x(10).
01  ye-close-end-date    pic x(10).
01  ye-new-start-date    pic x(10).
01  ye-new-end-date      pic x(10).
01  ye-today-date        pic x(10).

01  ye-fy-result.
    05  ye-fy-ld             pic s9(9)   comp-5.
    05  ye-fy-success        pic x.

*>  the checklist, in the order it runs.
*>
01  ye-step-def.
    05  filler  pic x(8)  value 'PERIODS'.
    05  filler  pic x(40)
        value 'Periods closed, new year opened'.
    05  filler  pic x(8)  value 'DATEDIM'.
    05  filler  pic x(40)
        value 'DATEDIM.DAT extended'.
    05  filler  pic x(8)  value 'HOLIDAYS'.
    05  filler  pic x(40)
        value 'Holiday calendar checked and expanded'.
    05  filler  pic x(8)  value 'LEAVE'.
    05  filler  pic x(40)
        value 'Leave balances rolled, carryover capped'.
    05  filler  pic x(8)  value 'PAYDATES'.
    05  filler  pic x(40)
        value 'Pay dates and deposit calendar'.
    05  filler  pic x(8)  value 'CLOSE'.
    05  filler  pic x(40)
        value 'Trial balance, retained-earnings close'.
01  ye-step-table redefines ye-step-def.
    05  ye-step-entry occurs 6 times.
        10  ys-name          pic x(8).
        10  ys-title         pic x(40).

*>  YS-STATE: E already complete on the ledger, R ran clean this
*>  time, F failed, space not reached.
*>
01  ye-step-status.
    05  ye-step-run occurs 6 times.
        10  ys-state         pic x.
        10  ys-rc            usage signed-int.
01  ye-sidx              usage signed-int.
01  ye-stop              pic x       value 'N'.
    88  job-stopped          value 'Y'.
01  ye-done-count        usage signed-int value 0.

01  ye-job               pic x(12)   value 'YEAREND'.
01  ye-rl-action         pic x.
01  ye-rl-input          pic x(40).
01  ye-rl-result         pic x.
01  ye-step-rows         usage signed-int.
01  ye-step-rc           usage signed-int.

01  ye-command           pic x(120).
01  ye-cmd-rc            usage signed-int.
01  ye-cmd-limit         usage signed-int.

01  ye-period            pic 99      comp-5.
01  ye-open-count        usage signed-int.
01  ye-lower-ld          usage signed-int.
01  ye-upper-ld          usage signed-int.
01  ye-ld                usage signed-int.
01  ye-found             pic x.

01  ye-fy-display        pic 9(4).
01  ye-newfy-display     pic 9(4).
01  ye-pp-display        pic 99.
01  ye-step-display      pic 9.
01  ye-ld-display        pic -(9)9.
01  ye-ld2-display       pic -(9)9.
01  ye-fs-display        pic z9.
01  ye-rc-display        pic zzz9.
01  ye-count-display     pic z(5)9.

*>  the closing year's balances by account, from GLBAL.DAT.
*>
01  ye-accounts.
    05  ye-acct occurs 2000 times.
        10  yea-account      pic x(16).
        10  yea-net          pic s9(13)v99 comp-5.
01  ye-acct-count        usage signed-int value 0.
01  ye-aidx              usage signed-int.
01  ye-bidx              usage signed-int.
01  ye-overflow          pic x.

01  ye-account           pic x(16).
01  ye-net               pic s9(13)v99 comp-5.
01  ye-result            pic s9(13)v99 comp-5.
01  ye-amount            pic s9(13)v99 comp-5.
01  ye-hash              pic s9(13)v99 comp-5.
01  ye-entry-count       usage signed-int value 0.
01  ye-batchid           pic x(12).
01  ye-side              pic x.

01  ye-tok-1             pic x(16).
01  ye-tok-2             pic x(16).
01  ye-tok-3             pic x(16).
01  ye-tok-4             pic x(16).
01  ye-tok-5             pic x(16).
01  ye-tok-6             pic x(16).

01  ye-amount-display    pic -(10)9.99.
01  ye-hash-display      pic -(12)9.99.
01  ye-result-display    pic -(12)9.99.
01  ye-detail-display    pic 9(4).
01  ye-line              pic x(100).

*>  Chart-of-accounts lookup (see ACCOUNTOF).
*>
copy coaacct.

*>  Company master lookup (see COMPANYOF).
*>
copy compinfo.

*>  one DATEDIM.DAT record (see DATEDIMLOOKUP).
*>
01  ye-dim-record.
    05  ye-dd-key        pic 9(10).
    05  ye-dd-date       pic x(10).
    05  ye-dd-linear     pic s9(9)   comp-5.
    05  ye-dd-year       pic s9(9)   comp-5.
    05  ye-dd-month      pic 99      comp-5.
    05  ye-dd-dom        pic 99      comp-5.
    05  ye-dd-doy        pic 999     comp-5.
    05  ye-dd-dow        pic 9       comp-5.
    05  ye-dd-dayname    pic x(3).
    05  ye-dd-isoweek    pic 99      comp-5.
    05  ye-dd-isoyear    pic s9(9)   comp-5.
    05  ye-dd-fiscalperiod pic 99    comp-5.
    05  ye-dd-fiscalyear pic s9(9)   comp-5.
    05  ye-dd-fiscalweek pic 99      comp-5.
    05  ye-dd-retailperiod pic 99    comp-5.
    05  ye-dd-retailyear pic s9(9)   comp-5.
    05  ye-dd-busday     pic x.
    05  ye-dd-holidayname pic x(16).
    05  ye-dd-jdn        pic s9(9)   comp-5.

01  ye-fielded-date.
    05  ye-year              pic s9(9)   comp-5.
    05  ye-month             pic 99      comp-5.
    05  ye-dom               pic 99      comp-5.
    05  ye-doy               pic 999     comp-5.
    05  ye-dow               pic 9       comp-5.

*>  YYYY-MM-DD, the way GLGATE's POSTDATE and LEAVELED's as-of
*>  date are keyed.
*>
01  ye-iso-date.
    05  ye-iso-year          pic 9(4).
    05  filler               pic x       value '-'.
    05  ye-iso-month         pic 99.
    05  filler               pic x       value '-'.
    05  ye-iso-dom           pic 99.

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

01  certificate-line.
    05  cl-step         pic 9.
    05  filler          pic x(3)    value '.  '.
    05  cl-title        pic x(40).
    05  filler          pic x       value ' '.
    05  cl-status       pic x(20).

procedure division.
0000-start-here.
    move 0 to return-code.
    move spaces to ws-cmdline ws-arg-fy ws-arg-reacct ws-arg-rule
        ws-arg-anchor ws-arg-company.
    accept ws-cmdline from command-line.
    unstring ws-cmdline delimited by all space
        into ws-arg-fy ws-arg-reacct ws-arg-rule ws-arg-anchor
            ws-arg-company.
    move function upper-case(ws-arg-rule) to ws-arg-rule.
    move function upper-case(ws-arg-reacct) to ws-arg-reacct.
*>  SM takes no anchor, so what follows it may be the company.
*>
    if ws-arg-rule = 'SM' and ws-arg-company = spaces
            and ws-arg-anchor not = spaces
            and ws-arg-anchor(5:1) not = '-'
        move ws-arg-anchor to ws-arg-company
        move spaces to ws-arg-anchor
    end-if.
    move function upper-case(ws-arg-company) to ws-arg-company.

    if function test-numval(ws-arg-fy) not = 0
            or ws-arg-reacct = spaces
            or (ws-arg-rule not = 'BW' and ws-arg-rule not = 'SM')
        display 'Usage: yearend closing-fy retained-earnings-account'
            ' BW|SM [pay-anchor] [company|ALL]'
        move 8 to return-code
        go to 9000-end
    end-if.
    if ws-arg-rule = 'BW' and ws-arg-anchor = spaces
        display 'The biweekly pay rule needs an anchor date'
            ' (YYYY-MM-DD).'
        move 8 to return-code
        go to 9000-end
    end-if.

    move spaces to ye-operator.
    accept ye-operator from environment 'OPERATOR'.
    if ye-operator = spaces
        display 'Set OPERATOR to the controller running the'
            ' year end.'
        move 8 to return-code
        go to 9000-end
    end-if.

    if ws-arg-company = spaces or ws-arg-company = 'ALL'
        perform 0050-everycompany thru 0050-exit
        if ye-co-count > 0
            go to 9000-end
        end-if
        move spaces to ws-arg-company
    end-if.

    call 'companyof' using ye-blank-company compinfo-result.
    move ci-company to ye-home-company.
    call 'companyof' using ws-arg-company(1:4) compinfo-result.
    if ci-found not = 'Y' or ws-arg-company(5:4) not = spaces
        display 'Company "' function trim(ws-arg-company)
            '" is not on company.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.
    move ci-fiscalstart to ye-fiscalstart.
    move ci-company to ye-company-name.
    if ci-home = 'Y'
        move spaces to ye-company
        move 6 to ye-steps-needed
    else
        move ci-company to ye-company
        move 2 to ye-steps-needed
    end-if.

    compute ye-fy = function numval(ws-arg-fy).
    add 1 to ye-fy giving ye-new-fy.
    move fiscalyearstart(ye-fy, ye-fiscalstart) to ye-fy-result.
    move ye-fy-ld to ye-close-start-ld.
    if ye-fy-success = 'Y'
        move fiscalyearend(ye-fy, ye-fiscalstart) to ye-fy-result
        move ye-fy-ld to ye-close-end-ld
    end-if.
    if ye-fy-success = 'Y'
        move fiscalyearstart(ye-new-fy, ye-fiscalstart)
            to ye-fy-result
        move ye-fy-ld to ye-new-start-ld
    end-if.
    if ye-fy-success = 'Y'
        move fiscalyearend(ye-new-fy, ye-fiscalstart)
            to ye-fy-result
        move ye-fy-ld to ye-new-end-ld
    end-if.
    if ye-fy-success not = 'Y'
        display 'Fiscal year ' function trim(ws-arg-fy)
            ' is out of range.'
        move 8 to return-code
        go to 9000-end
    end-if.

    move ye-close-start-ld to ye-ld.
    perform 0950-formatdate.
    move ye-iso-date to ye-close-start-date.
    move ye-close-end-ld to ye-ld.
    perform 0950-formatdate.
    move ye-iso-date to ye-close-end-date.
    move ye-new-start-ld to ye-ld.
    perform 0950-formatdate.
    move ye-iso-date to ye-new-start-date.
    move ye-new-end-ld to ye-ld.
    perform 0950-formatdate.
    move ye-iso-date to ye-new-end-date.

    move ws-arg-reacct to ye-account.
    call 'accountof' using ye-account ye-close-end-ld
        coaacct-result.
    if ca-found not = 'Y' or ca-type not = 'EQUITY'
            or ca-postable not = 'Y'
        display 'Retained earnings ' function trim(ws-arg-reacct)
            ' must be an EQUITY account postable on '
            ye-close-end-date '.'
        move 8 to return-code
        go to 9000-end
    end-if.

    move ye-fy to ye-fy-display.
    move ye-new-fy to ye-newfy-display.
    move ye-fiscalstart to ye-fs-display.
    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to ye-fielded-date.
    perform 0960-isodate.
    move ye-iso-date to ye-today-date.

    display 'Year-end rollover, fiscal year ' ye-fy-display
        ' into ' ye-newfy-display ', company '
        function trim(ye-company-name).
    display '=============================================='.

    perform varying ye-sidx from 1 by 1 until ye-sidx > 6
        move space to ys-state(ye-sidx)
        move 0 to ys-rc(ye-sidx)
    end-perform.
    perform varying ye-sidx from 1 by 1
            until ye-sidx > 6 or job-stopped
        perform 0100-onestep thru 0100-exit
    end-perform.

    perform 0900-certificate.
    if ye-done-count < ye-steps-needed
        move 8 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0050-everycompany                                               *
*>                                                                *
*> One YEAREND command per company on COMPANY.DAT, in master       *
*> order (so the home company, the first line, goes first), with   *
*> this run's arguments and the company's code.  YE-CO-COUNT stays *
*> 0 when there is no master, and the home company is rolled over  *
*> here instead.                                                   *
*>*****************************************************************
0050-everycompany.
    move 0 to ye-co-count ye-co-failed.
    move 'N' to ws-eof-company.
    open input company-file.
    if not ws-company-ok
        go to 0050-exit
    end-if.
    perform 0930-readcompany.
    perform until eof-company
        move spaces to ye-co-code
        unstring company-record delimited by ','
            into ye-co-code
        end-unstring
        if ye-co-code not = spaces
            add 1 to ye-co-count
            move spaces to ye-command
            string 'yearend ' function trim(ws-arg-fy) ' '
                function trim(ws-arg-reacct) ' '
                ws-arg-rule ' '
                function trim(ws-arg-anchor) ' '
                function trim(ye-co-code)
                delimited by size into ye-command
            move 0 to ye-cmd-limit ye-step-rc
            perform 0150-runcommand
            if ye-step-rc not = 0
                add 1 to ye-co-failed
            end-if
        end-if
        perform 0930-readcompany
    end-perform.
    close company-file.

    if ye-co-count > 0
        move ye-co-count to ye-count-display
        display ' '
        display 'Year end run for '
            function trim(ye-count-display) ' companies.'
        if ye-co-failed > 0
            move ye-co-failed to ye-count-display
            display 'INCOMPLETE for '
                function trim(ye-count-display)
                ' - rerun the company shown above.'
            move 8 to return-code
        end-if
    end-if.
0050-exit.
    exit.

*>*****************************************************************
*> 0100-onestep                                                    *
*>                                                                *
*> One checklist item: skipped when the ledger already shows it    *
*> complete for the year, otherwise stamped open, run, and         *
*> ledgered with its RETURN-CODE.  A failure stops the job there.  *
*> The shop-wide items are left to the home company's run.         *
*>*****************************************************************
0100-onestep.
    if ye-company not = spaces and ye-sidx > 1 and ye-sidx < 6
        move 'H' to ys-state(ye-sidx)
        go to 0100-exit
    end-if.
    move spaces to ye-rl-input.
    if ye-company = spaces
        string 'FY' ye-fy-display ' ' ys-name(ye-sidx)
            delimited by size into ye-rl-input
    else
        string 'FY' ye-fy-display ' ' delimited by size
            ys-name(ye-sidx) delimited by space
            ' ' ye-company delimited by size
            into ye-rl-input
    end-if.
    display ' '.
    move ye-sidx to ye-step-display.
    display 'Step ' ye-step-display ' ' function trim(ys-name(ye-sidx))
        ' - ' function trim(ys-title(ye-sidx)).

    move 'C' to ye-rl-action.
    call 'runledger' using ye-rl-action ye-job ye-rl-input
        ye-step-rows ye-step-rc ye-rl-result.
    if ye-rl-result = 'Y'
        move 'E' to ys-state(ye-sidx)
        add 1 to ye-done-count
        display '  already complete; skipped.'
        go to 0100-exit
    end-if.

    move 'O' to ye-rl-action.
    call 'runledger' using ye-rl-action ye-job ye-rl-input
        ye-step-rows ye-step-rc ye-rl-result.

    move 0 to ye-step-rows ye-step-rc.
    evaluate ye-sidx
        when 1
            perform 0200-periods thru 0200-exit
        when 2
            perform 0300-datedim thru 0300-exit
        when 3
            perform 0400-holidays thru 0400-exit
        when 4
            perform 0500-leave thru 0500-exit
        when 5
            perform 0600-paydates thru 0600-exit
        when 6
            perform 0700-close thru 0700-exit
    end-evaluate.

    move 'W' to ye-rl-action.
    call 'runledger' using ye-rl-action ye-job ye-rl-input
        ye-step-rows ye-step-rc ye-rl-result.

    move ye-step-rc to ys-rc(ye-sidx).
    if ye-step-rc = 0
        move 'R' to ys-state(ye-sidx)
        add 1 to ye-done-count
    else
        move 'F' to ys-state(ye-sidx)
        move 'Y' to ye-stop
    end-if.
0100-exit.
    exit.

*>*****************************************************************
*> 0150-runcommand                                                 *
*>                                                                *
*> Runs YE-COMMAND as its own command.  A RETURN-CODE above        *
*> YE-CMD-LIMIT fails the step with that code.                     *
*>*****************************************************************
0150-runcommand.
    display '  > ' function trim(ye-command).
    call 'SYSTEM' using ye-command
        returning ye-cmd-rc.
*>  the shell hands back a wait status; the program's RETURN-CODE
*>  rides in its high byte.
*>
    if ye-cmd-rc >= 256
        divide ye-cmd-rc by 256 giving ye-cmd-rc
    end-if.
    if ye-cmd-rc > ye-cmd-limit
        move ye-cmd-rc to ye-step-rc
        move ye-cmd-rc to ye-rc-display
        display '  ' function trim(ye-command) ' ended with'
            ' RETURN-CODE ' function trim(ye-rc-display) '.'
    end-if.

*>*****************************************************************
*> 0200-periods                                                    *
*>                                                                *
*> Nothing opens until every period of the closing year is closed  *
*> or soft-closed; then the new year's periods are set O one by    *
*> one.  A new-year period someone has already closed needs a      *
*> second operator to reopen, so PERIODMAINT refuses it and the    *
*> step fails for the controller to sort out.                      *
*>*****************************************************************
0200-periods.
    move 0 to ye-open-count.
    perform varying ye-period from 1 by 1 until ye-period > 12
        if isperiodopenco(ye-company, ye-fy, ye-period) = 'Y'
            move ye-period to ye-pp-display
            display '  Period ' ye-fy-display '-' ye-pp-display
                ' is still open.'
            add 1 to ye-open-count
        end-if
    end-perform.
    if ye-open-count > 0
        display '  Close every period of fiscal year '
            ye-fy-display ' through PERIODMAINT first.'
        move 8 to ye-step-rc
        go to 0200-exit
    end-if.
    display '  Every period of ' ye-fy-display ' is closed.'.

    move 0 to ye-cmd-limit.
    perform varying ye-period from 1 by 1
            until ye-period > 12 or ye-step-rc not = 0
        move ye-period to ye-pp-display
        move spaces to ye-command
        if ye-company = spaces
            string 'periodmaint SET ' ye-newfy-display ','
                ye-pp-display ',O,' function trim(ye-operator)
                delimited by size into ye-command
        else
            string 'periodmaint SET ' ye-newfy-display ','
                ye-pp-display ',O,' function trim(ye-operator)
                ',,' ye-company
                delimited by size into ye-command
        end-if
        perform 0150-runcommand
        if ye-step-rc = 0
            add 1 to ye-step-rows
        end-if
    end-perform.
0200-exit.
    exit.

*>*****************************************************************
*> 0300-datedim                                                    *
*>                                                                *
*> The rebuild spans the same ten years either side DATEDIMLOAD    *
*> takes by default, centred on the new fiscal year rather than    *
*> on today.  The lookup then proves both ends of the new year     *
*> are on the master, under the fiscal year we expect.             *
*>*****************************************************************
0300-datedim.
    compute ye-lower-ld = ye-new-start-ld - 3700.
    compute ye-upper-ld = ye-new-end-ld + 3700.
    move ye-lower-ld to ye-ld-display.
    move ye-upper-ld to ye-ld2-display.
    move spaces to ye-command.
    string 'datedimload ' function trim(ye-ld-display) ' '
        function trim(ye-ld2-display) ' '
        function trim(ye-fs-display)
        delimited by size into ye-command.
    move 0 to ye-cmd-limit.
    perform 0150-runcommand.
    if ye-step-rc not = 0
        go to 0300-exit
    end-if.

    move ye-new-start-ld to ye-ld.
    call 'datedimlookup' using ye-ld ye-dim-record ye-found.
    if ye-found = 'Y' and ye-dd-fiscalyear = ye-new-fy
        move ye-new-end-ld to ye-ld
        call 'datedimlookup' using ye-ld ye-dim-record ye-found
    end-if.
    if ye-found not = 'Y' or ye-dd-fiscalyear not = ye-new-fy
        display '  DATEDIM.DAT does not cover fiscal year '
            ye-newfy-display ' (' ye-new-start-date ' through '
            ye-new-end-date ').'
        move 8 to ye-step-rc
        go to 0300-exit
    end-if.
    display '  DATEDIM.DAT covers ' ye-new-start-date ' through '
        ye-new-end-date '.'.
0300-exit.
    exit.

*>*****************************************************************
*> 0400-holidays                                                   *
*>                                                                *
*> The calendar years from the new fiscal year's first day to its  *
*> last - one year on a January start, two on any other.  Any      *
*> HOLIDAYCHECK anomaly fails the step: the calendar is not        *
*> expanded for the years until someone has looked at it.          *
*>*****************************************************************
0400-holidays.
    move 0 to ye-cmd-limit.
    move spaces to ye-command.
    string 'holidaycheck ' ye-new-start-date(1:4) ' '
        ye-new-end-date(1:4)
        delimited by size into ye-command.
    perform 0150-runcommand.
    if ye-step-rc not = 0
        go to 0400-exit
    end-if.

    move spaces to ye-command.
    string 'icalexport ' ye-new-start-date(1:4) ' '
        ye-new-end-date(1:4)
        delimited by size into ye-command.
    perform 0150-runcommand.
0400-exit.
    exit.

*>*****************************************************************
*> 0500-leave                                                      *
*>*****************************************************************
0500-leave.
    move 4 to ye-cmd-limit.
    move spaces to ye-command.
    string 'leaveled ' ye-new-start-date ' '
        function trim(ye-fs-display)
        delimited by size into ye-command.
    perform 0150-runcommand.
0500-exit.
    exit.

*>*****************************************************************
*> 0600-paydates                                                   *
*>                                                                *
*> PAYDATES stages the calendar of the year the new fiscal year    *
*> ends in; PUBLISH moves it to PAYDATES.DAT, which is what DEPCAL *
*> and the payroll jobs read.  A year that begins after the new    *
*> fiscal year does is left staged: the current year's pay dates   *
*> are still being paid.                                           *
*>*****************************************************************
0600-paydates.
    move 0 to ye-cmd-limit.
    move spaces to ye-command.
    string 'paydates ' ye-new-end-date(1:4) ' ' ws-arg-rule ' '
        function trim(ws-arg-anchor)
        delimited by size into ye-command.
    perform 0150-runcommand.
    if ye-step-rc not = 0
        go to 0600-exit
    end-if.

    if ye-new-end-date(1:4) not = ye-new-start-date(1:4)
        display '  Pay dates for ' ye-new-end-date(1:4)
            ' staged in paydates.dat.stg; the '
            ye-new-start-date(1:4) ' calendar stays in force.'
        display '  After the last ' ye-new-start-date(1:4)
            ' payroll: publish paydates.dat.stg paydates.dat,'
            ' then depcal.'
        go to 0600-exit
    end-if.

    move 'publish paydates.dat.stg paydates.dat' to ye-command.
    perform 0150-runcommand.
    if ye-step-rc not = 0
        go to 0600-exit
    end-if.

    move 4 to ye-cmd-limit.
    move 'depcal' to ye-command.
    perform 0150-runcommand.
0600-exit.
    exit.

*>*****************************************************************
*> 0700-close                                                      *
*>                                                                *
*> The first TRIALBAL accumulates whatever GLGATE last posted and  *
*> must prove.  The close batch is built from GLBAL.DAT as it then *
*> stands, so on a rerun after the batch was posted the revenue    *
*> and expense accounts already net to zero and nothing is closed  *
*> twice.                                                          *
*>*****************************************************************
0700-close.
    move 0 to ye-cmd-limit.
    perform 0710-trialbal.
    if ye-step-rc not = 0
        go to 0700-exit
    end-if.

    perform 0750-loadyear thru 0750-exit.
    if ye-overflow = 'Y'
        display '  More than 2000 accounts on GLBAL.DAT for '
            ye-fy-display '; close not built.'
        move 16 to ye-step-rc
        go to 0700-exit
    end-if.

    perform 0800-writeclose thru 0800-exit.
    if ye-step-rc not = 0
        go to 0700-exit
    end-if.
    move ye-entry-count to ye-step-rows.
    if ye-entry-count = 0
        display '  Revenue and expense already closed for '
            ye-fy-display '.'
        go to 0700-exit
    end-if.

    move 'glgate glclose.dat' to ye-command.
    perform 0150-runcommand.
    if ye-step-rc not = 0
        display '  The close batch did not post; period '
            ye-fy-display '-12 must be soft-closed (S), not closed.'
        go to 0700-exit
    end-if.

    perform 0710-trialbal.
0700-exit.
    exit.

*>*****************************************************************
*> 0710-trialbal                                                   *
*>                                                                *
*> TRIALBAL for the company's closing year's last period; another  *
*> company's fiscal start comes from the master, so none is given. *
*>*****************************************************************
0710-trialbal.
    move spaces to ye-command.
    if ye-company = spaces
        string 'trialbal ' function trim(ye-fs-display) ' '
            ye-fy-display '-12'
            delimited by size into ye-command
    else
        string 'trialbal 0 ' ye-fy-display '-12 ' ye-company
            delimited by size into ye-command
    end-if.
    perform 0150-runcommand.

*>*****************************************************************
*> 0750-loadyear                                                   *
*>                                                                *
*> Folds every GLBAL.DAT line of the company's closing fiscal      *
*> year into one net (debits less credits) per account - for the   *
*> home company the lines with no company or the home code.        *
*> Another company's balances are its own fiscal year's and are    *
*> closed by its own run.                                          *
*>*****************************************************************
0750-loadyear.
    move 0 to ye-acct-count.
    move 'N' to ye-overflow.
    move 'N' to ws-eof-bal.
    open input bal-file.
    if not ws-bal-ok
        go to 0750-exit
    end-if.
    perform 0920-readbal.
    perform until eof-bal or ye-overflow = 'Y'
        move spaces to ye-tok-1 ye-tok-2 ye-tok-3 ye-tok-4 ye-tok-5
            ye-tok-6
        unstring bal-record delimited by ','
            into ye-tok-1 ye-tok-2 ye-tok-3 ye-tok-4 ye-tok-5
                ye-tok-6
        end-unstring
        move function upper-case(ye-tok-6(1:4)) to ye-row-company
        if ye-row-company = ye-home-company
            move spaces to ye-row-company
        end-if
        if ye-tok-1 not = spaces
                and function numval(ye-tok-2) = ye-fy
                and ye-tok-6(5:12) = spaces
                and ye-row-company = ye-company
            move ye-tok-1 to ye-account
            compute ye-net = function numval(ye-tok-4)
                - function numval(ye-tok-5)
            perform 0760-addnet
        end-if
        perform 0920-readbal
    end-perform.
    close bal-file.
0750-exit.
    exit.

0760-addnet.
    move 0 to ye-aidx.
    perform varying ye-bidx from 1 by 1
            until ye-bidx > ye-acct-count
        if yea-account(ye-bidx) = ye-account
            move ye-bidx to ye-aidx
            move ye-acct-count to ye-bidx
        end-if
    end-perform.
    if ye-aidx = 0
        if ye-acct-count >= 2000
            move 'Y' to ye-overflow
        else
            add 1 to ye-acct-count
            move ye-acct-count to ye-aidx
            move ye-account to yea-account(ye-aidx)
            move 0 to yea-net(ye-aidx)
        end-if
    end-if.
    if ye-aidx > 0
        add ye-net to yea-net(ye-aidx)
    end-if.

*>*****************************************************************
*> 0800-writeclose                                                 *
*>                                                                *
*> GLCLOSE.DAT gets one batch: H, a D line per revenue or expense  *
*> account with a net for the year taking it to zero, the D line   *
*> to retained earnings for the year's result, and the T line with *
*> GLGATE's count and hash.  GLGATE holds 500 lines to a batch.    *
*>*****************************************************************
0800-writeclose.
    move 0 to ye-entry-count ye-hash ye-result.
    perform varying ye-aidx from 1 by 1
            until ye-aidx > ye-acct-count
        if yea-net(ye-aidx) not = 0
            move yea-account(ye-aidx) to ye-account
            call 'accountof' using ye-account ye-close-end-ld
                coaacct-result
            if ca-found = 'Y'
                    and (ca-type = 'REVENUE' or ca-type = 'EXPENSE')
                add 1 to ye-entry-count
            end-if
        end-if
    end-perform.
    if ye-entry-count = 0
        go to 0800-exit
    end-if.
    if ye-entry-count > 497
        move ye-entry-count to ye-count-display
        display '  ' function trim(ye-count-display)
            ' revenue and expense accounts are more than one'
            ' GLGATE batch holds.'
        move 16 to ye-step-rc
        go to 0800-exit
    end-if.

    open output close-file.
    if not ws-close-ok
        display '  Cannot write glclose.dat.'
        move 8 to ye-step-rc
        go to 0800-exit
    end-if.
*>  TRIALBAL knows a batch by its id alone, so another company's
*>  close needs an id of its own.
*>
    move spaces to ye-batchid.
    if ye-company = spaces
        string 'YECLOSE' ye-fy-display
            delimited by size into ye-batchid
    else
        string 'YECL' ye-fy-display ye-company
            delimited by size into ye-batchid
    end-if.
    move spaces to ye-line.
    if ye-company = spaces
        string 'H,' function trim(ye-batchid) ',' ye-close-end-date
            delimited by size into ye-line
    else
        string 'H,' function trim(ye-batchid) ',' ye-close-end-date
            ',' ye-company
            delimited by size into ye-line
    end-if.
    move ye-line to close-record.
    write close-record.

    move 0 to ye-entry-count.
    perform varying ye-aidx from 1 by 1
            until ye-aidx > ye-acct-count
        if yea-net(ye-aidx) not = 0
            move yea-account(ye-aidx) to ye-account
            call 'accountof' using ye-account ye-close-end-ld
                coaacct-result
            if ca-found = 'Y'
                    and (ca-type = 'REVENUE' or ca-type = 'EXPENSE')
                add yea-net(ye-aidx) to ye-result
                compute ye-amount = 0 - yea-net(ye-aidx)
                perform 0850-detailline
            end-if
        end-if
    end-perform.
    move ws-arg-reacct to ye-account.
    move ye-result to ye-amount.
    perform 0850-detailline.

    move ye-entry-count to ye-detail-display.
    move ye-hash to ye-hash-display.
    move spaces to ye-line.
    string 'T,' function trim(ye-batchid) ',' ye-detail-display ','
        function trim(ye-hash-display)
        delimited by size into ye-line.
    move ye-line to close-record.
    write close-record.
    close close-file.

    compute ye-result = 0 - ye-result.
    move ye-result to ye-result-display.
    move ye-entry-count to ye-count-display.
    display '  Close batch ' function trim(ye-batchid) ': '
        function trim(ye-count-display) ' lines, result '
        function trim(ye-result-display) ' to '
        function trim(ws-arg-reacct) '.'.
0800-exit.
    exit.

*>  One D line for YE-ACCOUNT: a positive YE-AMOUNT debits it, a
*>  negative one credits it.
*>
0850-detailline.
    if ye-amount < 0
        move 'C' to ye-side
        compute ye-amount = 0 - ye-amount
    else
        move 'D' to ye-side
    end-if.
    move ye-amount to ye-amount-display.
    move spaces to ye-line.
    if ye-side = 'D'
        string 'D,' function trim(ye-batchid) ','
            function trim(ye-account) ','
            function trim(ye-amount-display) ',0.00'
            delimited by size into ye-line
    else
        string 'D,' function trim(ye-batchid) ','
            function trim(ye-account) ',0.00,'
            function trim(ye-amount-display)
            delimited by size into ye-line
    end-if.
    move ye-line to close-record.
    write close-record.
    add 1 to ye-entry-count.
    add ye-amount to ye-hash.

*>*****************************************************************
*> 0900-certificate                                                *
*>                                                                *
*> Printed whether or not the job got to the end, so a stopped     *
*> rollover says exactly which item is outstanding.                *
*>*****************************************************************
0900-certificate.
    display ' '.
    display '=============================================='.
    display 'YEAR-END ROLLOVER CERTIFICATE'.
    display '=============================================='.
    display 'Fiscal year closed:  ' ye-fy-display '  '
        ye-close-start-date ' through ' ye-close-end-date.
    display 'Fiscal year opened:  ' ye-newfy-display '  '
        ye-new-start-date ' through ' ye-new-end-date.
    display 'Company:             ' function trim(ye-company-name).
    display 'Retained earnings:   ' function trim(ws-arg-reacct).
    display 'Operator:            ' function trim(ye-operator).
    display 'Certified:           ' ye-today-date.
    display ' '.
    perform varying ye-sidx from 1 by 1 until ye-sidx > 6
        move ye-sidx to cl-step
        move ys-title(ye-sidx) to cl-title
        evaluate ys-state(ye-sidx)
            when 'E'
                move 'COMPLETE (EARLIER)' to cl-status
            when 'R'
                move 'COMPLETE' to cl-status
            when 'H'
                move 'HOME COMPANY RUN' to cl-status
            when 'F'
                move ys-rc(ye-sidx) to ye-rc-display
                move spaces to cl-status
                string 'FAILED RC ' function trim(ye-rc-display)
                    delimited by size into cl-status
            when other
                move 'NOT RUN' to cl-status
        end-evaluate
        display certificate-line
    end-perform.
    display ' '.
    if ye-done-count = ye-steps-needed
        display 'Every year-end item is complete; fiscal year '
            ye-fy-display ' is rolled over.'
    else
        display 'Rollover INCOMPLETE - correct the failed item and'
            ' rerun; completed items are skipped.'
    end-if.
    display '=============================================='.

0920-readbal.
    read bal-file
        at end
            move 'Y' to ws-eof-bal
    end-read.

0930-readcompany.
    read company-file
        at end
            move 'Y' to ws-eof-company
    end-read.

0950-formatdate.
    move linear_to_fielded(ye-ld) to ye-fielded-date.
    perform 0960-isodate.

0960-isodate.
    move ye-year to ye-iso-year.
    move ye-month to ye-iso-month.
    move ye-dom to ye-iso-dom.

end program yearend.
