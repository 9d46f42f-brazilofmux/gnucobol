*>*****************************************************************
*> histarch - Record-level archival of the ever-growing histories. *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> PAYDETL.DAT, CASHAPPL.DAT, ALERTS.DAT, RUNLEDGER.DAT and        *
*> MAINTJRNL.DAT grow forever; GENPURGE only deletes whole         *
*> generation files, and every program that scans these gets       *
*> slower each year.  This moves old records out of the live file  *
*> into year-partitioned archive files, driven by ARCHRULES.DAT -  *
*> one comma-delimited rule per live file ('*' in column 1 a       *
*> comment),                                                       *
*>                                                                *
*>   FILE,DATECOL,RETAINFY,KEYCOLS[,AMOUNTCOL[,COMPANYCOL]]        *
*>                                                                *
*> DATECOL the record's YYYY-MM-DD date, RETAINFY how many full    *
*> fiscal years before the current one stay live, KEYCOLS up to    *
*> three columns joined by '+' that ARCHINQ searches on,           *
*> AMOUNTCOL the money column the control totals prove (none, and  *
*> only rows are proved), and COMPANYCOL the column carrying the   *
*> record's company code (none, or blank, for the home company).   *
*> A column is a field number or START:LENGTH for a fixed-width    *
*> file, as in XREFAUDIT.                                          *
*>                                                                *
*> A record moves when its fiscal year (FISCALPERIODOF) is older   *
*> than the retention AND its period is closed on PERIODSTAT.DAT - *
*> a period still open or soft-closed stays live however old, and  *
*> so does a record whose date will not parse.  Both are the       *
*> record's own company's: its fiscal year on that company's       *
*> fiscal start from COMPANY.DAT, its period closed for that       *
*> company (ISPERIODOPENCO).  A record whose company is not on the *
*> master stays live.  Moved records are appended verbatim to      *
*> FILE.fyYYYY.                                                    *
*>                                                                *
*> Nothing is lost quietly: the records to move are staged first,  *
*> the staged and kept copies are counted back against what was    *
*> read (rows and AMOUNTCOL totals), and only when both agree are  *
*> the partitions appended and the live file rewritten - each      *
*> counted again as written.  The live file and every partition    *
*> touched are copied through BEFOREIMAGE first, so ROLLBACK can   *
*> undo a run, and each partition's rows and amount go to          *
*> ARCHCTL.DAT,                                                    *
*>                                                                *
*>   DATE,RUN,FILE,FISCALYEAR,PARTITION,ROWS,AMOUNT                *
*>                                                                *
*> the control record auditors tie out against and the index       *
*> ARCHINQ finds the partitions through.  The run is ledgered as   *
*> job HISTARCH.                                                   *
*>                                                                *
*> Command line: [fiscal-start-month] [rules-file]                 *
*>                                                                *
*> The fiscal start month is the home company's; omitted or 0 it   *
*> is taken from the master.                                       *
*>                                                                *
*> RETURN-CODE 0 done, 8 a rule could not be read, 16 a control    *
*> total failed to agree or a before-image could not be taken -    *
*> that file is left exactly as it was.                            *
*>*****************************************************************
identification division.
program-id. histarch.

environment division.
configuration section.
repository.
    function batchbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function fiscalperiodof
    function isperiodopenco
    function all intrinsic.

input-output section.
file-control.

    select rules-file assign to ws-arg-rules
        organization is line sequential
        access is sequential
        file status is ws-rules-status.

    select live-file assign to hx-live-name
        organization is line sequential
        access is sequential
        file status is ws-live-status.

    select work-file assign to hx-work-name
        organization is line sequential
        access is sequential
        file status is ws-work-status.

    select stage-file assign to hx-stage-name
        organization is line sequential
        access is sequential
        file status is ws-stage-status.

    select part-file assign to hx-part-name
        organization is line sequential
        access is sequential
        file status is ws-part-status.

    select ctl-file assign to 'archctl.dat'
        organization is line sequential
        access is sequential
        file status is ws-ctl-status.

data division.
file section.
fd  rules-file.

01  rules-record         pic x(200).

fd  live-file.

01  live-record          pic x(400).

fd  work-file.

01  work-record          pic x(400).

fd  stage-file.

01  stage-record.
    05  st-fy               pic 9(4).
    05  st-data             pic x(400).

fd  part-file.

01  part-record          pic x(400).

fd  ctl-file.

01  ctl-record           pic x(160).

working-storage section.

01  ws-cmdline           pic x(80).
01  ws-arg-fiscal        pic x(4).
01  ws-arg-rules         pic x(40).

01  ws-rules-status      pic xx.
    88  ws-rules-ok          value '00'.
01  ws-live-status       pic xx.
    88  ws-live-ok           value '00'.
01  ws-work-status       pic xx.
    88  ws-work-ok           value '00'.
01  ws-stage-status      pic xx.
    88  ws-stage-ok          value '00'.
01  ws-part-status       pic xx.
    88  ws-part-ok           value '00'.
01  ws-ctl-status        pic xx.
    88  ws-ctl-ok            value '00'.

01  ws-eof-rules         pic x       value 'N'.
    88  eof-rules            value 'Y'.
01  ws-eof-live          pic x       value 'N'.
    88  eof-live             value 'Y'.
01  ws-eof-work          pic x       value 'N'.
    88  eof-work             value 'Y'.
01  ws-eof-stage         pic x       value 'N'.
    88  eof-stage            value 'Y'.

01  hx-tokens.
    05  hx-tok              pic x(40) occurs 6 times.
01  hx-fdx               usage signed-int.

01  hx-live-name         pic x(40).
01  hx-work-name         pic x(48).
01  hx-stage-name        pic x(48).
01  hx-part-name         pic x(48).
01  hx-retain            usage signed-int.
01  hx-cutoff-fy         pic s9(9) comp-5.

*>  Column specs: 1 the date column, 2 the amount column, 3-5 the
*>  key columns (checked here, searched by ARCHINQ), 6 the company
*>  column.
*>
01  hx-cols.
    05  hx-col occurs 6 times.
        10  hxc-field        usage signed-int.
        10  hxc-start        usage signed-int.
        10  hxc-len          usage signed-int.
01  hx-cidx              usage signed-int.
01  hx-spec-text         pic x(40).
01  hx-spec-a            pic x(8).
01  hx-spec-b            pic x(8).
01  hx-spec-ok           pic x.
01  hx-keyspecs.
    05  hx-keyspec          pic x(12) occurs 3 times.
01  hx-have-amount       pic x.
01  hx-have-company      pic x.

01  hx-value             pic x(40).
01  hx-ptr               usage signed-int.
01  hx-kdx               usage signed-int.
01  hx-record            pic x(400).
01  hx-amount            pic s9(13)v99 comp-5.
01  hx-date-text         pic x(10).
01  hx-rec-ld            usage signed-int.
01  hx-rec-fy            pic s9(9) comp-5.
01  hx-rec-period        pic 99 comp-5.
01  hx-fy-display        pic 9(4).

*>  The control totals for the file in hand.
*>
01  hx-in-rows           usage signed-int.
01  hx-in-amount         pic s9(13)v99 comp-5.
01  hx-keep-rows         usage signed-int.
01  hx-keep-amount       pic s9(13)v99 comp-5.
01  hx-arch-rows         usage signed-int.
01  hx-arch-amount       pic s9(13)v99 comp-5.
01  hx-held-rows         usage signed-int.
01  hx-undated-rows      usage signed-int.
01  hx-unknown-rows      usage signed-int.
01  hx-chk-rows          usage signed-int.
01  hx-chk-amount        pic s9(13)v99 comp-5.

*>  Per fiscal year staged for the file in hand.
*>
01  hx-fy-count          usage signed-int.
01  hx-ydx               usage signed-int.
01  hx-years.
    05  hx-year-entry occurs 50 times.
        10  hxy-fy           pic 9(4).
        10  hxy-rows         usage signed-int.
        10  hxy-amount       pic s9(13)v99 comp-5.
        10  hxy-written      usage signed-int.
        10  hxy-written-amt  pic s9(13)v99 comp-5.

01  hx-rule-bad          pic x.
01  hx-failed            pic x.
01  hx-total-archived    usage signed-int value 0.
01  hx-file-count        usage signed-int value 0.

*>  Every file imaged this run, stamped through BEFOREIMAGE 'A' at
*>  the end.
*>
01  hx-imaged-count      usage signed-int value 0.
01  hx-idx               usage signed-int.
01  hx-imaged            pic x(40) occurs 200 times.
01  hx-bi-action         pic x.
01  hx-bi-file           pic x(40).
01  hx-bi-rebuild        pic x(12) value spaces.
01  hx-bi-result         pic x.

01  hx-rl-action         pic x.
01  hx-rl-job            pic x(12) value 'HISTARCH'.
01  hx-rl-input          pic x(40).
01  hx-rl-rc             usage signed-int.
01  hx-rl-result         pic x.
01  hx-run-number        usage signed-int value 0.
01  hx-run-display       pic 9(6).

01  hx-fiscalstart       pic 99 comp-5 value 1.
01  hx-fpo-result.
    05  hx-fpo-period        pic 99      comp-5.
    05  hx-fpo-fiscalyear    pic s9(9)   comp-5.
01  hx-today-ld          usage signed-int.
01  hx-current-fy        pic s9(9) comp-5.

*>  The record in hand's company (blank for the home company), its
*>  fiscal start and its retention cutoff.
*>
copy compinfo.
01  hx-blank-company     pic x(4)    value spaces.
01  hx-row-company       pic x(4).
01  hx-row-known         pic x.
01  hx-row-fiscalstart   pic 99 comp-5.
01  hx-row-cutoff        pic s9(9) comp-5.

01  hx-parse-result.
    05  hx-p-fielded.
        10  hx-p-year        pic s9(9)   comp-5.
        10  hx-p-month       pic 99      comp-5.
        10  hx-p-dom         pic 99      comp-5.
    05  hx-p-success     pic x.

01  hx-rows-display      pic z(8)9.
01  hx-amount-display    pic -(12)9.99.
01  hx-ctl-rows          pic 9(9).
01  hx-ctl-amount        pic -(12)9.99.
01  hx-line              pic x(160).

01  hx-batch-date        pic x(10).
01  hx-date-fmt          pic x(20).

01  hx-fielded-date.
    05  hx-year              pic s9(9)   comp-5.
    05  hx-month             pic 99      comp-5.
    05  hx-dom               pic 99      comp-5.
    05  hx-doy               pic 999     comp-5.
    05  hx-dow               pic 9       comp-5.

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
    move spaces to ws-cmdline ws-arg-fiscal ws-arg-rules.
    accept ws-cmdline from command-line.
    unstring ws-cmdline delimited by all space
        into ws-arg-fiscal ws-arg-rules.
    call 'companyof' using hx-blank-company compinfo-result.
    move 0 to hx-fiscalstart.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to hx-fiscalstart
    end-if.
    if hx-fiscalstart = 0
        move ci-fiscalstart to hx-fiscalstart
    end-if.
    if hx-fiscalstart < 1 or hx-fiscalstart > 12
        move 1 to hx-fiscalstart
    end-if.
    if ws-arg-rules = spaces or ws-arg-rules = low-values
        move 'archrules.dat' to ws-arg-rules
    end-if.

    move function current-date to time-stamp.
    move batchbusinessdate(time-stamp) to hx-fielded-date.
    move fielded_to_linear(hx-year, hx-month, hx-dom)
        to hx-today-ld.
    move dateformat(hx-fielded-date, '01') to hx-date-fmt.
    move hx-date-fmt(1:10) to hx-batch-date.
    move fiscalperiodof(hx-today-ld, hx-fiscalstart)
        to hx-fpo-result.
    move hx-fpo-fiscalyear to hx-current-fy.

    open input rules-file.
    if not ws-rules-ok
        display 'Cannot open rule file '
            function trim(ws-arg-rules) '.'
        move 8 to return-code
        go to 9000-end
    end-if.

    move ws-arg-rules to hx-rl-input.
    move 'O' to hx-rl-action.
    call 'runledger' using hx-rl-action hx-rl-job hx-rl-input
        hx-run-number hx-rl-rc hx-rl-result.
    move 'N' to hx-rl-action.
    call 'runledger' using hx-rl-action hx-rl-job hx-rl-input
        hx-run-number hx-rl-rc hx-rl-result.
    move hx-run-number to hx-run-display.

    move hx-current-fy to hx-fy-display.
    display 'History archival ' hx-batch-date
        ' - current fiscal year ' hx-fy-display.
    display '=============================================='.

    perform 0100-readrule.
    perform until eof-rules
        perform 0200-onerule thru 0200-exit
        perform 0100-readrule
    end-perform.
    close rules-file.

    move 'A' to hx-bi-action.
    perform varying hx-idx from 1 by 1
            until hx-idx > hx-imaged-count
        call 'beforeimage' using hx-bi-action hx-rl-job
            hx-run-number hx-imaged(hx-idx) hx-bi-rebuild
            hx-bi-result
    end-perform.

    display ' '.
    display '=============================================='.
    display 'Files processed:  ' hx-file-count.
    display 'Records archived: ' hx-total-archived.

    move return-code to hx-rl-rc.
    move 'W' to hx-rl-action.
    call 'runledger' using hx-rl-action hx-rl-job hx-rl-input
        hx-total-archived hx-rl-rc hx-rl-result.
    move hx-rl-rc to return-code.

9000-end.
    goback.

*>*****************************************************************
*> 0100-readrule                                                   *
*>*****************************************************************
0100-readrule.
    move spaces to rules-record.
    perform until eof-rules
            or (rules-record not = spaces
                and rules-record(1:1) not = '*')
        read rules-file
            at end
                move 'Y' to ws-eof-rules
        end-read
    end-perform.

*>*****************************************************************
*> 0200-onerule                                                    *
*>                                                                *
*> One live file, start to finish: stage, prove, image, append,    *
*> rewrite, prove again, record.                                   *
*>*****************************************************************
0200-onerule.
    move spaces to hx-tokens.
    unstring rules-record delimited by ','
        into hx-tok(1) hx-tok(2) hx-tok(3) hx-tok(4) hx-tok(5)
            hx-tok(6)
    end-unstring.
    perform varying hx-fdx from 1 by 1 until hx-fdx > 6
        move function trim(hx-tok(hx-fdx)) to hx-tok(hx-fdx)
    end-perform.
    move hx-tok(1) to hx-live-name.
    move 'N' to hx-rule-bad hx-failed.

    display ' '.
    display function trim(hx-live-name).

    perform 0250-checkrule.
    if hx-rule-bad = 'Y'
        display '  Rule is malformed: ' function trim(rules-record)
        if return-code < 8
            move 8 to return-code
        end-if
        go to 0200-exit
    end-if.
    add 1 to hx-file-count.

    compute hx-cutoff-fy = hx-current-fy - hx-retain.
    move spaces to hx-work-name hx-stage-name.
    string function trim(hx-live-name) '.arcwork'
        delimited by size into hx-work-name.
    string function trim(hx-live-name) '.arcstage'
        delimited by size into hx-stage-name.

    perform 0300-stage thru 0300-exit.
    if hx-failed = 'Y'
        go to 0200-exit
    end-if.
    perform 0400-report.
    if hx-arch-rows = 0
        perform 0900-dropwork
        go to 0200-exit
    end-if.

    perform 0450-prove thru 0450-exit.
    if hx-failed = 'N'
        perform 0500-images thru 0500-exit
    end-if.
    if hx-failed = 'Y'
        perform 0900-dropwork
        move 16 to return-code
        display '  File left exactly as it was.'
        go to 0200-exit
    end-if.

    perform 0600-distribute thru 0600-exit.
    perform 0700-rewritelive.
    perform 0800-record.
    perform 0900-dropwork.
0200-exit.
    exit.

*>*****************************************************************
*> 0250-checkrule                                                  *
*>*****************************************************************
0250-checkrule.
    move 'Y' to hx-spec-ok.
    move low-values to hx-cols.
    if hx-live-name = spaces
        move 'N' to hx-spec-ok
    end-if.
    move hx-tok(2) to hx-spec-text.
    move 1 to hx-cidx.
    perform 0260-parsespec.
    move 'N' to hx-have-amount.
    if hx-tok(5) not = spaces
        move 'Y' to hx-have-amount
        move hx-tok(5) to hx-spec-text
        move 2 to hx-cidx
        perform 0260-parsespec
    end-if.
    move 'N' to hx-have-company.
    if hx-tok(6) not = spaces
        move 'Y' to hx-have-company
        move hx-tok(6) to hx-spec-text
        move 6 to hx-cidx
        perform 0260-parsespec
    end-if.
    move spaces to hx-keyspecs.
    unstring hx-tok(4) delimited by '+'
        into hx-keyspec(1) hx-keyspec(2) hx-keyspec(3)
    end-unstring.
    if hx-keyspec(1) = spaces
        move 'N' to hx-spec-ok
    end-if.
    perform varying hx-kdx from 1 by 1 until hx-kdx > 3
        if hx-keyspec(hx-kdx) not = spaces
            move hx-keyspec(hx-kdx) to hx-spec-text
            compute hx-cidx = hx-kdx + 2
            perform 0260-parsespec
        end-if
    end-perform.
    if function test-numval(hx-tok(3)) not = 0
        move 'N' to hx-spec-ok
    else
        compute hx-retain = function numval(hx-tok(3))
        if hx-retain < 1
            move 'N' to hx-spec-ok
        end-if
    end-if.
    if hx-spec-ok = 'N'
        move 'Y' to hx-rule-bad
    end-if.

*>*****************************************************************
*> 0260-parsespec / 0270-getcol                                    *
*>                                                                *
*> A field number or START:LENGTH into column HX-CIDX, and that    *
*> column of HX-RECORD out into HX-VALUE - XREFAUDIT's rules.      *
*>*****************************************************************
0260-parsespec.
    move 0 to hxc-field(hx-cidx) hxc-start(hx-cidx)
        hxc-len(hx-cidx).
    move spaces to hx-spec-a hx-spec-b.
    unstring hx-spec-text delimited by ':'
        into hx-spec-a hx-spec-b
    end-unstring.
    if hx-spec-a = spaces
            or function test-numval(hx-spec-a) not = 0
        move 'N' to hx-spec-ok
    else
        if hx-spec-b = spaces
            compute hxc-field(hx-cidx) = function numval(hx-spec-a)
            if hxc-field(hx-cidx) < 1 or hxc-field(hx-cidx) > 40
                move 'N' to hx-spec-ok
            end-if
        else
            if function test-numval(hx-spec-b) not = 0
                move 'N' to hx-spec-ok
            else
                compute hxc-start(hx-cidx) =
                    function numval(hx-spec-a)
                compute hxc-len(hx-cidx) =
                    function numval(hx-spec-b)
                if hxc-start(hx-cidx) < 1 or hxc-len(hx-cidx) < 1
                        or hxc-len(hx-cidx) > 40
                        or hxc-start(hx-cidx) + hxc-len(hx-cidx)
                            > 401
                    move 'N' to hx-spec-ok
                end-if
            end-if
        end-if
    end-if.

0270-getcol.
    move spaces to hx-value.
    if hxc-field(hx-cidx) = 0
        move hx-record(hxc-start(hx-cidx):hxc-len(hx-cidx))
            to hx-value
    else
        move 1 to hx-ptr
        perform varying hx-fdx from 1 by 1
                until hx-fdx > hxc-field(hx-cidx)
            move spaces to hx-value
            if hx-ptr <= 400
                unstring hx-record delimited by ','
                    into hx-value
                    with pointer hx-ptr
                end-unstring
            end-if
        end-perform
    end-if.
    move function trim(hx-value) to hx-value.

*>*****************************************************************
*> 0280-getamount                                                  *
*>                                                                *
*> A blank or non-numeric amount counts as zero on every side of   *
*> the proof alike.                                                *
*>*****************************************************************
0280-getamount.
    move 0 to hx-amount.
    if hx-have-amount = 'Y'
        move 2 to hx-cidx
        perform 0270-getcol
        if hx-value not = spaces
                and function test-numval(hx-value) = 0
            compute hx-amount = function numval(hx-value)
        end-if
    end-if.

*>*****************************************************************
*> 0300-stage                                                      *
*>                                                                *
*> Reads the live file once: records to keep are written to the    *
*> work copy, records to move to the stage file behind their       *
*> fiscal year.                                                    *
*>*****************************************************************
0300-stage.
    move 0 to hx-in-rows hx-keep-rows hx-arch-rows hx-held-rows
        hx-undated-rows hx-unknown-rows hx-fy-count.
    move 0 to hx-in-amount hx-keep-amount hx-arch-amount.

    move 'N' to ws-eof-live.
    open input live-file.
    if not ws-live-ok
        display '  Not present - nothing to archive.'
        move 'Y' to hx-failed
        go to 0300-exit
    end-if.
    open output work-file.
    open output stage-file.
    if not ws-work-ok or not ws-stage-ok
        display '  Cannot write the work files beside it.'
        close live-file
        move 'Y' to hx-failed
        move 16 to return-code
        go to 0300-exit
    end-if.

    perform 0310-readlive.
    perform until eof-live or hx-failed = 'Y'
        move live-record to hx-record
        add 1 to hx-in-rows
        perform 0280-getamount
        add hx-amount to hx-in-amount
        perform 0320-classify
        if hx-rec-fy > 0
            move hx-rec-fy to st-fy
            move live-record to st-data
            write stage-record
            add 1 to hx-arch-rows
            add hx-amount to hx-arch-amount
        else
            move live-record to work-record
            write work-record
            add 1 to hx-keep-rows
            add hx-amount to hx-keep-amount
        end-if
        perform 0310-readlive
    end-perform.
    close live-file work-file stage-file.

    if hx-failed = 'Y'
        perform 0900-dropwork
        move 16 to return-code
    end-if.
0300-exit.
    exit.

0310-readlive.
    read live-file
        at end
            move 'Y' to ws-eof-live
    end-read.

*>*****************************************************************
*> 0320-classify                                                   *
*>                                                                *
*> HX-REC-FY comes back as the fiscal year to archive the record   *
*> under, or zero to keep it live.                                 *
*>*****************************************************************
0320-classify.
    move 0 to hx-rec-fy.
    perform 0325-company.
    move 1 to hx-cidx.
    perform 0270-getcol.
    move hx-value(1:10) to hx-date-text.
    move dateparse(hx-date-text, '02') to hx-parse-result.
    if hx-p-success not = 'Y'
        add 1 to hx-undated-rows
    else
        move fielded_to_linear(hx-p-year, hx-p-month, hx-p-dom)
            to hx-rec-ld
        move fiscalperiodof(hx-rec-ld, hx-row-fiscalstart)
            to hx-fpo-result
        if hx-fpo-fiscalyear < hx-row-cutoff
            evaluate true
                when hx-row-known = 'N'
                    add 1 to hx-unknown-rows
                when isperiodopenco(hx-row-company,
                        hx-fpo-fiscalyear, hx-fpo-period) = 'N'
                    move hx-fpo-fiscalyear to hx-rec-fy
                    perform 0330-countyear
                when other
                    add 1 to hx-held-rows
            end-evaluate
        end-if
    end-if.

*>*****************************************************************
*> 0325-company                                                    *
*>                                                                *
*> The record's company from its COMPANYCOL, and that company's    *
*> fiscal start and cutoff year through COMPANYOF - the home       *
*> company's, the run's own, when it has none.                     *
*>*****************************************************************
0325-company.
    move spaces to hx-row-company.
    move 'Y' to hx-row-known.
    move hx-fiscalstart to hx-row-fiscalstart.
    move hx-cutoff-fy to hx-row-cutoff.
    if hx-have-company = 'Y'
        move 6 to hx-cidx
        perform 0270-getcol
        move function upper-case(hx-value(1:4)) to hx-row-company
        if hx-value(5:36) not = spaces
            move 'N' to hx-row-known
        end-if
    end-if.
    if hx-row-company not = spaces
        call 'companyof' using hx-row-company compinfo-result
        evaluate true
            when ci-found not = 'Y'
                move 'N' to hx-row-known
            when ci-home = 'Y'
                move spaces to hx-row-company
            when other
                move ci-fiscalstart to hx-row-fiscalstart
                if hx-row-fiscalstart < 1 or hx-row-fiscalstart > 12
                    move 1 to hx-row-fiscalstart
                end-if
                move fiscalperiodof(hx-today-ld, hx-row-fiscalstart)
                    to hx-fpo-result
                compute hx-row-cutoff =
                    hx-fpo-fiscalyear - hx-retain
        end-evaluate
    end-if.

0330-countyear.
    move 0 to hx-kdx.
    perform varying hx-ydx from 1 by 1
            until hx-ydx > hx-fy-count
        if hxy-fy(hx-ydx) = hx-rec-fy
            move hx-ydx to hx-kdx
        end-if
    end-perform.
    if hx-kdx = 0
        if hx-fy-count >= 50
            display '  More than 50 fiscal years to archive;'
                ' file abandoned.'
            move 'Y' to hx-failed
            move 0 to hx-rec-fy
        else
            add 1 to hx-fy-count
            move hx-fy-count to hx-kdx
            move hx-rec-fy to hxy-fy(hx-kdx)
            move 0 to hxy-rows(hx-kdx) hxy-written(hx-kdx)
            move 0 to hxy-amount(hx-kdx) hxy-written-amt(hx-kdx)
        end-if
    end-if.
    if hx-kdx > 0
        add 1 to hxy-rows(hx-kdx)
        add hx-amount to hxy-amount(hx-kdx)
    end-if.

*>*****************************************************************
*> 0400-report                                                     *
*>*****************************************************************
0400-report.
    move hx-in-rows to hx-rows-display.
    move hx-in-amount to hx-amount-display.
    display '  Read:      ' hx-rows-display '  ' hx-amount-display.
    move hx-keep-rows to hx-rows-display.
    move hx-keep-amount to hx-amount-display.
    display '  Kept live: ' hx-rows-display '  ' hx-amount-display.
    move hx-arch-rows to hx-rows-display.
    move hx-arch-amount to hx-amount-display.
    display '  Archived:  ' hx-rows-display '  ' hx-amount-display.
    if hx-held-rows > 0
        move hx-held-rows to hx-rows-display
        display '  (' function trim(hx-rows-display)
            ' past retention kept - period not closed)'
    end-if.
    if hx-undated-rows > 0
        move hx-undated-rows to hx-rows-display
        display '  (' function trim(hx-rows-display)
            ' kept - date will not parse)'
    end-if.
    if hx-unknown-rows > 0
        move hx-unknown-rows to hx-rows-display
        display '  (' function trim(hx-rows-display)
            ' past retention kept - company not on company.dat)'
    end-if.

*>*****************************************************************
*> 0450-prove                                                      *
*>                                                                *
*> What was read must equal kept plus staged, and both written     *
*> copies must count back to what was written to them.             *
*>*****************************************************************
0450-prove.
    if hx-in-rows not = hx-keep-rows + hx-arch-rows
            or hx-in-amount not = hx-keep-amount + hx-arch-amount
        display '  CONTROL TOTALS DO NOT AGREE - read vs kept'
            ' plus archived.'
        move 'Y' to hx-failed
        go to 0450-exit
    end-if.

    move 0 to hx-chk-rows hx-chk-amount.
    move 'N' to ws-eof-work.
    open input work-file.
    perform 0460-readwork.
    perform until eof-work
        move work-record to hx-record
        add 1 to hx-chk-rows
        perform 0280-getamount
        add hx-amount to hx-chk-amount
        perform 0460-readwork
    end-perform.
    close work-file.
    if hx-chk-rows not = hx-keep-rows
            or hx-chk-amount not = hx-keep-amount
        display '  CONTROL TOTALS DO NOT AGREE - work copy.'
        move 'Y' to hx-failed
        go to 0450-exit
    end-if.

    move 0 to hx-chk-rows hx-chk-amount.
    move 'N' to ws-eof-stage.
    open input stage-file.
    perform 0470-readstage.
    perform until eof-stage
        move st-data to hx-record
        add 1 to hx-chk-rows
        perform 0280-getamount
        add hx-amount to hx-chk-amount
        perform 0470-readstage
    end-perform.
    close stage-file.
    if hx-chk-rows not = hx-arch-rows
            or hx-chk-amount not = hx-arch-amount
        display '  CONTROL TOTALS DO NOT AGREE - staged records.'
        move 'Y' to hx-failed
    end-if.
0450-exit.
    exit.

0460-readwork.
    read work-file
        at end
            move 'Y' to ws-eof-work
    end-read.

0470-readstage.
    read stage-file
        at end
            move 'Y' to ws-eof-stage
    end-read.

*>*****************************************************************
*> 0500-images                                                     *
*>                                                                *
*> The live file and every partition about to be appended to,      *
*> copied before any of them changes.                              *
*>*****************************************************************
0500-images.
    move 'B' to hx-bi-action.
    move hx-live-name to hx-bi-file.
    perform 0510-takeimage.
    perform varying hx-ydx from 1 by 1
            until hx-ydx > hx-fy-count or hx-failed = 'Y'
        perform 0520-partname
        move hx-part-name to hx-bi-file
        perform 0510-takeimage
    end-perform.
0500-exit.
    exit.

0510-takeimage.
    call 'beforeimage' using hx-bi-action hx-rl-job
        hx-run-number hx-bi-file hx-bi-rebuild hx-bi-result.
    if hx-bi-result not = 'Y'
        display '  Before-image of ' function trim(hx-bi-file)
            ' failed.'
        move 'Y' to hx-failed
    else
        if hx-imaged-count < 200
            add 1 to hx-imaged-count
            move hx-bi-file to hx-imaged(hx-imaged-count)
        end-if
    end-if.

0520-partname.
    move spaces to hx-part-name.
    string function trim(hx-live-name) '.fy' hxy-fy(hx-ydx)
        delimited by size into hx-part-name.

*>*****************************************************************
*> 0600-distribute                                                 *
*>                                                                *
*> One pass over the stage file per fiscal year, appending that    *
*> year's records to its partition and counting them as written.   *
*>*****************************************************************
0600-distribute.
    perform varying hx-ydx from 1 by 1
            until hx-ydx > hx-fy-count
        perform 0520-partname
        open extend part-file
        if not ws-part-ok
            open output part-file
        end-if
        move 'N' to ws-eof-stage
        open input stage-file
        perform 0470-readstage
        perform until eof-stage
            if st-fy = hxy-fy(hx-ydx)
                move st-data to part-record
                write part-record
                move st-data to hx-record
                perform 0280-getamount
                add 1 to hxy-written(hx-ydx)
                add hx-amount to hxy-written-amt(hx-ydx)
            end-if
            perform 0470-readstage
        end-perform
        close stage-file
        close part-file
    end-perform.
0600-exit.
    exit.

*>*****************************************************************
*> 0700-rewritelive                                                *
*>*****************************************************************
0700-rewritelive.
    move 0 to hx-chk-rows hx-chk-amount.
    open output live-file.
    move 'N' to ws-eof-work.
    open input work-file.
    perform 0460-readwork.
    perform until eof-work
        move work-record to live-record
        write live-record
        move work-record to hx-record
        add 1 to hx-chk-rows
        perform 0280-getamount
        add hx-amount to hx-chk-amount
        perform 0460-readwork
    end-perform.
    close work-file.
    close live-file.

*>*****************************************************************
*> 0800-record                                                     *
*>                                                                *
*> One ARCHCTL.DAT line per partition appended to and one LIVE     *
*> line for what stayed, each proved against the staged totals.    *
*>*****************************************************************
0800-record.
    open extend ctl-file.
    if not ws-ctl-ok
        open output ctl-file
    end-if.

    perform varying hx-ydx from 1 by 1
            until hx-ydx > hx-fy-count
        perform 0520-partname
        if hxy-written(hx-ydx) not = hxy-rows(hx-ydx)
                or hxy-written-amt(hx-ydx) not = hxy-amount(hx-ydx)
            display '  CONTROL TOTALS DO NOT AGREE - '
                function trim(hx-part-name)
                ' - roll back run ' hx-run-display '.'
            move 16 to return-code
        end-if
        move hxy-written(hx-ydx) to hx-ctl-rows
        move hxy-written-amt(hx-ydx) to hx-ctl-amount
        move hxy-written(hx-ydx) to hx-rows-display
        display '  -> ' hx-part-name hx-rows-display
        move spaces to hx-line
        string hx-batch-date ',' hx-run-display ','
            function trim(hx-live-name) ','
            hxy-fy(hx-ydx) ','
            function trim(hx-part-name) ','
            hx-ctl-rows ','
            function trim(hx-ctl-amount)
            delimited by size into hx-line
        move hx-line to ctl-record
        write ctl-record
    end-perform.

    if hx-chk-rows not = hx-keep-rows
            or hx-chk-amount not = hx-keep-amount
        display '  CONTROL TOTALS DO NOT AGREE - rewritten '
            function trim(hx-live-name)
            ' - roll back run ' hx-run-display '.'
        move 16 to return-code
    else
        display '  Control totals agree.'
    end-if.
    move hx-chk-rows to hx-ctl-rows.
    move hx-chk-amount to hx-ctl-amount.
    move spaces to hx-line.
    string hx-batch-date ',' hx-run-display ','
        function trim(hx-live-name) ',LIVE,'
        function trim(hx-live-name) ','
        hx-ctl-rows ','
        function trim(hx-ctl-amount)
        delimited by size into hx-line.
    move hx-line to ctl-record.
    write ctl-record.
    close ctl-file.

    add hx-arch-rows to hx-total-archived.

*>*****************************************************************
*> 0900-dropwork                                                   *
*>*****************************************************************
0900-dropwork.
    call 'CBL_DELETE_FILE' using hx-work-name.
    call 'CBL_DELETE_FILE' using hx-stage-name.

end program histarch.
