*>*****************************************************************
*> rptwriter - Layout-driven control-break report writer.          *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Most report requests are the same program over again: read a    *
*> file, sort it, print some columns with headings and page        *
*> breaks, subtotal by customer or vendor, grand-total at the end. *
*> This is that program once, driven by two files:                 *
*>                                                                *
*>   - the CSVEXPORT layout file for the input (START,LENGTH,NAME  *
*>     [,FORMAT[,FLAGS[,TYPE]]], RECTYPE/TYPE sections included),  *
*>     fixed-width, typed, or CSV with START as the column number; *
*>   - a report definition, one keyword line each:                 *
*>                                                                *
*>     TITLE,text            up to three heading lines             *
*>     PAGESIZE,n            lines to the page (default 60, the    *
*>                           shop print standard)                  *
*>     OUTPUT,name           report base name (default report.txt) *
*>     JOB,name              catalog job name (default RPTWRITER)  *
*>     SORT,column[,A|D]     up to three keys, major first         *
*>     BREAK,column[,label]  up to three levels, major first       *
*>     COLUMN,column,heading[,edit[,S[,scale]]]                    *
*>                           up to twelve print columns            *
*>                                                                *
*> EDIT is blank for text as it stands, DATE:nn for a DATEFORMAT   *
*> code (the value parsed with the layout's FORMAT code, 02 when   *
*> blank, or taken from a PACKDATE), or a numeric mask built from  *
*> 9 Z , . - + $ ("ZZZ,ZZ9.99-" and the like, quoted because of    *
*> its commas; a value too big for the mask prints as asterisks).  *
*> S subtotals the column at each break and in the grand total;    *
*> SCALE is the implied decimal places of a PACKED, BINARY, or     *
*> unpointed text amount.                                          *
*>                                                                *
*> Typed and numeric-edited columns sort numerically, dated ones   *
*> by date, the rest as text; input order settles ties.  BREAK     *
*> columns should lead the SORT for the groups to mean anything.   *
*> With RECTYPE sections only the records of the first print       *
*> column's type are reported.                                     *
*>                                                                *
*> Every page heads with the titles, the page number and the       *
*> batch business date (BATCHBUSINESSDATE), and runs to exactly    *
*> PAGESIZE lines so BUNDLER's page counts hold.  The report is    *
*> generation-dated through GENERATIONNAME and cataloged through   *
*> GENCATALOG for BUNDLER to distribute, and the run lands in the  *
*> run ledger.                                                     *
*>                                                                *
*> Command line: [input] [layout] [definition] [mode] [delimiter]  *
*>                                                                *
*> MODE is F fixed-width (default) or C CSV, whose header row is   *
*> skipped.  RETURN-CODE 8 for a bad layout or definition or a     *
*> file that will not open; 4 when no records were reported.       *
*>*****************************************************************
identification division.
program-id. rptwriter.

environment division.
configuration section.
repository.
    function batchbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function generationname
    function linear_to_fielded
    function all intrinsic.

input-output section.
file-control.

    select input-file assign to ws-arg-input
        organization is line sequential
        access is sequential
        file status is ws-input-status.

    select input-bin-file assign to ws-arg-input
        organization is sequential
        access is sequential
        file status is ws-input-status.

    select layout-file assign to ws-arg-layout
        organization is line sequential
        access is sequential
        file status is ws-layout-status.

    select def-file assign to ws-arg-def
        organization is line sequential
        access is sequential
        file status is ws-def-status.

    select sort-file assign to 'sortwk1'.

    select report-file assign to rw-report-name
        organization is line sequential
        access is sequential
        file status is ws-report-status.

data division.
file section.
fd  input-file.

01  input-record        pic x(2000).

fd  input-bin-file
    record is varying in size from 1 to 2000
        depending on ws-rec-len.

01  input-bin-record    pic x(2000).

fd  layout-file.

01  layout-record       pic x(80).

fd  def-file.

01  def-record          pic x(120).

*>  Each reported record goes through the sort with its three keys
*>  already rendered sortable (see 0310-sortkey) and its input
*>  sequence as the last key, so equal keys keep input order.
*>
sd  sort-file.

01  sort-record.
    05  sk-keys.
        10  sk-key1         pic x(40).
        10  sk-key2         pic x(40).
        10  sk-key3         pic x(40).
    05  sk-key-table redefines sk-keys.
        10  sk-key          pic x(40) occurs 3 times.
    05  sk-seq              pic 9(9).
    05  sk-data             pic x(2000).

fd  report-file.

01  report-record       pic x(200).

working-storage section.
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
01  ws-csv-row.
    05  ws-csv-fields   occurs 20 times pic x(80).
01  ws-diag-line        usage signed-int.
01  ws-diag-column      usage signed-int.
01  ws-field-actual-len usage signed-int.

01  ws-arg-input        pic x(40) value 'input.dat'.
01  ws-arg-layout       pic x(40) value 'layout.txt'.
01  ws-arg-def          pic x(40) value 'report.def'.
01  ws-arg-mode         pic x(1)  value 'F'.
    88  csv-mode            value 'C'.
01  ws-arg-delim        pic x(1).
01  ws-delimiter        usage signed-int value 44.

01  ws-input-status     pic xx.
    88  ws-input-ok         value '00'.
01  ws-layout-status    pic xx.
    88  ws-layout-ok        value '00'.
01  ws-def-status       pic xx.
    88  ws-def-ok           value '00'.
01  ws-report-status    pic xx.
    88  ws-report-ok        value '00'.

01  ws-eof-input        pic x       value 'N'.
    88  eof-input           value 'Y'.
01  ws-eof-layout       pic x       value 'N'.
    88  eof-layout          value 'Y'.
01  ws-eof-def          pic x       value 'N'.
    88  eof-def             value 'Y'.
01  ws-eof-sort         pic x       value 'N'.
    88  eof-sort            value 'Y'.

*>  The input layout, as CSVEXPORT holds it.
*>
01  wsl-columns         occurs 20 times.
    05  wsl-start           pic 9(4)    comp-5.
    05  wsl-length          pic 9(4)    comp-5.
    05  wsl-name            pic x(20).
    05  wsl-format          pic xx.
    05  wsl-flags           pic x(4).
    05  wsl-type            pic x(8).
    05  wsl-rectype         pic x(8).

01  wsl-count           usage signed-int value 0.
01  wsl-idx             usage signed-int.

01  ws-rt-active        pic x       value 'N'.
    88  rectypes-active     value 'Y'.
01  ws-rt-start         pic 9(4) comp-5.
01  ws-rt-length        pic 9(4) comp-5.
01  ws-rt-section       pic x(8).
01  ws-rt-value         pic x(8).
01  ws-tok-rt-start     pic x(4).
01  ws-tok-rt-length    pic x(4).
01  ws-tok-start        pic x(8).
01  ws-tok-length       pic x(4).

01  ws-rec-len          pic 9(4) comp-5 value 2000.
01  ws-io-binary        pic x       value 'N'.
    88  binary-io           value 'Y'.

*>  The report definition.
*>
01  rw-title            pic x(80) occurs 3 times.
01  rw-title-count      usage signed-int value 0.
01  rw-page-size        usage signed-int value 60.
01  rw-report-base      pic x(40) value 'report.txt'.
01  rw-report-name      pic x(60).
01  rw-cat-job          pic x(12) value 'RPTWRITER'.
01  rw-def-bad          pic x       value 'N'.
01  rw-detail-type      pic x(8)    value spaces.

01  rw-sort-count       usage signed-int value 0.
01  rw-sorts            occurs 3 times.
    05  rws-lidx            usage signed-int.
    05  rws-order           pic x.

01  rw-break-count      usage signed-int value 0.
01  rw-breaks           occurs 3 times.
    05  rwb-lidx            usage signed-int.
    05  rwb-label           pic x(20).
    05  rwb-prev            pic x(80).

01  rw-col-count        usage signed-int value 0.
01  rw-cols             occurs 12 times.
    05  rwc-lidx            usage signed-int.
    05  rwc-heading         pic x(20).
    05  rwc-mask            pic x(30).
    05  rwc-kind            pic x.
    05  rwc-datefmt         pic xx.
    05  rwc-sum             pic x.
    05  rwc-scale           usage signed-int.
    05  rwc-pos             usage signed-int.
    05  rwc-width           usage signed-int.
    05  rwc-total           pic s9(15)v9(4) comp-3 occurs 4 times.

*>  Group row counts: levels 1-3 are the breaks, 4 the grand total.
*>
01  rw-level-rows       usage signed-int occurs 4 times.

01  rw-tok              pic x(40) occurs 6 times.
01  rw-keyword          pic x(12).
01  rw-tidx             usage signed-int.
01  rw-tpos             usage signed-int.
01  rw-quoted           pic x.
01  rw-cidx             usage signed-int.
01  rw-bidx             usage signed-int.
01  rw-sidx             usage signed-int.
01  rw-level            usage signed-int.
01  rw-changed          usage signed-int.
01  rw-found            usage signed-int.
01  rw-pos              usage signed-int.
01  rw-len              usage signed-int.
01  rw-idx              usage signed-int.
01  rw-line-width       usage signed-int.
01  rw-first-row        pic x       value 'Y'.
01  rw-numeric          pic x.
01  rw-stars            pic x(3)    value '***'.

*>  Descending keys are complemented byte for byte so one ascending
*>  SORT serves both directions.
*>
01  rw-asc-table        pic x(256).
01  rw-desc-table       pic x(256).

01  rw-seq              pic 9(9) value 0.
01  rw-rows-in          usage signed-int value 0.
01  rw-rows-reported    usage signed-int value 0.

*>  The value of one layout column for the record in hand.
*>
01  rw-text             pic x(80).
01  rw-num              pic s9(13)v9(4) comp-3.
01  rw-int              pic s9(18) comp-5.
01  rw-scale            usage signed-int.
01  rw-sort-num         pic 9(14)v9(4).
01  rw-sort-num-x redefines rw-sort-num pic x(18).
01  rw-ld-display       pic 9(9).

01  rw-date-text        pic x(20).
01  rw-date-ok          pic x.
01  rw-ld               usage signed-int.
01  rw-parse-result.
    05  rw-p-fielded.
        10  rw-p-year        pic s9(9)   comp-5.
        10  rw-p-month       pic 99      comp-5.
        10  rw-p-dom         pic 99      comp-5.
    05  rw-p-success     pic x.
01  rw-fielded.
    05  rw-f-year           pic s9(9)   comp-5.
    05  rw-f-month          pic 99      comp-5.
    05  rw-f-dom            pic 99      comp-5.
    05  rw-f-doy            pic 999     comp-5.
    05  rw-f-dow            pic 9       comp-5.
01  rw-date-fmt         pic xx.
01  rw-formatted        pic x(20).

*>  Numeric editing under a run-time mask (see 0700-editnumber).
*>
01  rw-mask             pic x(30).
01  rw-edited           pic x(30).
01  rw-mask-len         usage signed-int.
01  rw-decimals         usage signed-int.
01  rw-point            usage signed-int.
01  rw-negative         pic x.
01  rw-has-sign         pic x.
01  rw-scaled           pic 9(18).
01  rw-digits redefines rw-scaled pic x(18).
01  rw-sig              usage signed-int.
01  rw-didx             usage signed-int.
01  rw-midx             usage signed-int.
01  rw-mchar            pic x.
01  rw-in-fraction      pic x.

*>  Page handling.
*>
01  rw-page-no          usage signed-int value 0.
01  rw-page-lines       usage signed-int value 0.
01  rw-page-display     pic zzz9.
01  rw-line             pic x(200).
01  rw-label            pic x(60).
01  rw-rows-display     pic zzzzzzzz9.
01  rw-bus-date         pic x(10).

01  rw-rl-job           pic x(12) value 'RPTWRITER'.
01  rw-rl-action        pic x.
01  rw-rl-rc            usage signed-int value 0.
01  rw-rl-result        pic x.

*>  Work areas for the typed columns, as in CSVEXPORT.
*>
01  ws-packed-work      pic s9(18) comp-3.
01  ws-packed-bytes redefines ws-packed-work pic x(10).
01  ws-bin2             usage signed-short.
01  ws-bin2-x  redefines ws-bin2  pic x(2).
01  ws-bin4             usage signed-int.
01  ws-bin4-x  redefines ws-bin4  pic x(4).
01  ws-bin8             pic s9(18) comp-5.
01  ws-bin8-x  redefines ws-bin8  pic x(8).
01  ws-packdate         pic 9(8) comp-3.
01  ws-packdate-x redefines ws-packdate pic x(5).
01  ws-packdate-digits.
    05  ws-pd-year      pic 9(4).
    05  ws-pd-month     pic 99.
    05  ws-pd-dom       pic 99.
01  ws-packdate-num redefines ws-packdate-digits pic 9(8).
01  ws-packdate-text.
    05  ws-pdt-year     pic 9(4).
    05  filler          pic x value '-'.
    05  ws-pdt-month    pic 99.
    05  filler          pic x value '-'.
    05  ws-pdt-dom      pic 99.

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
01  rw-batch-fielded.
    05  rw-bf-year          pic s9(9)   comp-5.
    05  rw-bf-month         pic 99      comp-5.
    05  rw-bf-dom           pic 99      comp-5.
    05  rw-bf-doy           pic 999     comp-5.
    05  rw-bf-dow           pic 9       comp-5.

procedure division.
0000-start-here.
    move 0 to return-code.

    display 1 upon argument-number.
    accept ws-arg-input from argument-value.
    if ws-arg-input = spaces or ws-arg-input = low-values
        move 'input.dat' to ws-arg-input
    end-if.

    display 2 upon argument-number.
    accept ws-arg-layout from argument-value.
    if ws-arg-layout = spaces or ws-arg-layout = low-values
        move 'layout.txt' to ws-arg-layout
    end-if.

    display 3 upon argument-number.
    accept ws-arg-def from argument-value.
    if ws-arg-def = spaces or ws-arg-def = low-values
        move 'report.def' to ws-arg-def
    end-if.

    move spaces to ws-arg-mode.
    display 4 upon argument-number.
    accept ws-arg-mode from argument-value.
    move function upper-case(ws-arg-mode) to ws-arg-mode.
    if ws-arg-mode = spaces or ws-arg-mode = low-values
        move 'F' to ws-arg-mode
    end-if.

    move spaces to ws-arg-delim.
    display 5 upon argument-number.
    accept ws-arg-delim from argument-value.
    if ws-arg-delim not = spaces and ws-arg-delim not = low-values
        compute ws-delimiter = function ord(ws-arg-delim) - 1
    end-if.

    move 'O' to rw-rl-action.
    call 'runledger' using rw-rl-action rw-rl-job ws-arg-input
        rw-rows-reported rw-rl-rc rw-rl-result.

    perform 0100-readlayout thru 0100-exit.
    if wsl-count = 0
        display 'Layout ' function trim(ws-arg-layout)
            ' is missing or empty.'
        move 8 to return-code
        go to 8000-ledger
    end-if.

    perform 0200-readdef thru 0200-exit.
    if rw-def-bad = 'Y' or rw-col-count = 0
        display 'Report definition ' function trim(ws-arg-def)
            ' is missing, has no COLUMN lines, or has errors.'
        move 8 to return-code
        go to 8000-ledger
    end-if.

    perform 0250-layoutcolumns.
    if rw-line-width > 200
        display 'Report columns need ' rw-line-width
            ' print positions; 200 is the limit.'
        move 8 to return-code
        go to 8000-ledger
    end-if.

    move 0 to ws-rec-len.
    perform varying wsl-idx from 1 by 1 until wsl-idx > wsl-count
        if wsl-type(wsl-idx) not = spaces
            move 'Y' to ws-io-binary
        end-if
        if wsl-start(wsl-idx) + wsl-length(wsl-idx) - 1 > ws-rec-len
            compute ws-rec-len =
                wsl-start(wsl-idx) + wsl-length(wsl-idx) - 1
        end-if
    end-perform.
    if ws-rec-len = 0
        move 2000 to ws-rec-len
    end-if.

    move function current-date to time-stamp.
    move batchbusinessdate(time-stamp) to rw-batch-fielded.
    move dateformat(rw-batch-fielded, '01') to rw-formatted.
    move rw-formatted(1:10) to rw-bus-date.

    perform varying rw-idx from 1 by 1 until rw-idx > 256
        move function char(rw-idx) to rw-asc-table(rw-idx:1)
        move function char(257 - rw-idx) to rw-desc-table(rw-idx:1)
    end-perform.

    if csv-mode
        move spaces to filename
        string ws-arg-input delimited by space x'00' delimited by size
            into filename
        call 'csvparser_openfile' using
            by reference csvhandle
            by reference filename
            by value ws-delimiter
            returning bool
        if failure
            move '35' to ws-input-status
        else
            move '00' to ws-input-status
        end-if
    else
        if binary-io
            open input input-bin-file
        else
            open input input-file
        end-if
    end-if.
    if not ws-input-ok
        display 'Cannot open ' function trim(ws-arg-input) '.'
        move 8 to return-code
        go to 8000-ledger
    end-if.

    move generationname(rw-report-base) to rw-report-name.
    open output report-file.
    if not ws-report-ok
        display 'Cannot create ' function trim(rw-report-name) '.'
        move 8 to return-code
        go to 8000-ledger
    end-if.

    sort sort-file on ascending key sk-key1 sk-key2 sk-key3
            sk-seq
        input procedure 0300-sortin thru 0300-exit
        output procedure 0400-sortout thru 0400-exit.

    if csv-mode
        call 'csvparser_closefile' using
            by value csvhandle
            returning bool
        end-call
    else
        if binary-io
            close input-bin-file
        else
            close input-file
        end-if
    end-if.
    close report-file.
    call 'gencatalog' using rw-cat-job rw-report-name.

    move rw-rows-reported to rw-rows-display.
    move rw-page-no to rw-page-display.
    display 'Report ' function trim(rw-report-name) ': '
        function trim(rw-rows-display) ' records on '
        function trim(rw-page-display) ' page(s).'.
    if rw-rows-reported = 0
        move 4 to return-code
    end-if.

8000-ledger.
    move 'W' to rw-rl-action.
    move return-code to rw-rl-rc.
    call 'runledger' using rw-rl-action rw-rl-job ws-arg-input
        rw-rows-reported rw-rl-rc rw-rl-result.
    move rw-rl-rc to return-code.

9000-end.
    goback.

*>*****************************************************************
*> 0100-readlayout                                                 *
*>*****************************************************************
0100-readlayout.
    move 0 to wsl-count.
    open input layout-file.
    if not ws-layout-ok
        go to 0100-exit
    end-if.
    perform 0510-readlayoutline.

    move spaces to ws-rt-section.
    perform until eof-layout or wsl-count >= 20
        move spaces to ws-tok-start
        unstring layout-record delimited by ','
            into ws-tok-start
        end-unstring
        evaluate function upper-case(ws-tok-start)
            when 'RECTYPE'
                unstring layout-record delimited by ','
                    into ws-tok-start ws-tok-rt-start
                        ws-tok-rt-length
                end-unstring
                move function numval(ws-tok-rt-start)
                    to ws-rt-start
                move function numval(ws-tok-rt-length)
                    to ws-rt-length
                move 'Y' to ws-rt-active
            when 'TYPE'
                unstring layout-record delimited by ','
                    into ws-tok-start ws-rt-section
                end-unstring
            when spaces
                continue
            when other
                add 1 to wsl-count
                move spaces to wsl-format(wsl-count)
                    wsl-flags(wsl-count) wsl-type(wsl-count)
                unstring layout-record delimited by ','
                    into ws-tok-start ws-tok-length
                        wsl-name(wsl-count) wsl-format(wsl-count)
                        wsl-flags(wsl-count) wsl-type(wsl-count)
                move function numval(ws-tok-start)
                    to wsl-start(wsl-count)
                move function numval(ws-tok-length)
                    to wsl-length(wsl-count)
                move function upper-case(wsl-type(wsl-count))
                    to wsl-type(wsl-count)
                move ws-rt-section to wsl-rectype(wsl-count)
        end-evaluate
        perform 0510-readlayoutline
    end-perform.

    if not eof-layout
        display 'Layout file has more than 20 columns; extra lines'
            ' ignored.'
    end-if.
    close layout-file.
0100-exit.
    exit.

*>*****************************************************************
*> 0200-readdef                                                    *
*>                                                                *
*> Keyword lines; anything unrecognized, a column not in the       *
*> layout, or a bad mask is reported and fails the run rather      *
*> than printing a report nobody asked for.                        *
*>*****************************************************************
0200-readdef.
    open input def-file.
    if not ws-def-ok
        move 'Y' to rw-def-bad
        go to 0200-exit
    end-if.
    perform 0520-readdefline.
    perform until eof-def
        perform 0205-tokenize
        move function upper-case(function trim(rw-tok(1)))
            to rw-keyword
        evaluate rw-keyword
            when spaces
                continue
            when 'TITLE'
                if rw-title-count < 3
                    add 1 to rw-title-count
                    move 0 to rw-pos
                    inspect def-record tallying rw-pos
                        for characters before initial ','
                    move def-record(rw-pos + 2:) to
                        rw-title(rw-title-count)
                end-if
            when 'PAGESIZE'
                if function test-numval(rw-tok(2)) = 0
                    compute rw-page-size = function numval(rw-tok(2))
                else
                    move 'Y' to rw-def-bad
                end-if
            when 'OUTPUT'
                move function trim(rw-tok(2)) to rw-report-base
            when 'JOB'
                move function upper-case(function trim(rw-tok(2)))
                    to rw-cat-job
            when 'SORT'
                perform 0210-sortline
            when 'BREAK'
                perform 0220-breakline
            when 'COLUMN'
                perform 0230-columnline
            when other
                display 'Unknown report keyword: '
                    function trim(rw-tok(1))
                move 'Y' to rw-def-bad
        end-evaluate
        perform 0520-readdefline
    end-perform.
    close def-file.
0200-exit.
    exit.

*>  Comma-separated, except that a comma inside double quotes is
*>  data - so a mask like "ZZZ,ZZ9.99-" or a heading with a comma
*>  can be written quoted.
*>
0205-tokenize.
    move spaces to rw-tok(1) rw-tok(2) rw-tok(3) rw-tok(4)
        rw-tok(5) rw-tok(6).
    move 1 to rw-tidx rw-tpos.
    move 'N' to rw-quoted.
    perform varying rw-pos from 1 by 1 until rw-pos > 120
        move def-record(rw-pos:1) to rw-mchar
        evaluate true
            when rw-mchar = '"'
                if rw-quoted = 'Y'
                    move 'N' to rw-quoted
                else
                    move 'Y' to rw-quoted
                end-if
            when rw-mchar = ',' and rw-quoted = 'N'
                if rw-tidx < 6
                    add 1 to rw-tidx
                    move 1 to rw-tpos
                end-if
            when other
                if rw-tpos <= 40
                    move rw-mchar to rw-tok(rw-tidx)(rw-tpos:1)
                    add 1 to rw-tpos
                end-if
        end-evaluate
    end-perform.

0210-sortline.
    perform 0240-findcolumn.
    if rw-found = 0 or rw-sort-count >= 3
        display 'SORT column ' function trim(rw-tok(2))
            ' is not in the layout, or too many SORT lines.'
        move 'Y' to rw-def-bad
    else
        add 1 to rw-sort-count
        move rw-found to rws-lidx(rw-sort-count)
        move function upper-case(rw-tok(3)) to rws-order(rw-sort-count)
        if rws-order(rw-sort-count) not = 'D'
            move 'A' to rws-order(rw-sort-count)
        end-if
    end-if.

0220-breakline.
    perform 0240-findcolumn.
    if rw-found = 0 or rw-break-count >= 3
        display 'BREAK column ' function trim(rw-tok(2))
            ' is not in the layout, or too many BREAK lines.'
        move 'Y' to rw-def-bad
    else
        add 1 to rw-break-count
        move rw-found to rwb-lidx(rw-break-count)
        move rw-tok(3) to rwb-label(rw-break-count)
        if rwb-label(rw-break-count) = spaces
            move wsl-name(rw-found) to rwb-label(rw-break-count)
        end-if
    end-if.

0230-columnline.
    perform 0240-findcolumn.
    if rw-found = 0 or rw-col-count >= 12
        display 'COLUMN ' function trim(rw-tok(2))
            ' is not in the layout, or too many COLUMN lines.'
        move 'Y' to rw-def-bad
    else
        add 1 to rw-col-count
        move rw-found to rwc-lidx(rw-col-count)
        move rw-tok(3) to rwc-heading(rw-col-count)
        if rwc-heading(rw-col-count) = spaces
            move wsl-name(rw-found) to rwc-heading(rw-col-count)
        end-if
        move function upper-case(function trim(rw-tok(4)))
            to rwc-mask(rw-col-count)
        move spaces to rwc-datefmt(rw-col-count)
        move 'N' to rwc-sum(rw-col-count)
        move 0 to rwc-scale(rw-col-count)
        evaluate true
            when rwc-mask(rw-col-count) = spaces
                move 'T' to rwc-kind(rw-col-count)
            when rwc-mask(rw-col-count)(1:5) = 'DATE:'
                move 'D' to rwc-kind(rw-col-count)
                move rwc-mask(rw-col-count)(6:2)
                    to rwc-datefmt(rw-col-count)
                if rwc-datefmt(rw-col-count) < '01'
                        or rwc-datefmt(rw-col-count) > '05'
                    display 'COLUMN ' function trim(rw-tok(2))
                        ' has a bad DATEFORMAT code.'
                    move 'Y' to rw-def-bad
                end-if
            when other
                move 'N' to rwc-kind(rw-col-count)
                move 0 to rw-len
                inspect rwc-mask(rw-col-count) tallying rw-len
                    for all '9' all 'Z'
                if rw-len = 0 or rw-len > 18
                    display 'COLUMN ' function trim(rw-tok(2))
                        ' has a bad edit mask.'
                    move 'Y' to rw-def-bad
                end-if
        end-evaluate
        if function upper-case(rw-tok(5)) = 'S'
            if rwc-kind(rw-col-count) = 'N'
                move 'Y' to rwc-sum(rw-col-count)
            else
                display 'COLUMN ' function trim(rw-tok(2))
                    ' can only be totalled with a numeric mask.'
                move 'Y' to rw-def-bad
            end-if
        end-if
        if rw-tok(6) not = spaces
            if function test-numval(rw-tok(6)) = 0
                compute rwc-scale(rw-col-count) =
                    function numval(rw-tok(6))
            else
                move 'Y' to rw-def-bad
            end-if
        end-if
        if rw-col-count = 1
            move wsl-rectype(rw-found) to rw-detail-type
        end-if
    end-if.

0240-findcolumn.
    move 0 to rw-found.
    perform varying rw-idx from 1 by 1 until rw-idx > wsl-count
        if function upper-case(wsl-name(rw-idx))
                = function upper-case(rw-tok(2)) and rw-found = 0
            move rw-idx to rw-found
        end-if
    end-perform.

*>*****************************************************************
*> 0250-layoutcolumns                                              *
*>                                                                *
*> Print positions, left to right two spaces apart; each column    *
*> as wide as its mask, date, or text, and never narrower than     *
*> its heading.                                                    *
*>*****************************************************************
0250-layoutcolumns.
    if rw-page-size < 10
        move 60 to rw-page-size
    end-if.
    move 1 to rw-pos.
    perform varying rw-cidx from 1 by 1 until rw-cidx > rw-col-count
        evaluate rwc-kind(rw-cidx)
            when 'N'
                compute rwc-width(rw-cidx) = function length(
                    function trim(rwc-mask(rw-cidx)))
            when 'D'
                evaluate rwc-datefmt(rw-cidx)
                    when '03'
                        move 11 to rwc-width(rw-cidx)
                    when '04'
                        move 12 to rwc-width(rw-cidx)
                    when '05'
                        move 15 to rwc-width(rw-cidx)
                    when other
                        move 10 to rwc-width(rw-cidx)
                end-evaluate
            when other
                if csv-mode
                    move 20 to rwc-width(rw-cidx)
                else
                    move wsl-length(rwc-lidx(rw-cidx))
                        to rwc-width(rw-cidx)
                    if wsl-type(rwc-lidx(rw-cidx)) = 'PACKDATE'
                        move 10 to rwc-width(rw-cidx)
                    end-if
                    if rwc-width(rw-cidx) > 40
                        move 40 to rwc-width(rw-cidx)
                    end-if
                end-if
        end-evaluate
        compute rw-len = function length(
            function trim(rwc-heading(rw-cidx)))
        if rw-len > rwc-width(rw-cidx)
            move rw-len to rwc-width(rw-cidx)
        end-if
        move rw-pos to rwc-pos(rw-cidx)
        compute rw-pos = rw-pos + rwc-width(rw-cidx) + 2
    end-perform.
    compute rw-line-width = rw-pos - 3.
    if rw-line-width < 70
        move 70 to rw-line-width
    end-if.

*>*****************************************************************
*> 0300-sortin                                                     *
*>                                                                *
*> Every record of the reported type to the sort, its keys built   *
*> through 0310-sortkey.                                           *
*>*****************************************************************
0300-sortin.
    if csv-mode
        perform 0530-getcsvrow
        perform 0530-getcsvrow
        perform until failure or cpe_end_of_file or cpe_invalid
            if fieldnum > 0
                perform 0320-release
            end-if
            perform 0530-getcsvrow
        end-perform
    else
        perform 0500-readinput
        perform until eof-input
            if rectypes-active and rw-detail-type not = spaces
                move input-record(ws-rt-start:ws-rt-length)
                    to ws-rt-value
            else
                move rw-detail-type to ws-rt-value
            end-if
            if ws-rt-value = rw-detail-type
                perform 0320-release
            end-if
            perform 0500-readinput
        end-perform
    end-if.
0300-exit.
    exit.

0310-sortkey.
    move spaces to sk-key(rw-sidx).
    move rws-lidx(rw-sidx) to wsl-idx.
    perform 0600-getvalue.
    move 'N' to rw-numeric.
    move 0 to rw-scale.
    if wsl-type(wsl-idx) = 'PACKED' or 'BINARY'
        move 'Y' to rw-numeric
    end-if.
    perform varying rw-cidx from 1 by 1 until rw-cidx > rw-col-count
        if rwc-lidx(rw-cidx) = wsl-idx and rwc-kind(rw-cidx) = 'N'
            move 'Y' to rw-numeric
            move rwc-scale(rw-cidx) to rw-scale
        end-if
    end-perform.
    evaluate true
        when rw-numeric = 'Y'
            perform 0620-sortnumber
        when wsl-format(wsl-idx) not = spaces
                or wsl-type(wsl-idx) = 'PACKDATE'
            perform 0610-getdate
            if rw-date-ok = 'Y'
                move rw-ld to rw-ld-display
                move rw-ld-display to sk-key(rw-sidx)
            else
                move rw-text to sk-key(rw-sidx)
            end-if
        when other
            move rw-text to sk-key(rw-sidx)
    end-evaluate.
    if rws-order(rw-sidx) = 'D'
        inspect sk-key(rw-sidx) converting rw-asc-table
            to rw-desc-table
    end-if.

0320-release.
    add 1 to rw-rows-in.
    add 1 to rw-seq.
    move spaces to sort-record.
    move rw-seq to sk-seq.
    perform varying rw-sidx from 1 by 1 until rw-sidx > rw-sort-count
        perform 0310-sortkey
    end-perform.
    if csv-mode
        move ws-csv-row to sk-data
    else
        move input-record to sk-data
    end-if.
    release sort-record.

*>*****************************************************************
*> 0400-sortout                                                    *
*>                                                                *
*> Control breaks: when a break value changes, every level from    *
*> the innermost out to the one that changed totals and resets,    *
*> minor before major.                                             *
*>*****************************************************************
0400-sortout.
    perform 0800-newpage.
    perform varying rw-level from 1 by 1 until rw-level > 4
        move 0 to rw-level-rows(rw-level)
    end-perform.

    return sort-file
        at end
            move 'Y' to ws-eof-sort
    end-return.
    perform until eof-sort
        if csv-mode
            move sk-data to ws-csv-row
        else
            move sk-data to input-record
        end-if

        move 0 to rw-changed
        perform varying rw-bidx from 1 by 1
                until rw-bidx > rw-break-count
            move rwb-lidx(rw-bidx) to wsl-idx
            perform 0600-getvalue
            if rw-first-row = 'N' and rw-changed = 0
                    and rw-text not = rwb-prev(rw-bidx)
                move rw-bidx to rw-changed
            end-if
        end-perform
        if rw-changed > 0
            perform varying rw-level from rw-break-count by -1
                    until rw-level < rw-changed
                perform 0420-subtotal
            end-perform
        end-if
        perform varying rw-bidx from 1 by 1
                until rw-bidx > rw-break-count
            move rwb-lidx(rw-bidx) to wsl-idx
            perform 0600-getvalue
            move rw-text to rwb-prev(rw-bidx)
        end-perform
        move 'N' to rw-first-row

        perform 0410-detail
        return sort-file
            at end
                move 'Y' to ws-eof-sort
        end-return
    end-perform.

    if rw-rows-reported = 0
        perform 0810-checkpage
        move '(no records)' to report-record
        write report-record
        add 1 to rw-page-lines
    else
        perform varying rw-level from rw-break-count by -1
                until rw-level < 1
            perform 0420-subtotal
        end-perform
        move 4 to rw-level
        perform 0420-subtotal
    end-if.
0400-exit.
    exit.

0410-detail.
    perform 0810-checkpage.
    move spaces to rw-line.
    perform varying rw-cidx from 1 by 1 until rw-cidx > rw-col-count
        move rwc-lidx(rw-cidx) to wsl-idx
        perform 0600-getvalue
        evaluate rwc-kind(rw-cidx)
            when 'N'
                move rwc-scale(rw-cidx) to rw-scale
                perform 0630-getnumber
                move rwc-mask(rw-cidx) to rw-mask
                perform 0700-editnumber
                move rw-edited(1:rwc-width(rw-cidx))
                    to rw-line(rwc-pos(rw-cidx):rwc-width(rw-cidx))
                if rwc-sum(rw-cidx) = 'Y'
                    perform varying rw-level from 1 by 1
                            until rw-level > 4
                        add rw-num to rwc-total(rw-cidx, rw-level)
                    end-perform
                end-if
            when 'D'
                perform 0610-getdate
                if rw-date-ok = 'Y'
                    move linear_to_fielded(rw-ld) to rw-fielded
                    move dateformat(rw-fielded, rwc-datefmt(rw-cidx))
                        to rw-formatted
                    move rw-formatted to
                        rw-line(rwc-pos(rw-cidx):rwc-width(rw-cidx))
                else
                    move rw-text to
                        rw-line(rwc-pos(rw-cidx):rwc-width(rw-cidx))
                end-if
            when other
                move rw-text to
                    rw-line(rwc-pos(rw-cidx):rwc-width(rw-cidx))
        end-evaluate
    end-perform.
    move rw-line to report-record.
    write report-record.
    add 1 to rw-page-lines.
    add 1 to rw-rows-reported.
    perform varying rw-level from 1 by 1 until rw-level > 4
        add 1 to rw-level-rows(rw-level)
    end-perform.

*>*****************************************************************
*> 0420-subtotal                                                   *
*>                                                                *
*> RW-LEVEL 1-3 totals that break group, 4 the whole report.  The  *
*> label runs up to the first totalled column; the totals print    *
*> under their columns.                                            *
*>*****************************************************************
0420-subtotal.
    perform 0810-checkpage.
    move spaces to rw-label rw-line.
    move rw-level-rows(rw-level) to rw-rows-display.
    if rw-level = 4
        string '*** Grand total (' function trim(rw-rows-display)
            ')' delimited by size into rw-label
    else
        move rw-break-count to rw-len
        compute rw-len = rw-len - rw-level + 1
        string rw-stars(1:rw-len)
            ' ' function trim(rwb-label(rw-level))
            ' ' function trim(rwb-prev(rw-level))
            ' (' function trim(rw-rows-display) ')'
            delimited by size into rw-label
    end-if.
    move rw-line-width to rw-len.
    perform varying rw-cidx from rw-col-count by -1 until rw-cidx < 1
        if rwc-sum(rw-cidx) = 'Y'
            compute rw-len = rwc-pos(rw-cidx) - 2
        end-if
    end-perform.
    if rw-len > 60
        move 60 to rw-len
    end-if.
    if rw-len > 0
        move rw-label(1:rw-len) to rw-line(1:rw-len)
    end-if.
    perform varying rw-cidx from 1 by 1 until rw-cidx > rw-col-count
        if rwc-sum(rw-cidx) = 'Y'
            move rwc-total(rw-cidx, rw-level) to rw-num
            move rwc-mask(rw-cidx) to rw-mask
            perform 0700-editnumber
            move rw-edited(1:rwc-width(rw-cidx))
                to rw-line(rwc-pos(rw-cidx):rwc-width(rw-cidx))
            move 0 to rwc-total(rw-cidx, rw-level)
        end-if
    end-perform.
    move 0 to rw-level-rows(rw-level).

    move rw-line to report-record.
    write report-record.
    add 1 to rw-page-lines.
    if rw-page-lines < rw-page-size
        move spaces to report-record
        write report-record
        add 1 to rw-page-lines
    end-if.

*>*****************************************************************
*> 0500-readinput / 0510-readlayoutline / 0520-readdefline         *
*>*****************************************************************
0500-readinput.
    move spaces to input-record.
    if binary-io
        read input-bin-file into input-record
            at end
                move 'Y' to ws-eof-input
        end-read
    else
        read input-file
            at end
                move 'Y' to ws-eof-input
        end-read
    end-if.

0510-readlayoutline.
    read layout-file
        at end
            move 'Y' to ws-eof-layout
    end-read.

0520-readdefline.
    read def-file
        at end
            move 'Y' to ws-eof-def
    end-read.

*>*****************************************************************
*> 0530-getcsvrow                                                  *
*>                                                                *
*> One CSV row into WS-CSV-FIELDS, as AGING and CSVREMAP read it.  *
*>*****************************************************************
0530-getcsvrow.

    move 0 to csv_event.
    move 0 to fieldnum.
    move spaces to ws-csv-row.
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

*>*****************************************************************
*> 0600-getvalue                                                   *
*>                                                                *
*> Layout column WSL-IDX of the record in hand as text in RW-TEXT, *
*> typed columns unpacked the way CSVEXPORT writes them.           *
*>*****************************************************************
0600-getvalue.
    move spaces to rw-text.
    move 0 to rw-int.
    if csv-mode
        if wsl-start(wsl-idx) >= 1 and wsl-start(wsl-idx) <= 20
            move ws-csv-fields(wsl-start(wsl-idx)) to rw-text
        end-if
    else
        evaluate wsl-type(wsl-idx)
            when 'PACKED'
                move all x'00' to ws-packed-bytes
                move input-record(wsl-start(wsl-idx):
                        wsl-length(wsl-idx))
                    to ws-packed-bytes(11 - wsl-length(wsl-idx):
                        wsl-length(wsl-idx))
                move ws-packed-work to rw-int
                move rw-int to rw-text
            when 'BINARY'
                evaluate wsl-length(wsl-idx)
                    when 2
                        move input-record(wsl-start(wsl-idx):2)
                            to ws-bin2-x
                        move ws-bin2 to rw-int
                    when 4
                        move input-record(wsl-start(wsl-idx):4)
                            to ws-bin4-x
                        move ws-bin4 to rw-int
                    when 8
                        move input-record(wsl-start(wsl-idx):8)
                            to ws-bin8-x
                        move ws-bin8 to rw-int
                end-evaluate
                move rw-int to rw-text
            when 'PACKDATE'
                move input-record(wsl-start(wsl-idx):5)
                    to ws-packdate-x
                move ws-packdate to ws-packdate-num
                move ws-pd-year to ws-pdt-year
                move ws-pd-month to ws-pdt-month
                move ws-pd-dom to ws-pdt-dom
                move ws-packdate-text to rw-text
            when other
                move input-record(wsl-start(wsl-idx):
                    wsl-length(wsl-idx)) to rw-text
        end-evaluate
    end-if.

*>*****************************************************************
*> 0610-getdate                                                    *
*>                                                                *
*> RW-TEXT as a linear date in RW-LD: PACKDATE text is already     *
*> YYYY-MM-DD, anything else is parsed with the layout's FORMAT.   *
*>*****************************************************************
0610-getdate.
    move 'N' to rw-date-ok.
    if wsl-type(wsl-idx) = 'PACKDATE'
        move '02' to rw-date-fmt
    else
        move wsl-format(wsl-idx) to rw-date-fmt
        if rw-date-fmt = spaces
            move '02' to rw-date-fmt
        end-if
    end-if.
    move function trim(rw-text) to rw-date-text.
    if rw-date-text not = spaces
        move dateparse(rw-date-text, rw-date-fmt) to rw-parse-result
        if rw-p-success = 'Y'
            move fielded_to_linear(rw-p-year, rw-p-month, rw-p-dom)
                to rw-ld
            move 'Y' to rw-date-ok
        end-if
    end-if.

*>*****************************************************************
*> 0620-sortnumber / 0630-getnumber                                *
*>*****************************************************************
0620-sortnumber.
    perform 0630-getnumber.
    compute rw-sort-num = rw-num + 10000000000000.
    move rw-sort-num-x to sk-key(rw-sidx).

*>  RW-TEXT (or the typed integer) to RW-NUM; the implied scale in
*>  RW-SCALE applies to typed values and to text with no point.
*>
0630-getnumber.
    move 0 to rw-num.
    if wsl-type(wsl-idx) = 'PACKED' or 'BINARY'
        compute rw-num = rw-int / (10 ** rw-scale)
    else
        if rw-text not = spaces
                and function test-numval(rw-text) = 0
            compute rw-num = function numval(rw-text)
            move 0 to rw-len
            inspect rw-text tallying rw-len for all '.'
            if rw-len = 0 and rw-scale > 0
                compute rw-num = rw-num / (10 ** rw-scale)
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0700-editnumber                                                 *
*>                                                                *
*> RW-NUM through the mask in RW-MASK into RW-EDITED, right to     *
*> left: 9 always a digit, Z a digit or a space ahead of the first *
*> significant one, a comma only between significant digits, '.'   *
*> as is, '-' or '+' the sign, anything else copied.  A negative   *
*> value under a mask with no sign position gets a '-' ahead of    *
*> its first digit; a value with more digits than the mask fills   *
*> the mask with asterisks.                                        *
*>*****************************************************************
0700-editnumber.
    move spaces to rw-edited.
    compute rw-mask-len = function length(function trim(rw-mask)).
    move 0 to rw-point rw-decimals.
    perform varying rw-midx from 1 by 1 until rw-midx > rw-mask-len
        if rw-mask(rw-midx:1) = '.'
            move rw-midx to rw-point
        end-if
        if rw-point > 0 and (rw-mask(rw-midx:1) = '9' or 'Z')
            add 1 to rw-decimals
        end-if
    end-perform.
    move 'N' to rw-negative rw-has-sign.
    if rw-num < 0
        move 'Y' to rw-negative
    end-if.
    compute rw-scaled rounded =
        function abs(rw-num) * (10 ** rw-decimals).
    move 0 to rw-sig.
    inspect rw-digits tallying rw-sig for leading '0'.
    compute rw-sig = 18 - rw-sig.
    if rw-sig <= rw-decimals
        compute rw-sig = rw-decimals + 1
    end-if.

    move 18 to rw-didx.
    move 'Y' to rw-in-fraction.
    if rw-point = 0
        move 'N' to rw-in-fraction
    end-if.
    perform varying rw-midx from rw-mask-len by -1 until rw-midx < 1
        move rw-mask(rw-midx:1) to rw-mchar
        evaluate rw-mchar
            when '9'
                move rw-digits(rw-didx:1) to rw-edited(rw-midx:1)
                subtract 1 from rw-didx
            when 'Z'
                if rw-in-fraction = 'N' and 18 - rw-didx >= rw-sig
                    move space to rw-edited(rw-midx:1)
                else
                    move rw-digits(rw-didx:1) to rw-edited(rw-midx:1)
                end-if
                subtract 1 from rw-didx
            when ','
                if 18 - rw-didx < rw-sig
                    move ',' to rw-edited(rw-midx:1)
                end-if
            when '.'
                move '.' to rw-edited(rw-midx:1)
                move 'N' to rw-in-fraction
            when '-'
                move 'Y' to rw-has-sign
                if rw-negative = 'Y'
                    move '-' to rw-edited(rw-midx:1)
                end-if
            when '+'
                move 'Y' to rw-has-sign
                if rw-negative = 'Y'
                    move '-' to rw-edited(rw-midx:1)
                else
                    move '+' to rw-edited(rw-midx:1)
                end-if
            when other
                move rw-mchar to rw-edited(rw-midx:1)
        end-evaluate
    end-perform.

    if 18 - rw-didx < rw-sig
        move spaces to rw-edited
        move all '*' to rw-edited(1:rw-mask-len)
    else
        if rw-negative = 'Y' and rw-has-sign = 'N'
            move 0 to rw-len
            inspect rw-edited tallying rw-len for leading spaces
            if rw-len > 0
                move '-' to rw-edited(rw-len:1)
            else
                move spaces to rw-edited
                move all '*' to rw-edited(1:rw-mask-len)
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0800-newpage / 0810-checkpage                                   *
*>                                                                *
*> A new page heads only once the last one holds RW-PAGE-SIZE      *
*> lines, so every page but the last is exactly that long.         *
*>*****************************************************************
0800-newpage.
    add 1 to rw-page-no.
    move 0 to rw-page-lines.
    move rw-page-no to rw-page-display.

    move spaces to rw-line.
    move rw-title(1) to rw-line.
    string 'Page ' rw-page-display delimited by size
        into rw-line(rw-line-width - 8:9).
    perform 0820-headline.

    move spaces to rw-line.
    move rw-title(2) to rw-line.
    string 'Business date ' rw-bus-date delimited by size
        into rw-line(rw-line-width - 23:24).
    perform 0820-headline.

    if rw-title-count > 2
        move rw-title(3) to rw-line
        perform 0820-headline
    end-if.

    move spaces to rw-line.
    perform 0820-headline.

    perform varying rw-cidx from 1 by 1 until rw-cidx > rw-col-count
        compute rw-len = function length(
            function trim(rwc-heading(rw-cidx)))
        if rwc-kind(rw-cidx) = 'N'
            move rwc-heading(rw-cidx) to rw-line(rwc-pos(rw-cidx)
                + rwc-width(rw-cidx) - rw-len:rw-len)
        else
            move rwc-heading(rw-cidx) to
                rw-line(rwc-pos(rw-cidx):rwc-width(rw-cidx))
        end-if
    end-perform.
    perform 0820-headline.
    perform varying rw-cidx from 1 by 1 until rw-cidx > rw-col-count
        move all '-' to rw-line(rwc-pos(rw-cidx):rwc-width(rw-cidx))
    end-perform.
    perform 0820-headline.

0810-checkpage.
    if rw-page-lines >= rw-page-size
        perform 0800-newpage
    end-if.

0820-headline.
    move rw-line to report-record.
    write report-record.
    add 1 to rw-page-lines.
    move spaces to rw-line.

end program rptwriter.
