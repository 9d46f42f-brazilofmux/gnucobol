*>*****************************************************************
*> groupsum - Layout-driven group-by summarization utility.        *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> The other half of the ad hoc requests RPTWRITER does not cover: *
*> not the detail with subtotals, just the subtotals - how many    *
*> and how much by customer, by fiscal period, by weekday - as a   *
*> CSV the analysts can take straight into a spreadsheet.  Driven  *
*> by two files, the same way:                                     *
*>                                                                *
*>   - the CSVEXPORT layout file for the input (START,LENGTH,NAME  *
*>     [,FORMAT[,FLAGS[,TYPE]]], RECTYPE/TYPE sections included),  *
*>     fixed-width, typed, or CSV with START as the column number; *
*>   - a summary definition, one keyword line each:                *
*>                                                                *
*>     GROUP,column[,part[,heading]]   up to five, major first     *
*>     ACROSS,column[,part]            optional crosstab column    *
*>     AGG,column,function[,scale[,heading]]   up to eight         *
*>     FISCALSTART,n         fiscal year start month (default 1)   *
*>     TOTALS,Y|N            grand-total row (default Y)           *
*>     OUTPUT,name           CSV base name (default summary.csv)   *
*>     JOB,name              catalog job name (default GROUPSUM)   *
*>                                                                *
*> PART groups on a date column's derived value rather than the    *
*> value itself, the date parsed with the layout's FORMAT code (02 *
*> when blank) or taken from a PACKDATE:                           *
*>                                                                *
*>     YEAR        YYYY                                            *
*>     MONTH       YYYY-MM                                         *
*>     PERIOD      fiscal YYYY-Pnn through FISCALPERIODOF          *
*>     ISOWEEK     ISO YYYY-Wnn through ISOWEEK                    *
*>     RETAILWEEK  retail YYYY-Wnn through FISCALWEEKOF            *
*>     WEEKDAY     Sun..Sat through DAYNAME, in weekday order      *
*>                                                                *
*> A date that will not parse groups as "(bad date)".  FUNCTION is *
*> COUNT (the column may be * or blank), SUM, MIN, MAX or AVG;     *
*> SCALE is the implied decimal places of a PACKED, BINARY, or     *
*> unpointed text amount.  Amounts go out with as many decimals as *
*> the input carried (AVG two more, up to four).                   *
*>                                                                *
*> Groups come out in key order, one CSV row each under a header   *
*> row: the group columns, then the aggregates.  With ACROSS the   *
*> distinct values of that column (up to twelve) run across the    *
*> top instead - every aggregate for each value in turn, then the  *
*> row's aggregates over all of them.  Up to 300 groups.           *
*>                                                                *
*> Control totals: the record count and every SUM are totalled     *
*> again straight from the detail as it is read, and the summary   *
*> must foot back to them - across the groups, and with ACROSS     *
*> across every cell as well.  The proof is displayed; a summary   *
*> that does not foot, or groups or ACROSS values past the table   *
*> limits, fails the run.                                          *
*>                                                                *
*> The CSV is generation-dated through GENERATIONNAME, written     *
*> staged through CSVGEN, cataloged through GENCATALOG and marked  *
*> for PUBLISH through STAGEMARK as BUSINESSCALENDAR does, and the *
*> run lands in the run ledger.  With RECTYPE sections only the    *
*> records of the first GROUP column's type are summarized.        *
*>                                                                *
*> Command line: [input] [layout] [definition] [mode] [delimiter]  *
*>                                                                *
*> MODE is F fixed-width (default) or C CSV, whose header row is   *
*> skipped.  RETURN-CODE 8 for a bad layout or definition, a file  *
*> that will not open, or control totals out of balance; 4 when no *
*> records were summarized.                                        *
*>*****************************************************************
identification division.
program-id. groupsum.

environment division.
configuration section.
repository.
    function dateparse
    function dayname
    function fielded_to_linear
    function fiscalperiodof
    function fiscalweekof
    function generationname
    function isoweek
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

working-storage section.
01  csvhandle           usage pointer.
01  genhandle           usage pointer.
01  bufptr              usage pointer.
01  filename            pic x(64).
01  buffer              pic x(8000) based.
01  outbuffer           pic x(120).

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
01  ws-arg-def          pic x(40) value 'groupsum.def'.
01  ws-arg-mode         pic x(1)  value 'F'.
    88  csv-mode            value 'C'.
01  ws-arg-delim        pic x(1).
01  ws-delimiter        usage signed-int value 44.
01  ws-codepage         usage signed-int value 0.

01  ws-input-status     pic xx.
    88  ws-input-ok         value '00'.
01  ws-layout-status    pic xx.
    88  ws-layout-ok        value '00'.
01  ws-def-status       pic xx.
    88  ws-def-ok           value '00'.

01  ws-eof-input        pic x       value 'N'.
    88  eof-input           value 'Y'.
01  ws-eof-layout       pic x       value 'N'.
    88  eof-layout          value 'Y'.
01  ws-eof-def          pic x       value 'N'.
    88  eof-def             value 'Y'.

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

*>  The summary definition.
*>
01  gs-output-base      pic x(40) value 'summary.csv'.
01  gs-output-name      pic x(60).
01  gs-staged-name      pic x(60).
01  gs-cat-job          pic x(12) value 'GROUPSUM'.
01  gs-def-bad          pic x       value 'N'.
01  gs-detail-type      pic x(8)    value spaces.
01  gs-fiscalstart      pic 99      comp-5 value 1.
01  gs-totals-row       pic x       value 'Y'.

01  gs-grpcol-count     usage signed-int value 0.
01  gs-grpcols          occurs 5 times.
    05  gsk-lidx            usage signed-int.
    05  gsk-part            pic x(10).
    05  gsk-heading         pic x(40).

01  gs-crosstab         pic x       value 'N'.
    88  crosstab            value 'Y'.
01  gs-across-lidx      usage signed-int.
01  gs-across-part      pic x(10).

01  gs-agg-count        usage signed-int value 0.
01  gs-aggs             occurs 8 times.
    05  gsa-lidx            usage signed-int.
    05  gsa-func            pic x(5).
    05  gsa-scale           usage signed-int.
    05  gsa-decimals        usage signed-int.
    05  gsa-heading         pic x(40).

*>  One row per group, kept in key order through GS-ORDER.  Cell 1
*>  is the group over everything; with ACROSS, cell N + 1 is the
*>  group for the Nth ACROSS value as first met.
*>
01  gs-group-count      usage signed-int value 0.
01  gs-order            usage signed-int occurs 300 times.
01  gs-group-table.
    05  gs-groups           occurs 300 times.
        10  gsg-key.
            15  gsg-key-part    pic x(40) occurs 5 times.
        10  gsg-cells           occurs 13 times.
            15  gsc-count       pic s9(9)   comp-5.
            15  gsc-aggs        occurs 8 times.
                20  gsc-n       pic s9(9)   comp-5.
                20  gsc-sum     pic s9(15)v9(4) comp-3.
                20  gsc-min     pic s9(15)v9(4) comp-3.
                20  gsc-max     pic s9(15)v9(4) comp-3.

01  gs-across-count     usage signed-int value 0.
01  gs-across-order     usage signed-int occurs 12 times.
01  gs-across-values    pic x(40) occurs 12 times.

*>  Control totals, taken from the detail as it is read, and the
*>  grand-total row.
*>
01  gs-ctl-count        pic s9(9)   comp-5 value 0.
01  gs-ctl-aggs         occurs 8 times.
    05  gst-n               pic s9(9)   comp-5.
    05  gst-sum             pic s9(15)v9(4) comp-3.
    05  gst-min             pic s9(15)v9(4) comp-3.
    05  gst-max             pic s9(15)v9(4) comp-3.
01  gs-foot-count       pic s9(9)   comp-5.
01  gs-foot-sum         pic s9(15)v9(4) comp-3.
01  gs-cross-count      pic s9(9)   comp-5.
01  gs-cross-sum        pic s9(15)v9(4) comp-3.
01  gs-balanced         pic x       value 'Y'.
01  gs-overflow         pic x       value 'N'.
01  gs-bad-dates        pic s9(9)   comp-5 value 0.

01  gs-tok              pic x(40) occurs 6 times.
01  gs-keyword          pic x(12).
01  gs-tidx             usage signed-int.
01  gs-tpos             usage signed-int.
01  gs-quoted           pic x.
01  gs-kidx             usage signed-int.
01  gs-aidx             usage signed-int.
01  gs-gidx             usage signed-int.
01  gs-xidx             usage signed-int.
01  gs-cidx             usage signed-int.
01  gs-oidx             usage signed-int.
01  gs-found            usage signed-int.
01  gs-pos              usage signed-int.
01  gs-len              usage signed-int.
01  gs-idx              usage signed-int.
01  gs-part             pic x(10).
01  gs-key              pic x(200).
01  gs-key-parts redefines gs-key.
    05  gs-key-part         pic x(40) occurs 5 times.
01  gs-value            pic x(40).
01  gs-shown            pic x(40).
01  gs-heading          pic x(80).

01  gs-rows-in          usage signed-int value 0.
01  gs-rows-written     usage signed-int value 0.
01  gs-rows-display     pic zzzzzzzz9.
01  gs-count-display    pic -(9)9.

*>  The value of one layout column for the record in hand.
*>
01  gs-text             pic x(80).
01  gs-num              pic s9(13)v9(4) comp-3.
01  gs-int              pic s9(18) comp-5.
01  gs-scale            usage signed-int.
01  gs-decimals         usage signed-int.

01  gs-date-text        pic x(20).
01  gs-date-ok          pic x.
01  gs-date-fmt         pic xx.
01  gs-ld               usage signed-int.
01  gs-parse-result.
    05  gs-p-fielded.
        10  gs-p-year        pic s9(9)   comp-5.
        10  gs-p-month       pic 99      comp-5.
        10  gs-p-dom         pic 99      comp-5.
    05  gs-p-success     pic x.
01  gs-fielded.
    05  gs-f-year           pic s9(9)   comp-5.
    05  gs-f-month          pic 99      comp-5.
    05  gs-f-dom            pic 99      comp-5.
    05  gs-f-doy            pic 999     comp-5.
    05  gs-f-dow            pic 9       comp-5.
01  gs-fpo-result.
    05  gs-fpo-period       pic 99      comp-5.
    05  gs-fpo-year         pic s9(9)   comp-5.
01  gs-week-result.
    05  gs-wk-week          pic 99      comp-5.
    05  gs-wk-year          pic s9(9)   comp-5.
01  gs-year-display     pic 9(4).
01  gs-nn-display       pic 99.
01  gs-dow-display      pic 9.

*>  Numeric editing under a run-time mask (see 0700-editnumber).
*>
01  gs-mask             pic x(30).
01  gs-edited           pic x(30).
01  gs-mask-len         usage signed-int.
01  gs-mask-dec         usage signed-int.
01  gs-point            usage signed-int.
01  gs-negative         pic x.
01  gs-has-sign         pic x.
01  gs-scaled           pic 9(18).
01  gs-digits redefines gs-scaled pic x(18).
01  gs-sig              usage signed-int.
01  gs-didx             usage signed-int.
01  gs-midx             usage signed-int.
01  gs-mchar            pic x.
01  gs-in-fraction      pic x.
01  gs-out-num          pic s9(15)v9(4) comp-3.
01  gs-out-empty        pic x.

01  gs-rl-job           pic x(12) value 'GROUPSUM'.
01  gs-rl-action        pic x.
01  gs-rl-rc            usage signed-int value 0.
01  gs-rl-result        pic x.

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
        move 'groupsum.def' to ws-arg-def
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

    move 'O' to gs-rl-action.
    call 'runledger' using gs-rl-action gs-rl-job ws-arg-input
        gs-rows-written gs-rl-rc gs-rl-result.

    perform 0100-readlayout thru 0100-exit.
    if wsl-count = 0
        display 'Layout ' function trim(ws-arg-layout)
            ' is missing or empty.'
        move 8 to return-code
        go to 8000-ledger
    end-if.

    perform 0200-readdef thru 0200-exit.
    if gs-def-bad = 'Y' or gs-grpcol-count = 0 or gs-agg-count = 0
        display 'Summary definition ' function trim(ws-arg-def)
            ' is missing, has no GROUP or AGG lines, or has errors.'
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

    perform varying gs-aidx from 1 by 1 until gs-aidx > gs-agg-count
        move 0 to gst-n(gs-aidx) gst-sum(gs-aidx)
            gst-min(gs-aidx) gst-max(gs-aidx)
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

    perform 0300-summarize thru 0300-exit.

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

    perform 0400-write thru 0400-exit.
    if return-code not = 0
        go to 8000-ledger
    end-if.

    perform 0450-prove thru 0450-exit.

    move gs-rows-in to gs-rows-display.
    display 'Summary ' function trim(gs-output-name) ': '
        function trim(gs-rows-display) ' records in ' with no advancing.
    move gs-group-count to gs-rows-display.
    display function trim(gs-rows-display) ' group(s).'.
    if gs-bad-dates > 0
        move gs-bad-dates to gs-rows-display
        display function trim(gs-rows-display)
            ' value(s) grouped as (bad date).'
    end-if.

    evaluate true
        when gs-overflow = 'Y' or gs-balanced = 'N'
            move 8 to return-code
        when gs-rows-in = 0
            move 4 to return-code
    end-evaluate.

8000-ledger.
    move 'W' to gs-rl-action.
    move return-code to gs-rl-rc.
    call 'runledger' using gs-rl-action gs-rl-job ws-arg-input
        gs-rows-written gs-rl-rc gs-rl-result.
    move gs-rl-rc to return-code.

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
*> layout, or a bad part or function is reported and fails the     *
*> run rather than summarizing something nobody asked for.         *
*>*****************************************************************
0200-readdef.
    open input def-file.
    if not ws-def-ok
        move 'Y' to gs-def-bad
        go to 0200-exit
    end-if.
    perform 0520-readdefline.
    perform until eof-def
        perform 0205-tokenize
        move function upper-case(function trim(gs-tok(1)))
            to gs-keyword
        evaluate gs-keyword
            when spaces
                continue
            when 'GROUP'
                perform 0210-groupline
            when 'ACROSS'
                perform 0220-acrossline
            when 'AGG'
                perform 0230-aggline
            when 'FISCALSTART'
                if function test-numval(gs-tok(2)) = 0
                        and function numval(gs-tok(2)) >= 1
                        and function numval(gs-tok(2)) <= 12
                    compute gs-fiscalstart =
                        function numval(gs-tok(2))
                else
                    display 'FISCALSTART must be a month, 1 to 12.'
                    move 'Y' to gs-def-bad
                end-if
            when 'TOTALS'
                move function upper-case(gs-tok(2)) to gs-totals-row
                if gs-totals-row not = 'N'
                    move 'Y' to gs-totals-row
                end-if
            when 'OUTPUT'
                move function trim(gs-tok(2)) to gs-output-base
            when 'JOB'
                move function upper-case(function trim(gs-tok(2)))
                    to gs-cat-job
            when other
                display 'Unknown summary keyword: '
                    function trim(gs-tok(1))
                move 'Y' to gs-def-bad
        end-evaluate
        perform 0520-readdefline
    end-perform.
    close def-file.
0200-exit.
    exit.

*>  Comma-separated, except that a comma inside double quotes is
*>  data - so a heading with a comma can be written quoted.
*>
0205-tokenize.
    move spaces to gs-tok(1) gs-tok(2) gs-tok(3) gs-tok(4)
        gs-tok(5) gs-tok(6).
    move 1 to gs-tidx gs-tpos.
    move 'N' to gs-quoted.
    perform varying gs-pos from 1 by 1 until gs-pos > 120
        move def-record(gs-pos:1) to gs-mchar
        evaluate true
            when gs-mchar = '"'
                if gs-quoted = 'Y'
                    move 'N' to gs-quoted
                else
                    move 'Y' to gs-quoted
                end-if
            when gs-mchar = ',' and gs-quoted = 'N'
                if gs-tidx < 6
                    add 1 to gs-tidx
                    move 1 to gs-tpos
                end-if
            when other
                if gs-tpos <= 40
                    move gs-mchar to gs-tok(gs-tidx)(gs-tpos:1)
                    add 1 to gs-tpos
                end-if
        end-evaluate
    end-perform.

0210-groupline.
    perform 0240-findcolumn.
    perform 0250-checkpart.
    if gs-found = 0 or gs-grpcol-count >= 5
        display 'GROUP column ' function trim(gs-tok(2))
            ' is not in the layout, or too many GROUP lines.'
        move 'Y' to gs-def-bad
    else
        add 1 to gs-grpcol-count
        move gs-found to gsk-lidx(gs-grpcol-count)
        move gs-part to gsk-part(gs-grpcol-count)
        move gs-tok(4) to gsk-heading(gs-grpcol-count)
        if gsk-heading(gs-grpcol-count) = spaces
            move spaces to gsk-heading(gs-grpcol-count)
            string function trim(wsl-name(gs-found)) ' '
                function trim(gs-part) delimited by size
                into gsk-heading(gs-grpcol-count)
        end-if
        if gs-grpcol-count = 1
            move wsl-rectype(gs-found) to gs-detail-type
        end-if
    end-if.

0220-acrossline.
    perform 0240-findcolumn.
    perform 0250-checkpart.
    if gs-found = 0 or crosstab
        display 'ACROSS column ' function trim(gs-tok(2))
            ' is not in the layout, or more than one ACROSS line.'
        move 'Y' to gs-def-bad
    else
        move 'Y' to gs-crosstab
        move gs-found to gs-across-lidx
        move gs-part to gs-across-part
    end-if.

0230-aggline.
    move function upper-case(function trim(gs-tok(3))) to gs-keyword.
    if gs-keyword = 'COUNT'
            and (gs-tok(2) = spaces or gs-tok(2) = '*')
        move 0 to gs-found
    else
        perform 0240-findcolumn
        if gs-found = 0
            display 'AGG column ' function trim(gs-tok(2))
                ' is not in the layout.'
            move 'Y' to gs-def-bad
        end-if
    end-if.
    if gs-agg-count >= 8
        display 'Too many AGG lines; eight is the limit.'
        move 'Y' to gs-def-bad
    else
        add 1 to gs-agg-count
        move gs-found to gsa-lidx(gs-agg-count)
        move gs-keyword to gsa-func(gs-agg-count)
        move 0 to gsa-scale(gs-agg-count) gsa-decimals(gs-agg-count)
        if gs-keyword not = 'COUNT' and 'SUM' and 'MIN' and 'MAX'
                and 'AVG'
            display 'AGG function ' function trim(gs-tok(3))
                ' is not COUNT, SUM, MIN, MAX or AVG.'
            move 'Y' to gs-def-bad
        end-if
        if gs-tok(4) not = spaces
            if function test-numval(gs-tok(4)) = 0
                compute gsa-scale(gs-agg-count) =
                    function numval(gs-tok(4))
                if gsa-scale(gs-agg-count) > 4
                    move 'Y' to gs-def-bad
                end-if
                move gsa-scale(gs-agg-count)
                    to gsa-decimals(gs-agg-count)
            else
                move 'Y' to gs-def-bad
            end-if
        end-if
        move gs-tok(5) to gsa-heading(gs-agg-count)
        if gsa-heading(gs-agg-count) = spaces
            if gs-found = 0
                move 'COUNT' to gsa-heading(gs-agg-count)
            else
                string function trim(gs-keyword) ' '
                    function trim(wsl-name(gs-found))
                    delimited by size into gsa-heading(gs-agg-count)
            end-if
        end-if
    end-if.

0240-findcolumn.
    move 0 to gs-found.
    perform varying gs-idx from 1 by 1 until gs-idx > wsl-count
        if function upper-case(wsl-name(gs-idx))
                = function upper-case(gs-tok(2)) and gs-found = 0
            move gs-idx to gs-found
        end-if
    end-perform.

0250-checkpart.
    move function upper-case(function trim(gs-tok(3))) to gs-part.
    if gs-part not = spaces and 'YEAR' and 'MONTH' and 'PERIOD'
            and 'ISOWEEK' and 'RETAILWEEK' and 'WEEKDAY'
        display 'Date part ' function trim(gs-tok(3))
            ' is not YEAR, MONTH, PERIOD, ISOWEEK, RETAILWEEK'
            ' or WEEKDAY.'
        move 'Y' to gs-def-bad
    end-if.

*>*****************************************************************
*> 0300-summarize                                                  *
*>                                                                *
*> Every record of the summarized type into its group (and its     *
*> ACROSS cell), and into the control totals.                      *
*>*****************************************************************
0300-summarize.
    if csv-mode
        perform 0530-getcsvrow
        perform 0530-getcsvrow
        perform until failure or cpe_end_of_file or cpe_invalid
            if fieldnum > 0
                perform 0310-onerecord thru 0310-exit
            end-if
            perform 0530-getcsvrow
        end-perform
    else
        perform 0500-readinput
        perform until eof-input
            if rectypes-active and gs-detail-type not = spaces
                move input-record(ws-rt-start:ws-rt-length)
                    to ws-rt-value
            else
                move gs-detail-type to ws-rt-value
            end-if
            if ws-rt-value = gs-detail-type
                perform 0310-onerecord thru 0310-exit
            end-if
            perform 0500-readinput
        end-perform
    end-if.
0300-exit.
    exit.

0310-onerecord.
    add 1 to gs-rows-in.
    add 1 to gs-ctl-count.
    perform varying gs-aidx from 1 by 1 until gs-aidx > gs-agg-count
        if gsa-lidx(gs-aidx) > 0
            move gsa-lidx(gs-aidx) to wsl-idx
            perform 0600-getvalue
            if gs-text not = spaces
                perform 0340-aggvalue
                add 1 to gst-n(gs-aidx)
                add gs-num to gst-sum(gs-aidx)
                if gst-n(gs-aidx) = 1 or gs-num < gst-min(gs-aidx)
                    move gs-num to gst-min(gs-aidx)
                end-if
                if gst-n(gs-aidx) = 1 or gs-num > gst-max(gs-aidx)
                    move gs-num to gst-max(gs-aidx)
                end-if
            end-if
        end-if
    end-perform.

    move spaces to gs-key.
    perform varying gs-kidx from 1 by 1
            until gs-kidx > gs-grpcol-count
        move gsk-lidx(gs-kidx) to wsl-idx
        move gsk-part(gs-kidx) to gs-part
        perform 0350-partvalue
        move gs-value to gs-key-part(gs-kidx)
    end-perform.
    perform 0320-findgroup.
    if gs-gidx = 0
        go to 0310-exit
    end-if.

    move 1 to gs-cidx.
    perform 0330-addcell.
    if crosstab
        move gs-across-lidx to wsl-idx
        move gs-across-part to gs-part
        perform 0350-partvalue
        perform 0325-findacross
        if gs-xidx > 0
            compute gs-cidx = gs-xidx + 1
            perform 0330-addcell
        end-if
    end-if.
0310-exit.
    exit.

*>  GS-KEY to its row in GS-GIDX, a new row slotted into key order;
*>  0 when the table is full.
*>
0320-findgroup.
    move 0 to gs-gidx.
    perform varying gs-idx from 1 by 1 until gs-idx > gs-group-count
            or gs-gidx > 0
        if gsg-key(gs-idx) = gs-key
            move gs-idx to gs-gidx
        end-if
    end-perform.
    if gs-gidx = 0
        if gs-group-count >= 300
            if gs-overflow = 'N'
                display 'More than 300 groups; the rest are left out'
                    ' and the control totals will not foot.'
            end-if
            move 'Y' to gs-overflow
        else
            add 1 to gs-group-count
            move gs-group-count to gs-gidx
            initialize gs-groups(gs-gidx)
            move gs-key to gsg-key(gs-gidx)
            move gs-group-count to gs-pos
            compute gs-len = gs-group-count - 1
            perform varying gs-oidx from gs-len by -1
                    until gs-oidx < 1
                if gsg-key(gs-order(gs-oidx)) > gs-key
                    move gs-order(gs-oidx) to gs-order(gs-oidx + 1)
                    move gs-oidx to gs-pos
                else
                    move 0 to gs-oidx
                end-if
            end-perform
            move gs-gidx to gs-order(gs-pos)
        end-if
    end-if.

*>  GS-VALUE to its ACROSS slot in GS-XIDX, likewise.
*>
0325-findacross.
    move 0 to gs-xidx.
    perform varying gs-idx from 1 by 1 until gs-idx > gs-across-count
            or gs-xidx > 0
        if gs-across-values(gs-idx) = gs-value
            move gs-idx to gs-xidx
        end-if
    end-perform.
    if gs-xidx = 0
        if gs-across-count >= 12
            if gs-overflow = 'N'
                display 'More than 12 ACROSS values; the rest are'
                    ' left out and the control totals will not foot.'
            end-if
            move 'Y' to gs-overflow
        else
            add 1 to gs-across-count
            move gs-across-count to gs-xidx
            move gs-value to gs-across-values(gs-xidx)
            move gs-across-count to gs-pos
            compute gs-len = gs-across-count - 1
            perform varying gs-oidx from gs-len by -1
                    until gs-oidx < 1
                if gs-across-values(gs-across-order(gs-oidx))
                        > gs-value
                    move gs-across-order(gs-oidx)
                        to gs-across-order(gs-oidx + 1)
                    move gs-oidx to gs-pos
                else
                    move 0 to gs-oidx
                end-if
            end-perform
            move gs-xidx to gs-across-order(gs-pos)
        end-if
    end-if.

*>  The record in hand into cell GS-CIDX of group GS-GIDX.
*>
0330-addcell.
    add 1 to gsc-count(gs-gidx, gs-cidx).
    perform varying gs-aidx from 1 by 1 until gs-aidx > gs-agg-count
        if gsa-lidx(gs-aidx) > 0
            move gsa-lidx(gs-aidx) to wsl-idx
            perform 0600-getvalue
            if gs-text not = spaces
                perform 0340-aggvalue
                add 1 to gsc-n(gs-gidx, gs-cidx, gs-aidx)
                add gs-num to gsc-sum(gs-gidx, gs-cidx, gs-aidx)
                if gsc-n(gs-gidx, gs-cidx, gs-aidx) = 1
                        or gs-num < gsc-min(gs-gidx, gs-cidx, gs-aidx)
                    move gs-num to gsc-min(gs-gidx, gs-cidx, gs-aidx)
                end-if
                if gsc-n(gs-gidx, gs-cidx, gs-aidx) = 1
                        or gs-num > gsc-max(gs-gidx, gs-cidx, gs-aidx)
                    move gs-num to gsc-max(gs-gidx, gs-cidx, gs-aidx)
                end-if
            end-if
        end-if
    end-perform.

*>  GS-TEXT of aggregate GS-AIDX as an amount, noting how many
*>  decimals the input carries so the output can carry as many.
*>
0340-aggvalue.
    move gsa-scale(gs-aidx) to gs-scale.
    perform 0630-getnumber.
    if wsl-type(wsl-idx) not = 'PACKED' and 'BINARY'
        move 0 to gs-len
        inspect gs-text tallying gs-len for all '.'
        if gs-len > 0
            move 0 to gs-pos
            inspect gs-text tallying gs-pos
                for characters before initial '.'
            move 0 to gs-decimals
            add 2 to gs-pos
            perform varying gs-idx from gs-pos by 1
                    until gs-idx > 80
                if gs-text(gs-idx:1) >= '0' and <= '9'
                    add 1 to gs-decimals
                end-if
            end-perform
            if gs-decimals > 4
                move 4 to gs-decimals
            end-if
            if gs-decimals > gsa-decimals(gs-aidx)
                move gs-decimals to gsa-decimals(gs-aidx)
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0350-partvalue                                                  *
*>                                                                *
*> Layout column WSL-IDX as a group value in GS-VALUE - as it      *
*> stands, or the date part in GS-PART.  Weekdays carry their day  *
*> number ahead of the name so they order Sunday to Saturday; the  *
*> number is dropped when the value is written (0440-showvalue).   *
*>*****************************************************************
0350-partvalue.
    perform 0600-getvalue.
    move spaces to gs-value.
    if gs-part = spaces
        move function trim(gs-text) to gs-value
    else
        perform 0610-getdate
        if gs-date-ok = 'N'
            move '(bad date)' to gs-value
            add 1 to gs-bad-dates
        else
            move linear_to_fielded(gs-ld) to gs-fielded
            evaluate gs-part
                when 'YEAR'
                    move gs-f-year to gs-year-display
                    move gs-year-display to gs-value
                when 'MONTH'
                    move gs-f-year to gs-year-display
                    move gs-f-month to gs-nn-display
                    string gs-year-display '-' gs-nn-display
                        delimited by size into gs-value
                when 'PERIOD'
                    move fiscalperiodof(gs-ld, gs-fiscalstart)
                        to gs-fpo-result
                    move gs-fpo-year to gs-year-display
                    move gs-fpo-period to gs-nn-display
                    string gs-year-display '-P' gs-nn-display
                        delimited by size into gs-value
                when 'ISOWEEK'
                    move isoweek(gs-ld) to gs-week-result
                    move gs-wk-year to gs-year-display
                    move gs-wk-week to gs-nn-display
                    string gs-year-display '-W' gs-nn-display
                        delimited by size into gs-value
                when 'RETAILWEEK'
                    move fiscalweekof(gs-ld) to gs-week-result
                    move gs-wk-year to gs-year-display
                    move gs-wk-week to gs-nn-display
                    string gs-year-display '-W' gs-nn-display
                        delimited by size into gs-value
                when 'WEEKDAY'
                    move gs-f-dow to gs-dow-display
                    string gs-dow-display dayname(gs-f-dow)
                        delimited by size into gs-value
            end-evaluate
        end-if
    end-if.

*>*****************************************************************
*> 0400-write                                                      *
*>                                                                *
*> The header row, a row per group in key order, and the grand     *
*> total row taken from the control totals.                        *
*>*****************************************************************
0400-write.
    move generationname(gs-output-base) to gs-output-name.
    move spaces to gs-staged-name filename.
    string function trim(gs-output-name) '.stg'
        delimited by size into gs-staged-name.
    string gs-staged-name delimited by space x'00' delimited by size
        into filename.
    call 'csvgen_createfile' using
        by reference genhandle
        by reference filename
        by value 2
        by value ws-delimiter
        by value ws-codepage
        returning bool.
    if failure
        display 'Cannot create ' function trim(gs-output-name) '.'
        move 8 to return-code
        go to 0400-exit
    end-if.

    perform 0410-header.
    perform varying gs-oidx from 1 by 1 until gs-oidx > gs-group-count
        move gs-order(gs-oidx) to gs-gidx
        perform 0420-grouprow
    end-perform.
    if gs-totals-row = 'Y'
        perform 0430-totalrow
    end-if.

    call 'csvgen_closefile' using
        by value genhandle
        returning bool
    end-call.
    if failure
        display 'Cannot close ' function trim(gs-output-name) '.'
        move 8 to return-code
    else
        call 'gencatalog' using gs-cat-job gs-output-name
        call 'stagemark' using gs-staged-name gs-output-name
    end-if.
0400-exit.
    exit.

0410-header.
    perform 0480-beginrow.
    perform varying gs-kidx from 1 by 1
            until gs-kidx > gs-grpcol-count
        move gsk-heading(gs-kidx) to gs-heading
        perform 0490-puttext
    end-perform.
    if crosstab
        perform varying gs-oidx from 1 by 1
                until gs-oidx > gs-across-count
            move gs-across-values(gs-across-order(gs-oidx))
                to gs-value
            move gs-across-part to gs-part
            perform 0440-showvalue
            perform varying gs-aidx from 1 by 1
                    until gs-aidx > gs-agg-count
                move spaces to gs-heading
                if gs-agg-count = 1
                    move gs-shown to gs-heading
                else
                    string function trim(gs-shown) ' '
                        function trim(gsa-heading(gs-aidx))
                        delimited by size into gs-heading
                end-if
                perform 0490-puttext
            end-perform
        end-perform
    end-if.
    perform varying gs-aidx from 1 by 1 until gs-aidx > gs-agg-count
        move gsa-heading(gs-aidx) to gs-heading
        perform 0490-puttext
    end-perform.
    perform 0485-endrow.

0420-grouprow.
    perform 0480-beginrow.
    perform varying gs-kidx from 1 by 1
            until gs-kidx > gs-grpcol-count
        move gsg-key-part(gs-gidx, gs-kidx) to gs-value
        move gsk-part(gs-kidx) to gs-part
        perform 0440-showvalue
        move gs-shown to gs-heading
        perform 0490-puttext
    end-perform.
    if crosstab
        perform varying gs-xidx from 1 by 1
                until gs-xidx > gs-across-count
            compute gs-cidx = gs-across-order(gs-xidx) + 1
            perform 0425-cellaggs
        end-perform
    end-if.
    move 1 to gs-cidx.
    perform 0425-cellaggs.
    perform 0485-endrow.
    add 1 to gs-rows-written.

0425-cellaggs.
    perform varying gs-aidx from 1 by 1 until gs-aidx > gs-agg-count
        move 'N' to gs-out-empty
        evaluate gsa-func(gs-aidx)
            when 'COUNT'
                if gsa-lidx(gs-aidx) = 0
                    move gsc-count(gs-gidx, gs-cidx) to gs-out-num
                else
                    move gsc-n(gs-gidx, gs-cidx, gs-aidx)
                        to gs-out-num
                end-if
            when 'SUM'
                move gsc-sum(gs-gidx, gs-cidx, gs-aidx) to gs-out-num
            when 'MIN'
                move gsc-min(gs-gidx, gs-cidx, gs-aidx) to gs-out-num
            when 'MAX'
                move gsc-max(gs-gidx, gs-cidx, gs-aidx) to gs-out-num
            when 'AVG'
                if gsc-n(gs-gidx, gs-cidx, gs-aidx) > 0
                    compute gs-out-num rounded =
                        gsc-sum(gs-gidx, gs-cidx, gs-aidx)
                        / gsc-n(gs-gidx, gs-cidx, gs-aidx)
                end-if
        end-evaluate
        if gsa-func(gs-aidx) not = 'COUNT'
                and gsc-n(gs-gidx, gs-cidx, gs-aidx) = 0
            move 'Y' to gs-out-empty
        end-if
        perform 0470-putnumber
    end-perform.

*>  The grand total row: TOTAL under the first group column, the
*>  crosstab cells left empty, the aggregates over every record.
*>
0430-totalrow.
    perform 0480-beginrow.
    move 'TOTAL' to gs-heading.
    perform 0490-puttext.
    move spaces to gs-heading.
    perform varying gs-kidx from 2 by 1
            until gs-kidx > gs-grpcol-count
        perform 0490-puttext
    end-perform.
    if crosstab
        compute gs-len = gs-across-count * gs-agg-count
        perform varying gs-idx from 1 by 1 until gs-idx > gs-len
            perform 0490-puttext
        end-perform
    end-if.
    perform varying gs-aidx from 1 by 1 until gs-aidx > gs-agg-count
        move 'N' to gs-out-empty
        evaluate gsa-func(gs-aidx)
            when 'COUNT'
                if gsa-lidx(gs-aidx) = 0
                    move gs-ctl-count to gs-out-num
                else
                    move gst-n(gs-aidx) to gs-out-num
                end-if
            when 'SUM'
                move gst-sum(gs-aidx) to gs-out-num
            when 'MIN'
                move gst-min(gs-aidx) to gs-out-num
            when 'MAX'
                move gst-max(gs-aidx) to gs-out-num
            when 'AVG'
                if gst-n(gs-aidx) > 0
                    compute gs-out-num rounded =
                        gst-sum(gs-aidx) / gst-n(gs-aidx)
                end-if
        end-evaluate
        if gsa-func(gs-aidx) not = 'COUNT' and gst-n(gs-aidx) = 0
            move 'Y' to gs-out-empty
        end-if
        perform 0470-putnumber
    end-perform.
    perform 0485-endrow.

*>  GS-VALUE as it is written, in GS-SHOWN.
*>
0440-showvalue.
    if gs-part = 'WEEKDAY' and gs-value not = '(bad date)'
        move gs-value(2:) to gs-shown
    else
        move gs-value to gs-shown
    end-if.

*>*****************************************************************
*> 0450-prove                                                      *
*>                                                                *
*> The record count and each SUM as read from the detail, against  *
*> the same footed over the groups - and with ACROSS, over every   *
*> cell of every group.                                            *
*>*****************************************************************
0450-prove.
    move 0 to gs-foot-count gs-cross-count.
    perform varying gs-gidx from 1 by 1 until gs-gidx > gs-group-count
        add gsc-count(gs-gidx, 1) to gs-foot-count
        perform varying gs-cidx from 2 by 1
                until gs-cidx > gs-across-count + 1
            add gsc-count(gs-gidx, gs-cidx) to gs-cross-count
        end-perform
    end-perform.
    if not crosstab
        move gs-foot-count to gs-cross-count
    end-if.
    move gs-ctl-count to gs-count-display.
    display 'Control total records: detail '
        function trim(gs-count-display) with no advancing.
    move gs-foot-count to gs-count-display.
    display ', summary ' function trim(gs-count-display)
        with no advancing.
    if crosstab
        move gs-cross-count to gs-count-display
        display ', cells ' function trim(gs-count-display)
            with no advancing
    end-if.
    if gs-ctl-count = gs-foot-count and gs-ctl-count = gs-cross-count
        display ' - in balance.'
    else
        display ' - OUT OF BALANCE.'
        move 'N' to gs-balanced
    end-if.

    perform varying gs-aidx from 1 by 1 until gs-aidx > gs-agg-count
        if gsa-func(gs-aidx) = 'SUM'
            perform 0455-provesum
        end-if
    end-perform.
0450-exit.
    exit.

0455-provesum.
    move 0 to gs-foot-sum gs-cross-sum.
    perform varying gs-gidx from 1 by 1 until gs-gidx > gs-group-count
        add gsc-sum(gs-gidx, 1, gs-aidx) to gs-foot-sum
        perform varying gs-cidx from 2 by 1
                until gs-cidx > gs-across-count + 1
            add gsc-sum(gs-gidx, gs-cidx, gs-aidx) to gs-cross-sum
        end-perform
    end-perform.
    if not crosstab
        move gs-foot-sum to gs-cross-sum
    end-if.
    display 'Control total ' function trim(gsa-heading(gs-aidx))
        ': detail ' with no advancing.
    move gst-sum(gs-aidx) to gs-out-num.
    perform 0460-formatnumber.
    display function trim(gs-edited) ', summary ' with no advancing.
    move gs-foot-sum to gs-out-num.
    perform 0460-formatnumber.
    display function trim(gs-edited) with no advancing.
    if crosstab
        move gs-cross-sum to gs-out-num
        perform 0460-formatnumber
        display ', cells ' function trim(gs-edited) with no advancing
    end-if.
    if gst-sum(gs-aidx) = gs-foot-sum
            and gst-sum(gs-aidx) = gs-cross-sum
        display ' - in balance.'
    else
        display ' - OUT OF BALANCE.'
        move 'N' to gs-balanced
    end-if.

*>*****************************************************************
*> 0460-formatnumber / 0470-putnumber                              *
*>                                                                *
*> GS-OUT-NUM as plain CSV text: no grouping commas, a leading     *
*> minus, and the aggregate's decimals - none for a COUNT, two     *
*> more for an AVG.                                                *
*>*****************************************************************
0460-formatnumber.
    move gsa-decimals(gs-aidx) to gs-decimals.
    evaluate gsa-func(gs-aidx)
        when 'COUNT'
            move 0 to gs-decimals
        when 'AVG'
            add 2 to gs-decimals
            if gs-decimals > 4
                move 4 to gs-decimals
            end-if
    end-evaluate.
    move 'ZZZZZZZZZZZZ9' to gs-mask.
    if gs-decimals > 0
        move '.' to gs-mask(14:1)
        move all '9' to gs-mask(15:gs-decimals)
    end-if.
    move gs-out-num to gs-num.
    perform 0700-editnumber.

0470-putnumber.
    if gs-out-empty = 'Y'
        move spaces to gs-heading
    else
        perform 0460-formatnumber
        move function trim(gs-edited) to gs-heading
    end-if.
    perform 0490-puttext.

*>*****************************************************************
*> 0480-beginrow / 0485-endrow / 0490-puttext                      *
*>*****************************************************************
0480-beginrow.
    call 'csvgen_beginrow' using
        by value     genhandle
        returning bool
    end-call.

0485-endrow.
    call 'csvgen_endrow' using
        by value     genhandle
        returning bool
    end-call.

0490-puttext.
    move spaces to outbuffer.
    string function trim(gs-heading) x'00' delimited by size
        into outbuffer.
    call 'csvgen_putfield' using
        by value     genhandle
        by reference outbuffer
        returning bool
    end-call.

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
*> Layout column WSL-IDX of the record in hand as text in GS-TEXT, *
*> typed columns unpacked the way CSVEXPORT writes them.           *
*>*****************************************************************
0600-getvalue.
    move spaces to gs-text.
    move 0 to gs-int.
    if csv-mode
        if wsl-start(wsl-idx) >= 1 and wsl-start(wsl-idx) <= 20
            move ws-csv-fields(wsl-start(wsl-idx)) to gs-text
        end-if
    else
        evaluate wsl-type(wsl-idx)
            when 'PACKED'
                move all x'00' to ws-packed-bytes
                move input-record(wsl-start(wsl-idx):
                        wsl-length(wsl-idx))
                    to ws-packed-bytes(11 - wsl-length(wsl-idx):
                        wsl-length(wsl-idx))
                move ws-packed-work to gs-int
                move gs-int to gs-text
            when 'BINARY'
                evaluate wsl-length(wsl-idx)
                    when 2
                        move input-record(wsl-start(wsl-idx):2)
                            to ws-bin2-x
                        move ws-bin2 to gs-int
                    when 4
                        move input-record(wsl-start(wsl-idx):4)
                            to ws-bin4-x
                        move ws-bin4 to gs-int
                    when 8
                        move input-record(wsl-start(wsl-idx):8)
                            to ws-bin8-x
                        move ws-bin8 to gs-int
                end-evaluate
                move gs-int to gs-text
            when 'PACKDATE'
                move input-record(wsl-start(wsl-idx):5)
                    to ws-packdate-x
                move ws-packdate to ws-packdate-num
                move ws-pd-year to ws-pdt-year
                move ws-pd-month to ws-pdt-month
                move ws-pd-dom to ws-pdt-dom
                move ws-packdate-text to gs-text
            when other
                move input-record(wsl-start(wsl-idx):
                    wsl-length(wsl-idx)) to gs-text
        end-evaluate
    end-if.

*>*****************************************************************
*> 0610-getdate                                                    *
*>                                                                *
*> GS-TEXT as a linear date in GS-LD: PACKDATE text is already     *
*> YYYY-MM-DD, anything else is parsed with the layout's FORMAT.   *
*>*****************************************************************
0610-getdate.
    move 'N' to gs-date-ok.
    if wsl-type(wsl-idx) = 'PACKDATE'
        move '02' to gs-date-fmt
    else
        move wsl-format(wsl-idx) to gs-date-fmt
        if gs-date-fmt = spaces
            move '02' to gs-date-fmt
        end-if
    end-if.
    move function trim(gs-text) to gs-date-text.
    if gs-date-text not = spaces
        move dateparse(gs-date-text, gs-date-fmt) to gs-parse-result
        if gs-p-success = 'Y'
            move fielded_to_linear(gs-p-year, gs-p-month, gs-p-dom)
                to gs-ld
            move 'Y' to gs-date-ok
        end-if
    end-if.

*>*****************************************************************
*> 0630-getnumber                                                  *
*>                                                                *
*> GS-TEXT (or the typed integer) to GS-NUM; the implied scale in  *
*> GS-SCALE applies to typed values and to text with no point.     *
*>*****************************************************************
0630-getnumber.
    move 0 to gs-num.
    if wsl-type(wsl-idx) = 'PACKED' or 'BINARY'
        compute gs-num = gs-int / (10 ** gs-scale)
    else
        if gs-text not = spaces
                and function test-numval(gs-text) = 0
            compute gs-num = function numval(gs-text)
            move 0 to gs-len
            inspect gs-text tallying gs-len for all '.'
            if gs-len = 0 and gs-scale > 0
                compute gs-num = gs-num / (10 ** gs-scale)
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0700-editnumber                                                 *
*>                                                                *
*> GS-NUM through the mask in GS-MASK into GS-EDITED, right to     *
*> left, as RPTWRITER edits its columns: 9 always a digit, Z a     *
*> digit or a space ahead of the first significant one, '.' as is; *
*> a negative value gets a '-' ahead of its first digit.           *
*>*****************************************************************
0700-editnumber.
    move spaces to gs-edited.
    compute gs-mask-len = function length(function trim(gs-mask)).
    move 0 to gs-point gs-mask-dec.
    perform varying gs-midx from 1 by 1 until gs-midx > gs-mask-len
        if gs-mask(gs-midx:1) = '.'
            move gs-midx to gs-point
        end-if
        if gs-point > 0 and (gs-mask(gs-midx:1) = '9' or 'Z')
            add 1 to gs-mask-dec
        end-if
    end-perform.
    move 'N' to gs-negative gs-has-sign.
    if gs-num < 0
        move 'Y' to gs-negative
    end-if.
    compute gs-scaled rounded =
        function abs(gs-num) * (10 ** gs-mask-dec).
    move 0 to gs-sig.
    inspect gs-digits tallying gs-sig for leading '0'.
    compute gs-sig = 18 - gs-sig.
    if gs-sig <= gs-mask-dec
        compute gs-sig = gs-mask-dec + 1
    end-if.

    move 18 to gs-didx.
    move 'Y' to gs-in-fraction.
    if gs-point = 0
        move 'N' to gs-in-fraction
    end-if.
    perform varying gs-midx from gs-mask-len by -1 until gs-midx < 1
        move gs-mask(gs-midx:1) to gs-mchar
        evaluate gs-mchar
            when '9'
                move gs-digits(gs-didx:1) to gs-edited(gs-midx:1)
                subtract 1 from gs-didx
            when 'Z'
                if gs-in-fraction = 'N' and 18 - gs-didx >= gs-sig
                    move space to gs-edited(gs-midx:1)
                else
                    move gs-digits(gs-didx:1) to gs-edited(gs-midx:1)
                end-if
                subtract 1 from gs-didx
            when '.'
                move '.' to gs-edited(gs-midx:1)
                move 'N' to gs-in-fraction
            when other
                move gs-mchar to gs-edited(gs-midx:1)
        end-evaluate
    end-perform.

    if gs-negative = 'Y'
        move 0 to gs-len
        inspect gs-edited tallying gs-len for leading spaces
        if gs-len > 0
            move '-' to gs-edited(gs-len:1)
        end-if
    end-if.

end program groupsum.
