*>*****************************************************************
*> datamask - Masked copies of production files for testing and    *
*> vendor support, driven by the CSVEXPORT layout files.           *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> "Send us last night's OPENITEMS.DAT" used to mean refusing or   *
*> sending real customer data.  This writes a copy with the        *
*> sensitive columns masked, reading the file - fixed-width, typed *
*> (PACKED/BINARY/PACKDATE), or CSV - through the same layout      *
*> file CSVEXPORT uses,                                            *
*>                                                                *
*>   START,LENGTH,NAME[,FORMAT[,FLAGS[,TYPE[,MASK]]]]              *
*>                                                                *
*> with RECTYPE/TYPE sections honored as there, and one more       *
*> column, MASK, saying what happens to that column:               *
*>                                                                *
*>   (blank)     copied unchanged                                  *
*>   P[:domain]  pseudonym - every letter and digit replaced, by a *
*>               keyed hash of the whole value, with another of    *
*>               the same kind, so the same value always becomes   *
*>               the same token in every file and every run        *
*>               masked with the same key and DOMAIN (CUSTOMER in  *
*>               one file and CUST in another join if both say     *
*>               P:CUST).  Packed and binary ids are pseudonymized *
*>               on their digits.                                  *
*>   D:n         date shifted n business days (ADDBUSINESSDAYS,    *
*>               negative n earlier); FORMAT is the column's       *
*>               DATEPARSE code (01, 02 - the default - or 03), or *
*>               TYPE PACKDATE                                     *
*>   A:pct       amount moved by up to PCT percent either way,     *
*>               keeping its decimal places and field width        *
*>   B           blanked - spaces, or zero for a typed column      *
*>                                                                *
*> Records keep their length byte for byte and typed columns stay  *
*> packed or binary, so the copy loads into the same programs.  A  *
*> value that cannot be masked in place (an unparseable date, an   *
*> amount that would no longer fit) is left as it was and counted. *
*>                                                                *
*> The pseudonym key is the MASKKEY environment variable - held by *
*> operations, never shipped with the copy - and the run is        *
*> refused without it, since an unkeyed pseudonym can be undone by *
*> anyone who can guess the ids.                                   *
*>                                                                *
*> The control report counts the rows and bytes read, the rows and *
*> bytes written, and - re-reading the copy - the rows and bytes   *
*> actually on it; all three must agree.  It is displayed with     *
*> the per-column masking counts and appended to MASKCTL.DAT,      *
*> counting fields rather than bytes for a CSV file, whose values  *
*> may change width,                                               *
*>                                                                *
*>   DATE,TIME,INPUT,OUTPUT,ROWSIN,ROWSOUT,BYTESIN,BYTESOUT,RESULT *
*>                                                                *
*> Command line: [input] [layout] [output] [mode] [delimiter]      *
*>                                                                *
*> MODE is F fixed-width (default) or C CSV, where START is the    *
*> 1-based column and the header row is copied as it stands.       *
*> RETURN-CODE 8 for a bad layout, a missing MASKKEY, or a file    *
*> that will not open; 16 when the control totals disagree.        *
*>*****************************************************************
identification division.
program-id. datamask.

environment division.
configuration section.
repository.
    function addbusinessdays
    function dateparse
    function fielded_to_linear
    function linear_to_fielded
    function monthname
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

    select output-file assign to ws-arg-output
        organization is line sequential
        access is sequential
        file status is ws-output-status.

    select output-bin-file assign to ws-arg-output
        organization is sequential
        access is sequential
        file status is ws-output-status.

    select layout-file assign to ws-arg-layout
        organization is line sequential
        access is sequential
        file status is ws-layout-status.

    select control-file assign to 'maskctl.dat'
        organization is line sequential
        access is sequential
        file status is ws-control-status.

data division.
file section.
fd  input-file.

01  input-record        pic x(2000).

*>  Typed layouts travel record sequential, as in CSVEXPORT and
*>  CSVIMPORT, so a packed byte of x'0A' is data, not a line end.
*>
fd  input-bin-file
    record is varying in size from 1 to 2000
        depending on ws-rec-len.

01  input-bin-record    pic x(2000).

fd  output-file.

01  output-record       pic x(2000).

fd  output-bin-file
    record is varying in size from 1 to 2000
        depending on dm-out-len.

01  output-bin-record   pic x(2000).

fd  layout-file.

01  layout-record       pic x(80).

fd  control-file.

01  control-record      pic x(200).

working-storage section.
01  csvhandle           usage pointer.
01  genhandle           usage pointer.
01  bufptr              usage pointer.
01  filename            pic x(40).
01  buffer              pic x(8000) based.
01  outbuffer           pic x(90).

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

01  ws-arg-input        pic x(40) value 'input.dat'.
01  ws-arg-layout       pic x(40) value 'layout.txt'.
01  ws-arg-output       pic x(40) value 'masked.dat'.
01  ws-arg-mode         pic x(1)  value 'F'.
    88  csv-mode            value 'C'.
01  ws-arg-delim        pic x(1).
01  ws-delimiter        usage signed-int value 44.

01  ws-input-status     pic xx.
    88  ws-input-ok         value '00'.
01  ws-output-status    pic xx.
    88  ws-output-ok        value '00'.
01  ws-layout-status    pic xx.
    88  ws-layout-ok        value '00'.
01  ws-control-status   pic xx.
    88  ws-control-ok       value '00'.

01  ws-eof-input        pic x       value 'N'.
    88  eof-input           value 'Y'.
01  ws-eof-layout       pic x       value 'N'.
    88  eof-layout          value 'Y'.

*>  The layout, as CSVEXPORT holds it, plus the masking rule.
*>
01  wsl-columns         occurs 20 times.
    05  wsl-start           pic 9(4)    comp-5.
    05  wsl-length          pic 9(4)    comp-5.
    05  wsl-name            pic x(20).
    05  wsl-format          pic xx.
    05  wsl-flags           pic x(4).
    05  wsl-type            pic x(8).
    05  wsl-rectype         pic x(8).
    05  wsl-mask            pic x(20).
    05  wsl-rule            pic x.
    05  wsl-param           usage signed-int.
    05  wsl-domain          pic x(12).
    05  wsl-changed         usage signed-int.
    05  wsl-kept            usage signed-int.

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

01  dm-key              pic x(40).
01  dm-input-name       pic x(40).
01  dm-out-len          pic 9(4) comp-5.
01  dm-layout-bad       pic x       value 'N'.
01  dm-rule-text        pic x(20).
01  dm-rule-a           pic x(8).
01  dm-rule-b           pic x(12).

*>  The value in hand: its text (fixed slice or CSV field) and, for
*>  a typed column, its number.
*>
01  dm-value            pic x(80).
01  dm-len              usage signed-int.
01  dm-result           pic x.
01  dm-num              pic s9(18) comp-5.
01  dm-num-abs          pic 9(18).
01  dm-num-digits redefines dm-num-abs pic x(18).
01  dm-limit            pic s9(18) comp-5.
01  dm-cdx              usage signed-int.
01  dm-char             pic x.
01  dm-ord              usage signed-int.
01  dm-shift            usage signed-int.

*>  The keyed hash behind pseudonyms and perturbation.
*>
01  dm-hash             pic 9(18) comp-5.
01  dm-hash-text        pic x(160).
01  dm-hash-len         usage signed-int.
01  dm-hdx              usage signed-int.
01  dm-row-text         pic 9(9).
01  dm-col-text         pic 99.

01  dm-amount           pic s9(15)v9(4) comp-3.
01  dm-new-amount       pic s9(15)v9(4) comp-3.
01  dm-factor           pic s9(5) comp-5.
01  dm-decimals         usage signed-int.
01  dm-point            usage signed-int.
01  dm-scaled           pic s9(18) comp-5.
01  dm-scaled-display   pic -9(18).
01  dm-amount-text      pic x(40).
01  dm-int-part         pic x(20).
01  dm-lead             usage signed-int.
01  dm-ndx              usage signed-int.

01  dm-date-text        pic x(20).
01  dm-date-fmt         pic xx.
01  dm-ld               usage signed-int.
01  dm-parse-result.
    05  dm-p-fielded.
        10  dm-p-year        pic s9(9)   comp-5.
        10  dm-p-month       pic 99      comp-5.
        10  dm-p-dom         pic 99      comp-5.
    05  dm-p-success     pic x.
01  dm-fielded.
    05  dm-f-year           pic s9(9)   comp-5.
    05  dm-f-month          pic 99      comp-5.
    05  dm-f-dom            pic 99      comp-5.
    05  dm-f-doy            pic 999     comp-5.
    05  dm-f-dow            pic 9       comp-5.
01  dm-out-date.
    05  dm-od-year          pic 9(4).
    05  dm-od-month         pic 99.
    05  dm-od-dom           pic 99.
01  dm-monthname        pic x(3).

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

*>  Control totals.
*>
01  dm-rows-in          usage signed-int value 0.
01  dm-rows-out         usage signed-int value 0.
01  dm-rows-check       usage signed-int value 0.
01  dm-bytes-in         pic s9(15) comp-5 value 0.
01  dm-bytes-out        pic s9(15) comp-5 value 0.
01  dm-bytes-check      pic s9(15) comp-5 value 0.
01  dm-rec-bytes        usage signed-int.
01  dm-agree            pic x(8).
01  dm-count-display    pic z(8)9.
01  dm-bytes-display    pic z(14)9.
01  dm-rows-in-d        pic 9(9).
01  dm-rows-out-d       pic 9(9).
01  dm-bytes-in-d       pic 9(15).
01  dm-bytes-out-d      pic 9(15).
01  dm-line             pic x(200).

01  dm-rl-job           pic x(12) value 'DATAMASK'.
01  dm-rl-action        pic x.
01  dm-rl-rc            usage signed-int value 0.
01  dm-rl-result        pic x.

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
01  dm-run-date.
    05  dm-rd-year          pic 9(4).
    05  filler              pic x value '-'.
    05  dm-rd-month         pic 99.
    05  filler              pic x value '-'.
    05  dm-rd-dom           pic 99.
01  dm-run-time.
    05  dm-rt-hours         pic 99.
    05  filler              pic x value ':'.
    05  dm-rt-minutes       pic 99.

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
    accept ws-arg-output from argument-value.
    if ws-arg-output = spaces or ws-arg-output = low-values
        move 'masked.dat' to ws-arg-output
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

    move spaces to dm-key.
    accept dm-key from environment 'MASKKEY'.
    if dm-key = spaces or dm-key = low-values
        display 'MASKKEY is not set - refusing to pseudonymize'
            ' without a key.'
        move 8 to return-code
        go to 9000-end
    end-if.

    move 'O' to dm-rl-action.
    call 'runledger' using dm-rl-action dm-rl-job ws-arg-input
        dm-rows-out dm-rl-rc dm-rl-result.

    perform 0100-readlayout thru 0100-exit.
    if wsl-count = 0 or dm-layout-bad = 'Y'
        display 'Layout ' function trim(ws-arg-layout)
            ' is missing, empty, or has a bad MASK column.'
        move 8 to return-code
        go to 8000-ledger
    end-if.

    move 0 to ws-rec-len.
    perform varying wsl-idx from 1 by 1 until wsl-idx > wsl-count
        move 0 to wsl-changed(wsl-idx) wsl-kept(wsl-idx)
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

    if csv-mode
        perform 0300-maskcsv thru 0300-exit
    else
        perform 0200-maskfixed thru 0200-exit
    end-if.
    if return-code >= 8
        go to 8000-ledger
    end-if.

    if csv-mode
        perform 0820-recountcsv
    else
        perform 0810-recountfixed
    end-if.
    perform 0850-control.

8000-ledger.
    move 'W' to dm-rl-action.
    move return-code to dm-rl-rc.
    call 'runledger' using dm-rl-action dm-rl-job ws-arg-input
        dm-rows-out dm-rl-rc dm-rl-result.
    move dm-rl-rc to return-code.

9000-end.
    goback.

*>*****************************************************************
*> 0100-readlayout                                                 *
*>                                                                *
*> CSVEXPORT's reader, with the seventh column parsed into a rule  *
*> letter, a numeric parameter, and a pseudonym domain.            *
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
                    wsl-mask(wsl-count)
                unstring layout-record delimited by ','
                    into ws-tok-start ws-tok-length
                        wsl-name(wsl-count) wsl-format(wsl-count)
                        wsl-flags(wsl-count) wsl-type(wsl-count)
                        wsl-mask(wsl-count)
                move function numval(ws-tok-start)
                    to wsl-start(wsl-count)
                move function numval(ws-tok-length)
                    to wsl-length(wsl-count)
                move function upper-case(wsl-type(wsl-count))
                    to wsl-type(wsl-count)
                move ws-rt-section to wsl-rectype(wsl-count)
                perform 0110-parsemask
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

0110-parsemask.
    move function upper-case(function trim(wsl-mask(wsl-count)))
        to dm-rule-text.
    move spaces to dm-rule-a dm-rule-b.
    unstring dm-rule-text delimited by ':'
        into dm-rule-a dm-rule-b
    end-unstring.
    move dm-rule-a(1:1) to wsl-rule(wsl-count).
    move 0 to wsl-param(wsl-count).
    move spaces to wsl-domain(wsl-count).
    evaluate wsl-rule(wsl-count)
        when space
        when 'B'
            continue
        when 'P'
            move dm-rule-b to wsl-domain(wsl-count)
        when 'D'
        when 'A'
            if dm-rule-b = spaces
                    or function test-numval(dm-rule-b) not = 0
                move 'Y' to dm-layout-bad
            else
                compute wsl-param(wsl-count) =
                    function numval(dm-rule-b)
                if wsl-rule(wsl-count) = 'A'
                        and (wsl-param(wsl-count) < 1
                            or wsl-param(wsl-count) > 100)
                    move 'Y' to dm-layout-bad
                end-if
            end-if
        when other
            move 'Y' to dm-layout-bad
    end-evaluate.
    if dm-layout-bad = 'Y'
        display 'Bad MASK "' function trim(wsl-mask(wsl-count))
            '" on column ' function trim(wsl-name(wsl-count)) '.'
    end-if.

*>*****************************************************************
*> 0200-maskfixed                                                  *
*>*****************************************************************
0200-maskfixed.
    if binary-io
        open input input-bin-file
    else
        open input input-file
    end-if.
    if not ws-input-ok
        display 'Cannot open ' function trim(ws-arg-input) '.'
        move 8 to return-code
        go to 0200-exit
    end-if.
    if binary-io
        open output output-bin-file
    else
        open output output-file
    end-if.
    if not ws-output-ok
        display 'Cannot create ' function trim(ws-arg-output) '.'
        move 8 to return-code
        go to 0200-exit
    end-if.

    perform 0500-readinput.
    perform until eof-input
        add 1 to dm-rows-in
        perform 0700-recbytes
        add dm-rec-bytes to dm-bytes-in
        if rectypes-active
            move input-record(ws-rt-start:ws-rt-length)
                to ws-rt-value
        end-if
        perform varying wsl-idx from 1 by 1 until wsl-idx > wsl-count
            if wsl-rule(wsl-idx) not = space
                    and (not rectypes-active
                        or wsl-rectype(wsl-idx) = spaces
                        or wsl-rectype(wsl-idx) = ws-rt-value)
                perform 0400-maskfield thru 0400-exit
            end-if
        end-perform
        if binary-io
            move ws-rec-len to dm-out-len
            move input-record(1:ws-rec-len) to output-bin-record
            write output-bin-record
        else
            move input-record to output-record
            write output-record
        end-if
        add 1 to dm-rows-out
        add dm-rec-bytes to dm-bytes-out
        perform 0500-readinput
    end-perform.

    if binary-io
        close input-bin-file output-bin-file
    else
        close input-file output-file
    end-if.
0200-exit.
    exit.

*>*****************************************************************
*> 0300-maskcsv                                                    *
*>*****************************************************************
0300-maskcsv.
    move spaces to filename.
    string ws-arg-input delimited by space x'00' delimited by size
        into filename.
    call 'csvparser_openfile' using
        by reference csvhandle
        by reference filename
        by value ws-delimiter
        returning bool.
    if failure
        display 'Cannot open ' function trim(ws-arg-input) '.'
        move 8 to return-code
        go to 0300-exit
    end-if.
    move spaces to filename.
    string ws-arg-output delimited by space x'00' delimited by size
        into filename.
    call 'csvgen_createfile' using
        by reference genhandle
        by reference filename
        by value 2
        by value ws-delimiter
        by value 0
        returning bool.
    if failure
        display 'Cannot create ' function trim(ws-arg-output) '.'
        move 8 to return-code
        go to 0300-exit
    end-if.

*>  the header row passes through unmasked and uncounted.
*>
    perform 0520-getcsvrow.
    if fieldnum > 0
        perform 0350-putcsvrow
    end-if.
    perform 0520-getcsvrow.
    perform until failure or cpe_end_of_file or cpe_invalid
        if fieldnum > 0
            add 1 to dm-rows-in
            perform 0710-csvfields
            add dm-rec-bytes to dm-bytes-in
            perform varying wsl-idx from 1 by 1
                    until wsl-idx > wsl-count
                if wsl-rule(wsl-idx) not = space
                        and wsl-start(wsl-idx) <= fieldnum
                        and wsl-start(wsl-idx) <= 20
                    move ws-csv-fields(wsl-start(wsl-idx))
                        to dm-value
                    perform 0400-maskfield thru 0400-exit
                    move dm-value to ws-csv-fields(wsl-start(wsl-idx))
                end-if
            end-perform
            perform 0350-putcsvrow
            add 1 to dm-rows-out
            perform 0710-csvfields
            add dm-rec-bytes to dm-bytes-out
        end-if
        perform 0520-getcsvrow
    end-perform.

    call 'csvgen_closefile' using
        by value genhandle
        returning bool
    end-call.
    call 'csvparser_closefile' using
        by value csvhandle
        returning bool
    end-call.
    if cpe_invalid
        display 'CSV file is not valid at line ' ws-diag-line
            ' column ' ws-diag-column '.'
        move 8 to return-code
    end-if.
0300-exit.
    exit.

0350-putcsvrow.
    call 'csvgen_beginrow' using
        by value     genhandle
        returning bool
    end-call.
    perform varying dm-hdx from 1 by 1
            until dm-hdx > fieldnum or dm-hdx > 20
        move ws-csv-fields(dm-hdx) to dm-value
        perform 0720-valuelength
        move spaces to outbuffer
        if dm-len > 0
            move dm-value(1:dm-len) to outbuffer
        end-if
        move x'00' to outbuffer(dm-len + 1:1)
        call 'csvgen_putfield' using
            by value     genhandle
            by reference outbuffer
            returning bool
        end-call
    end-perform.
    call 'csvgen_endrow' using
        by value     genhandle
        returning bool
    end-call.

*>*****************************************************************
*> 0400-maskfield                                                  *
*>                                                                *
*> Column WSL-IDX of the row in hand.  Fixed-width values are      *
*> masked in place in INPUT-RECORD; CSV values in DM-VALUE.        *
*>*****************************************************************
0400-maskfield.
    move 'N' to dm-result.
    if not csv-mode
        if wsl-type(wsl-idx) = 'PACKED' or 'BINARY'
            perform 0600-getnumber
        else
            move spaces to dm-value
            if wsl-type(wsl-idx) not = 'PACKDATE'
                move input-record(wsl-start(wsl-idx):
                    wsl-length(wsl-idx)) to dm-value
            end-if
        end-if
    end-if.

    evaluate wsl-rule(wsl-idx)
        when 'B'
            perform 0410-blank
        when 'P'
            perform 0420-pseudo thru 0420-exit
        when 'D'
            perform 0430-shiftdate thru 0430-exit
        when 'A'
            perform 0440-perturb thru 0440-exit
    end-evaluate.

    if dm-result = 'Y'
        add 1 to wsl-changed(wsl-idx)
        if not csv-mode
            if wsl-type(wsl-idx) = 'PACKED' or 'BINARY'
                perform 0610-putnumber
            else
                if wsl-type(wsl-idx) not = 'PACKDATE'
                    move dm-value(1:wsl-length(wsl-idx))
                        to input-record(wsl-start(wsl-idx):
                            wsl-length(wsl-idx))
                end-if
            end-if
        end-if
    else
        add 1 to wsl-kept(wsl-idx)
    end-if.
0400-exit.
    exit.

*>*****************************************************************
*> 0410-blank                                                      *
*>*****************************************************************
0410-blank.
    if not csv-mode and wsl-type(wsl-idx) = 'PACKDATE'
        move 0 to ws-packdate
        move ws-packdate-x to input-record(wsl-start(wsl-idx):5)
    end-if.
    move spaces to dm-value.
    move 0 to dm-num.
    move 'Y' to dm-result.

*>*****************************************************************
*> 0420-pseudo                                                     *
*>                                                                *
*> Seeds the hash from key, domain and the whole value, then walks *
*> the value moving each digit 1-9 places round the digits and     *
*> each letter 1-25 places round its case - never onto itself,     *
*> with punctuation, spaces and length untouched.  A typed column  *
*> goes through the same walk on as many digits as it can hold.    *
*>*****************************************************************
0420-pseudo.
    if not csv-mode and (wsl-type(wsl-idx) = 'PACKED' or 'BINARY')
        move dm-num to dm-num-abs
        perform 0620-numdigits
        move dm-num-digits(19 - dm-len:dm-len) to dm-value
    else
        if wsl-type(wsl-idx) = 'PACKDATE' and not csv-mode
            go to 0420-exit
        end-if
        perform 0720-valuelength
    end-if.
    if dm-len = 0
        go to 0420-exit
    end-if.

    move spaces to dm-hash-text.
    string function trim(dm-key) '|' function trim(wsl-domain(wsl-idx))
        '|' dm-value(1:dm-len)
        delimited by size into dm-hash-text.
    perform 0800-hash.

    perform varying dm-cdx from 1 by 1 until dm-cdx > dm-len
        compute dm-hash = function mod(dm-hash * 31 + dm-cdx * 7919
            + 17, 999999937)
        move dm-value(dm-cdx:1) to dm-char
        move function ord(dm-char) to dm-ord
        evaluate true
            when dm-char >= '0' and dm-char <= '9'
                compute dm-shift = function mod(dm-hash, 9) + 1
                compute dm-ord = function mod(dm-ord - 49 + dm-shift,
                    10) + 49
            when dm-char >= 'A' and dm-char <= 'Z'
                compute dm-shift = function mod(dm-hash, 25) + 1
                compute dm-ord = function mod(dm-ord - 66 + dm-shift,
                    26) + 66
            when dm-char >= 'a' and dm-char <= 'z'
                compute dm-shift = function mod(dm-hash, 25) + 1
                compute dm-ord = function mod(dm-ord - 98 + dm-shift,
                    26) + 98
        end-evaluate
        move function char(dm-ord) to dm-value(dm-cdx:1)
    end-perform.

    if not csv-mode and (wsl-type(wsl-idx) = 'PACKED' or 'BINARY')
        move dm-value(1:dm-len) to dm-num-digits(19 - dm-len:dm-len)
        if dm-num < 0
            compute dm-num = 0 - dm-num-abs
        else
            move dm-num-abs to dm-num
        end-if
    end-if.
    move 'Y' to dm-result.
0420-exit.
    exit.

*>*****************************************************************
*> 0430-shiftdate                                                  *
*>*****************************************************************
0430-shiftdate.
    if not csv-mode and wsl-type(wsl-idx) = 'PACKDATE'
        move input-record(wsl-start(wsl-idx):5) to ws-packdate-x
        move ws-packdate to ws-packdate-num
        move 'N' to dm-p-success
        if ws-packdate-num > 0
            move ws-pd-year to dm-p-year
            move ws-pd-month to dm-p-month
            move ws-pd-dom to dm-p-dom
            move 'Y' to dm-p-success
        end-if
    else
        move wsl-format(wsl-idx) to dm-date-fmt
        if dm-date-fmt = spaces
            move '02' to dm-date-fmt
        end-if
        move function trim(dm-value) to dm-date-text
        move dateparse(dm-date-text, dm-date-fmt) to dm-parse-result
    end-if.
    if dm-p-success not = 'Y'
        go to 0430-exit
    end-if.

    move fielded_to_linear(dm-p-year, dm-p-month, dm-p-dom)
        to dm-ld.
    move addbusinessdays(dm-ld, wsl-param(wsl-idx)) to dm-ld.
    move linear_to_fielded(dm-ld) to dm-fielded.
    move dm-f-year to dm-od-year.
    move dm-f-month to dm-od-month.
    move dm-f-dom to dm-od-dom.

    if not csv-mode and wsl-type(wsl-idx) = 'PACKDATE'
        move dm-out-date to ws-packdate-digits
        move ws-packdate-num to ws-packdate
        move ws-packdate-x to input-record(wsl-start(wsl-idx):5)
        move 'Y' to dm-result
        go to 0430-exit
    end-if.

*>  written back in the shape it arrived in, in the same place.
*>
    move spaces to dm-date-text.
    evaluate dm-date-fmt
        when '01'
            string dm-od-month '/' dm-od-dom '/' dm-od-year
                delimited by size into dm-date-text
        when '03'
            move monthname(dm-f-month) to dm-monthname
            if dm-value(4:3) = function upper-case(dm-value(4:3))
                move function upper-case(dm-monthname)
                    to dm-monthname
            end-if
            string dm-od-dom '-' dm-monthname '-' dm-od-year
                delimited by size into dm-date-text
        when other
            string dm-od-year '-' dm-od-month '-' dm-od-dom
                delimited by size into dm-date-text
    end-evaluate.
    move 0 to dm-lead.
    inspect dm-value tallying dm-lead for leading spaces.
    move spaces to dm-value.
    move dm-date-text to dm-value(dm-lead + 1:).
    move 'Y' to dm-result.
0430-exit.
    exit.

*>*****************************************************************
*> 0440-perturb                                                    *
*>                                                                *
*> A factor of -PCT% to +PCT%, in hundredths of a percent, from    *
*> the keyed hash of the row and column.  Text keeps its decimal   *
*> places, its sign convention and its alignment; a result that    *
*> no longer fits the field leaves the value as it was.            *
*>*****************************************************************
0440-perturb.
    move spaces to dm-hash-text.
    move dm-rows-in to dm-row-text.
    move wsl-idx to dm-col-text.
    string function trim(dm-key) '|' dm-row-text '|' dm-col-text
        delimited by size into dm-hash-text.
    perform 0800-hash.
    compute dm-factor = function mod(dm-hash,
        wsl-param(wsl-idx) * 200 + 1) - wsl-param(wsl-idx) * 100.

    if not csv-mode and (wsl-type(wsl-idx) = 'PACKED' or 'BINARY')
        compute dm-num rounded = dm-num + dm-num * dm-factor / 10000
        move 'Y' to dm-result
        go to 0440-exit
    end-if.
    if wsl-type(wsl-idx) = 'PACKDATE' and not csv-mode
        go to 0440-exit
    end-if.

    move function trim(dm-value) to dm-amount-text.
    if dm-amount-text = spaces
            or function test-numval(dm-amount-text) not = 0
        go to 0440-exit
    end-if.
    move 0 to dm-point dm-decimals.
    perform varying dm-cdx from 1 by 1 until dm-cdx > 40
        if dm-amount-text(dm-cdx:1) = '.'
            move dm-cdx to dm-point
        end-if
    end-perform.
    if dm-point > 0
        move dm-amount-text(dm-point + 1:) to dm-int-part
        move 0 to dm-decimals
        inspect dm-int-part tallying dm-decimals
            for characters before initial space
    end-if.

    compute dm-amount = function numval(dm-amount-text).
    compute dm-new-amount rounded =
        dm-amount + dm-amount * dm-factor / 10000.
    compute dm-scaled rounded =
        dm-new-amount * (10 ** dm-decimals).
    move dm-scaled to dm-scaled-display.

*>  rebuild as [-]digits[.decimals] from the 18-digit display.
*>
    move 0 to dm-lead.
    inspect dm-scaled-display(2:) tallying dm-lead for leading '0'.
    if dm-lead > 18 - dm-decimals - 1
        compute dm-lead = 18 - dm-decimals - 1
    end-if.
    move spaces to dm-amount-text.
    move 1 to dm-ndx.
    if dm-scaled < 0
        move '-' to dm-amount-text(1:1)
        move 2 to dm-ndx
    end-if.
    move dm-scaled-display(dm-lead + 2:18 - dm-lead - dm-decimals)
        to dm-amount-text(dm-ndx:).
    if dm-decimals > 0
        perform 0730-textlength
        move '.' to dm-amount-text(dm-len + 1:1)
        move dm-scaled-display(20 - dm-decimals:dm-decimals)
            to dm-amount-text(dm-len + 2:)
    end-if.
    perform 0730-textlength.

    if csv-mode
        move dm-amount-text to dm-value
        move 'Y' to dm-result
        go to 0440-exit
    end-if.
    if dm-len > wsl-length(wsl-idx)
        go to 0440-exit
    end-if.
    move 0 to dm-lead.
    inspect dm-value tallying dm-lead for leading spaces.
    move spaces to dm-value.
    if dm-lead > 0
        move dm-amount-text(1:dm-len)
            to dm-value(wsl-length(wsl-idx) - dm-len + 1:dm-len)
    else
        move dm-amount-text(1:dm-len) to dm-value
    end-if.
    move 'Y' to dm-result.
0440-exit.
    exit.

*>*****************************************************************
*> 0500-readinput / 0510-readlayoutline                            *
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

*>*****************************************************************
*> 0520-getcsvrow                                                  *
*>                                                                *
*> One CSV row into WS-CSV-FIELDS, as AGING and CSVREMAP read it.  *
*>*****************************************************************
0520-getcsvrow.

    move 0 to csv_event.
    move 0 to fieldnum.
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
*> 0600-getnumber / 0610-putnumber                                 *
*>                                                                *
*> A PACKED or BINARY slice to and from DM-NUM.  A value that has  *
*> outgrown the slice is not stored - the original bytes stay.     *
*>*****************************************************************
0600-getnumber.
    move 0 to dm-num.
    if wsl-type(wsl-idx) = 'PACKED'
        move all x'00' to ws-packed-bytes
        move input-record(wsl-start(wsl-idx):wsl-length(wsl-idx))
            to ws-packed-bytes(11 - wsl-length(wsl-idx):
                wsl-length(wsl-idx))
        move ws-packed-work to dm-num
    else
        evaluate wsl-length(wsl-idx)
            when 2
                move input-record(wsl-start(wsl-idx):2) to ws-bin2-x
                move ws-bin2 to dm-num
            when 4
                move input-record(wsl-start(wsl-idx):4) to ws-bin4-x
                move ws-bin4 to dm-num
            when 8
                move input-record(wsl-start(wsl-idx):8) to ws-bin8-x
                move ws-bin8 to dm-num
        end-evaluate
    end-if.

0610-putnumber.
    if wsl-type(wsl-idx) = 'PACKED'
        compute dm-limit = 10 ** (wsl-length(wsl-idx) * 2 - 1)
        if dm-num >= dm-limit or dm-num <= 0 - dm-limit
            subtract 1 from wsl-changed(wsl-idx)
            add 1 to wsl-kept(wsl-idx)
        else
            move dm-num to ws-packed-work
            move ws-packed-bytes(11 - wsl-length(wsl-idx):
                    wsl-length(wsl-idx))
                to input-record(wsl-start(wsl-idx):
                    wsl-length(wsl-idx))
        end-if
    else
        evaluate wsl-length(wsl-idx)
            when 2
                if dm-num > 32767 or dm-num < -32768
                    subtract 1 from wsl-changed(wsl-idx)
                    add 1 to wsl-kept(wsl-idx)
                else
                    move dm-num to ws-bin2
                    move ws-bin2-x to input-record(wsl-start(wsl-idx):2)
                end-if
            when 4
                if dm-num > 2147483647 or dm-num < -2147483648
                    subtract 1 from wsl-changed(wsl-idx)
                    add 1 to wsl-kept(wsl-idx)
                else
                    move dm-num to ws-bin4
                    move ws-bin4-x to input-record(wsl-start(wsl-idx):4)
                end-if
            when 8
                move dm-num to ws-bin8
                move ws-bin8-x to input-record(wsl-start(wsl-idx):8)
        end-evaluate
    end-if.

*>  The digits a typed column can always hold: 2N-1 packed, 4, 9
*>  or 18 binary.
*>
0620-numdigits.
    if wsl-type(wsl-idx) = 'PACKED'
        compute dm-len = wsl-length(wsl-idx) * 2 - 1
    else
        evaluate wsl-length(wsl-idx)
            when 2
                move 4 to dm-len
            when 4
                move 9 to dm-len
            when other
                move 18 to dm-len
        end-evaluate
    end-if.
    if dm-len > 18
        move 18 to dm-len
    end-if.

*>*****************************************************************
*> 0700-recbytes / 0710-csvfields / 0720-valuelength /             *
*> 0730-textlength                                                 *
*>*****************************************************************
0700-recbytes.
    if binary-io
        move ws-rec-len to dm-rec-bytes
    else
        move 0 to dm-rec-bytes
        inspect function reverse(input-record)
            tallying dm-rec-bytes for leading spaces
        compute dm-rec-bytes = 2000 - dm-rec-bytes
    end-if.

0710-csvfields.
    move fieldnum to dm-rec-bytes.

0720-valuelength.
    move 0 to dm-len.
    inspect function reverse(dm-value)
        tallying dm-len for leading spaces.
    compute dm-len = 80 - dm-len.

0730-textlength.
    move 0 to dm-len.
    inspect function reverse(dm-amount-text)
        tallying dm-len for leading spaces.
    compute dm-len = 40 - dm-len.

*>*****************************************************************
*> 0800-hash                                                       *
*>                                                                *
*> A rolling checksum of the kind BEFOREIMAGE signs files with,    *
*> over DM-HASH-TEXT up to its last non-blank.                     *
*>*****************************************************************
0800-hash.
    move 0 to dm-hash-len.
    inspect function reverse(dm-hash-text)
        tallying dm-hash-len for leading spaces.
    compute dm-hash-len = 160 - dm-hash-len.
    move 7 to dm-hash.
    perform varying dm-hdx from 1 by 1 until dm-hdx > dm-hash-len
        compute dm-hash = function mod(dm-hash * 31
            + function ord(dm-hash-text(dm-hdx:1)), 999999937)
    end-perform.

*>*****************************************************************
*> 0810-recountfixed / 0820-recountcsv                             *
*>                                                                *
*> The copy read back from disk - what was counted going out has   *
*> to be what is actually there.                                   *
*>*****************************************************************
0810-recountfixed.
    move 0 to dm-rows-check dm-bytes-check.
    move 'N' to ws-eof-input.
    move ws-arg-input to dm-input-name.
    move ws-arg-output to ws-arg-input.
    if binary-io
        open input input-bin-file
    else
        open input input-file
    end-if.
    if ws-input-ok
        perform 0500-readinput
        perform until eof-input
            add 1 to dm-rows-check
            perform 0700-recbytes
            add dm-rec-bytes to dm-bytes-check
            perform 0500-readinput
        end-perform
        if binary-io
            close input-bin-file
        else
            close input-file
        end-if
    end-if.
    move dm-input-name to ws-arg-input.

0820-recountcsv.
    move 0 to dm-rows-check dm-bytes-check.
    move spaces to filename.
    string ws-arg-output delimited by space x'00' delimited by size
        into filename.
    call 'csvparser_openfile' using
        by reference csvhandle
        by reference filename
        by value ws-delimiter
        returning bool.
    if success
        perform 0520-getcsvrow
        perform 0520-getcsvrow
        perform until failure or cpe_end_of_file or cpe_invalid
            if fieldnum > 0
                add 1 to dm-rows-check
                perform 0710-csvfields
                add dm-rec-bytes to dm-bytes-check
            end-if
            perform 0520-getcsvrow
        end-perform
        call 'csvparser_closefile' using
            by value csvhandle
            returning bool
        end-call
    end-if.

*>*****************************************************************
*> 0850-control                                                    *
*>*****************************************************************
0850-control.
    if dm-rows-in = dm-rows-out and dm-rows-out = dm-rows-check
            and dm-bytes-in = dm-bytes-out
            and dm-bytes-out = dm-bytes-check
        move 'AGREE' to dm-agree
    else
        move 'MISMATCH' to dm-agree
        move 16 to return-code
    end-if.

    display '=============================================='.
    display 'Masking control report'.
    display '  Input:  ' function trim(ws-arg-input).
    display '  Output: ' function trim(ws-arg-output).
    display '=============================================='.
    display 'Column               Rule                 Masked     Kept'.
    perform varying wsl-idx from 1 by 1 until wsl-idx > wsl-count
        if wsl-rule(wsl-idx) not = space
            move spaces to dm-line
            move wsl-name(wsl-idx) to dm-line(1:21)
            move wsl-mask(wsl-idx) to dm-line(22:20)
            move wsl-changed(wsl-idx) to dm-count-display
            move dm-count-display to dm-line(42:9)
            move wsl-kept(wsl-idx) to dm-count-display
            move dm-count-display to dm-line(51:9)
            display dm-line(1:60)
        end-if
    end-perform.
    display ' '.
    if csv-mode
        display '                      Rows          Fields'
    else
        display '                      Rows           Bytes'
    end-if.
    move dm-rows-in to dm-count-display.
    move dm-bytes-in to dm-bytes-display.
    display '  Read:         ' dm-count-display ' ' dm-bytes-display.
    move dm-rows-out to dm-count-display.
    move dm-bytes-out to dm-bytes-display.
    display '  Written:      ' dm-count-display ' ' dm-bytes-display.
    move dm-rows-check to dm-count-display.
    move dm-bytes-check to dm-bytes-display.
    display '  On the copy:  ' dm-count-display ' ' dm-bytes-display.
    display '  Control totals ' function trim(dm-agree) '.'.

    move function current-date to time-stamp.
    move ts-year to dm-rd-year.
    move ts-month to dm-rd-month.
    move ts-dom to dm-rd-dom.
    move ts-hours to dm-rt-hours.
    move ts-minutes to dm-rt-minutes.
    move dm-rows-in to dm-rows-in-d.
    move dm-rows-check to dm-rows-out-d.
    move dm-bytes-in to dm-bytes-in-d.
    move dm-bytes-check to dm-bytes-out-d.
    move spaces to dm-line.
    string dm-run-date ',' dm-run-time ','
        function trim(ws-arg-input) ','
        function trim(ws-arg-output) ','
        dm-rows-in-d ',' dm-rows-out-d ','
        dm-bytes-in-d ',' dm-bytes-out-d ','
        function trim(dm-agree)
        delimited by size into dm-line.
    open extend control-file.
    if not ws-control-ok
        open output control-file
    end-if.
    move dm-line to control-record.
    write control-record.
    close control-file.

end program datamask.
