*>*****************************************************************
*> csvprofile - Column profile of a whole CSV feed, with a         *
*> proposed layout file.                                           *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> CSVSCHEMA names the columns; what they hold was left to whoever *
*> looked at the first page of data, and two onboardings shipped   *
*> a truncated column that way.  This reads every row through      *
*> CSVPARSER and reports, per column:                              *
*>                                                                *
*>   - value count, blank count and rate, shortest and longest     *
*>     value (the parser's own length, so nothing is cut short);   *
*>   - distinct values - exact up to 200, estimated past that by   *
*>     linear counting over a 2048-bit hash map;                   *
*>   - whether every value is numeric, with the integer digits,    *
*>     decimal places, sign, and leading zeros seen;               *
*>   - how many values each DATEPARSE code (01-05) accepts - the   *
*>     value must have that code's shape as well as parse;         *
*>   - the commonest values and character-class patterns (9 for a  *
*>     digit, A for a letter, anything else as itself).            *
*>                                                                *
*> It then writes a proposed layout in the CSVIMPORT shape,        *
*> START,LENGTH,NAME,FORMAT,,TYPE - columns laid end to end,       *
*>                                                                *
*>   - a date every value of which one code accepts: that FORMAT   *
*>     (lowest such code) and TYPE PACKDATE, 5 bytes;              *
*>   - whole numbers of up to 18 digits with no leading zeros:     *
*>     TYPE PACKED, as few bytes as hold the longest;              *
*>   - anything else, decimal amounts included (PACKED holds whole *
*>     numbers only), text as long as the longest value.           *
*>                                                                *
*> The proposal is a starting point to review against the report,  *
*> not a layout to load blind.                                     *
*>                                                                *
*> Command line: [input] [proposed-layout] [delimiter] [top]       *
*>                                                                *
*> TOP is how many common values and patterns to list (default 5). *
*> Up to 20 columns are profiled.  RETURN-CODE 8 when the file     *
*> will not open, has no header, or is not valid CSV.              *
*>*****************************************************************
identification division.
program-id. csvprofile.

environment division.
configuration section.
repository.
    function dateparse
    function all intrinsic.

input-output section.
file-control.

    select layout-file assign to ws-arg-output
        organization is line sequential
        access is sequential
        file status is ws-layout-status.

data division.
file section.
fd  layout-file.

01  layout-record       pic x(80).

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
01  ws-csv-fields   occurs 20 times pic x(80).
01  ws-csv-lens     occurs 20 times usage signed-int.
01  ws-diag-line        usage signed-int.
01  ws-diag-column      usage signed-int.
01  ws-field-actual-len usage signed-int.

01  ws-arg-input        pic x(40) value 'example.csv'.
01  ws-arg-output       pic x(40) value 'layout.prop'.
01  ws-arg-delim        pic x(1).
01  ws-delimiter        usage signed-int value 44.
01  ws-arg-top          pic x(4).

01  ws-layout-status    pic xx.
    88  ws-layout-ok        value '00'.

*>  One profile per column.
*>
01  pf-col-count        usage signed-int value 0.
01  pf-cols             occurs 20 times.
    05  pfc-heading         pic x(30).
    05  pfc-name            pic x(20).
    05  pfc-values          usage signed-int.
    05  pfc-blanks          usage signed-int.
    05  pfc-min-len         usage signed-int.
    05  pfc-max-len         usage signed-int.
    05  pfc-numeric         usage signed-int.
    05  pfc-int-digits      usage signed-int.
    05  pfc-decimals        usage signed-int.
    05  pfc-negative        pic x.
    05  pfc-lead-zero       pic x.
    05  pfc-date-ok         usage signed-int occurs 5 times.
    05  pfc-overflow        pic x.
    05  pfc-bitmap          pic x(2048).
    05  pfc-val-count       usage signed-int.
    05  pfc-vals            occurs 200 times.
        10  pfv-value           pic x(30).
        10  pfv-count           usage signed-int.
    05  pfc-pat-count       usage signed-int.
    05  pfc-pat-other       usage signed-int.
    05  pfc-pats            occurs 20 times.
        10  pfp-pattern         pic x(20).
        10  pfp-count           usage signed-int.

01  pf-rows             usage signed-int value 0.
01  pf-top              usage signed-int value 5.
01  pf-cidx             usage signed-int.
01  pf-idx              usage signed-int.
01  pf-jdx              usage signed-int.
01  pf-found            usage signed-int.
01  pf-best             usage signed-int.
01  pf-best-count       usage signed-int.
01  pf-shown            usage signed-int.
01  pf-code             usage signed-int.

*>  The value in hand.
*>
01  pf-value            pic x(80).
01  pf-len              usage signed-int.
01  pf-lead             usage signed-int.
01  pf-pattern          pic x(80).
01  pf-char             pic x.
01  pf-digits           usage signed-int.
01  pf-int-part         pic x(80).
01  pf-dec-part         pic x(80).
01  pf-hash             pic 9(18) comp-5.
01  pf-bit              usage signed-int.
01  pf-zero-bits        usage signed-int.
01  pf-estimate         usage signed-int.

01  pf-date-text        pic x(20).
01  pf-date-code        pic xx.
01  pf-parse-result.
    05  pf-p-fielded.
        10  pf-p-year        pic s9(9)   comp-5.
        10  pf-p-month       pic 99      comp-5.
        10  pf-p-dom         pic 99      comp-5.
    05  pf-p-success     pic x.

*>  The shape each DATEPARSE code expects, as a character-class
*>  pattern.
*>
01  pf-shape-def.
    05  filler          pic x(11) value '99/99/9999'.
    05  filler          pic x(11) value '9999-99-99'.
    05  filler          pic x(11) value '99-AAA-9999'.
    05  filler          pic x(11) value '99/99/99'.
    05  filler          pic x(11) value '99-AAA-99'.
01  pf-shape-table redefines pf-shape-def.
    05  pf-shape        pic x(11) occurs 5 times.

*>  The proposal.
*>
01  pf-start            usage signed-int.
01  pf-prop-len         usage signed-int.
01  pf-prop-format      pic xx.
01  pf-prop-type        pic x(8).
01  pf-prop-note        pic x(40).
01  pf-start-text       pic z(3)9.
01  pf-len-text         pic z(3)9.

01  pf-line             pic x(132).
01  pf-count-display    pic z(8)9.
01  pf-small-display    pic z(3)9.
01  pf-pct              pic zz9.9.
01  pf-pct-work         pic 999v9.
01  pf-name-char        pic x.

procedure division.
0000-start-here.
    move 0 to return-code.

    display 1 upon argument-number.
    accept ws-arg-input from argument-value.
    if ws-arg-input = spaces or ws-arg-input = low-values
        move 'example.csv' to ws-arg-input
    end-if.

    display 2 upon argument-number.
    accept ws-arg-output from argument-value.
    if ws-arg-output = spaces or ws-arg-output = low-values
        move 'layout.prop' to ws-arg-output
    end-if.

    move spaces to ws-arg-delim.
    display 3 upon argument-number.
    accept ws-arg-delim from argument-value.
    if ws-arg-delim not = spaces and ws-arg-delim not = low-values
        compute ws-delimiter = function ord(ws-arg-delim) - 1
    end-if.

    move spaces to ws-arg-top.
    display 4 upon argument-number.
    accept ws-arg-top from argument-value.
    if ws-arg-top not = spaces and ws-arg-top not = low-values
        move function numval(ws-arg-top) to pf-top
    end-if.
    if pf-top < 1 or pf-top > 20
        move 5 to pf-top
    end-if.

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
        go to 9000-end
    end-if.

    perform 0100-header.
    if pf-col-count = 0
        display 'No header row in ' function trim(ws-arg-input) '.'
        move 8 to return-code
    else
        perform 0500-getcsvrow
        perform until failure or cpe_end_of_file or cpe_invalid
            if fieldnum > 0
                add 1 to pf-rows
                perform varying pf-cidx from 1 by 1
                        until pf-cidx > pf-col-count
                    perform 0200-profilevalue
                end-perform
            end-if
            perform 0500-getcsvrow
        end-perform
    end-if.

    call 'csvparser_closefile' using
        by value csvhandle
        returning bool
    end-call.

    if cpe_invalid
        display 'CSV file is not valid at line ' ws-diag-line
            ' column ' ws-diag-column '.'
        move 8 to return-code
    end-if.
    if return-code = 0
        perform 0600-report
        perform 0700-propose thru 0700-exit
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-header                                                     *
*>                                                                *
*> Header text and a data name made from it the way CSVSCHEMA      *
*> makes its copybook names.                                       *
*>*****************************************************************
0100-header.
    perform 0500-getcsvrow.
    if fieldnum > 20
        display 'File has ' fieldnum ' columns; the first 20 are'
            ' profiled.'
        move 20 to pf-col-count
    else
        move fieldnum to pf-col-count
    end-if.
    perform varying pf-cidx from 1 by 1 until pf-cidx > pf-col-count
        move ws-csv-fields(pf-cidx) to pfc-heading(pf-cidx)
        move function upper-case(function trim(ws-csv-fields(pf-cidx)))
            to pfc-name(pf-cidx)
        compute pf-lead = function length(
            function trim(pfc-name(pf-cidx)))
        perform varying pf-idx from 1 by 1 until pf-idx > pf-lead
            move pfc-name(pf-cidx)(pf-idx:1) to pf-name-char
            if (pf-name-char < 'A' or pf-name-char > 'Z')
                    and (pf-name-char < '0' or pf-name-char > '9')
                move '-' to pfc-name(pf-cidx)(pf-idx:1)
            end-if
        end-perform
        if pfc-name(pf-cidx) = spaces
            move pf-cidx to pf-small-display
            string 'COLUMN-' function trim(pf-small-display)
                delimited by size into pfc-name(pf-cidx)
        end-if
        move 0 to pfc-values(pf-cidx) pfc-blanks(pf-cidx)
            pfc-max-len(pf-cidx) pfc-numeric(pf-cidx)
            pfc-int-digits(pf-cidx) pfc-decimals(pf-cidx)
            pfc-val-count(pf-cidx)
            pfc-pat-count(pf-cidx) pfc-pat-other(pf-cidx)
        move 99999 to pfc-min-len(pf-cidx)
        move 'N' to pfc-negative(pf-cidx) pfc-lead-zero(pf-cidx)
            pfc-overflow(pf-cidx)
        move all '0' to pfc-bitmap(pf-cidx)
        perform varying pf-code from 1 by 1 until pf-code > 5
            move 0 to pfc-date-ok(pf-cidx, pf-code)
        end-perform
    end-perform.

*>*****************************************************************
*> 0200-profilevalue                                               *
*>                                                                *
*> Column PF-CIDX of the row in hand.  A short row's missing       *
*> columns count as blank.                                         *
*>*****************************************************************
0200-profilevalue.
    add 1 to pfc-values(pf-cidx).
    move spaces to pf-value.
    move 0 to pf-len.
    if pf-cidx <= fieldnum
        move function trim(ws-csv-fields(pf-cidx)) to pf-value
        move ws-csv-lens(pf-cidx) to pf-len
    end-if.
    if pf-value = spaces
        add 1 to pfc-blanks(pf-cidx)
        move 0 to pf-len
    end-if.
    if pf-len < pfc-min-len(pf-cidx)
        move pf-len to pfc-min-len(pf-cidx)
    end-if.
    if pf-len > pfc-max-len(pf-cidx)
        move pf-len to pfc-max-len(pf-cidx)
    end-if.
    if pf-value not = spaces
        perform 0210-pattern
        perform 0220-numeric thru 0220-exit
        perform 0230-dates
        perform 0240-distinct
    end-if.

*>  Character classes, and the pattern's frequency among the first
*>  20 patterns seen.
*>
0210-pattern.
    move spaces to pf-pattern.
    compute pf-lead = function length(function trim(pf-value)).
    perform varying pf-idx from 1 by 1 until pf-idx > pf-lead
        move pf-value(pf-idx:1) to pf-char
        evaluate true
            when pf-char >= '0' and pf-char <= '9'
                move '9' to pf-pattern(pf-idx:1)
            when (pf-char >= 'A' and pf-char <= 'Z')
                    or (pf-char >= 'a' and pf-char <= 'z')
                move 'A' to pf-pattern(pf-idx:1)
            when other
                move pf-char to pf-pattern(pf-idx:1)
        end-evaluate
    end-perform.
    move 0 to pf-found.
    perform varying pf-idx from 1 by 1
            until pf-idx > pfc-pat-count(pf-cidx)
        if pfp-pattern(pf-cidx, pf-idx) = pf-pattern(1:20)
                and pf-found = 0
            move pf-idx to pf-found
        end-if
    end-perform.
    if pf-found > 0
        add 1 to pfp-count(pf-cidx, pf-found)
    else
        if pfc-pat-count(pf-cidx) < 20
            add 1 to pfc-pat-count(pf-cidx)
            move pf-pattern(1:20)
                to pfp-pattern(pf-cidx, pfc-pat-count(pf-cidx))
            move 1 to pfp-count(pf-cidx, pfc-pat-count(pf-cidx))
        else
            add 1 to pfc-pat-other(pf-cidx)
        end-if
    end-if.

0220-numeric.
    if function test-numval(pf-value) not = 0
        go to 0220-exit
    end-if.
    add 1 to pfc-numeric(pf-cidx).
    if pf-value(1:1) = '-' or pf-value(pf-lead:1) = '-'
        move 'Y' to pfc-negative(pf-cidx)
    end-if.
    move spaces to pf-int-part pf-dec-part.
    unstring pf-value delimited by '.'
        into pf-int-part pf-dec-part
    end-unstring.
    move 0 to pf-digits.
    inspect pf-int-part tallying pf-digits for all '0' all '1'
        all '2' all '3' all '4' all '5' all '6' all '7' all '8'
        all '9'.
    if pf-digits > pfc-int-digits(pf-cidx)
        move pf-digits to pfc-int-digits(pf-cidx)
    end-if.
    move 0 to pf-digits.
    inspect pf-dec-part tallying pf-digits for all '0' all '1'
        all '2' all '3' all '4' all '5' all '6' all '7' all '8'
        all '9'.
    if pf-digits > pfc-decimals(pf-cidx)
        move pf-digits to pfc-decimals(pf-cidx)
    end-if.
    move 0 to pf-idx.
    inspect pf-int-part tallying pf-idx for leading '-' leading '+'.
    if pf-int-part(pf-idx + 1:1) = '0'
            and pf-int-part(pf-idx + 2:1) >= '0'
            and pf-int-part(pf-idx + 2:1) <= '9'
        move 'Y' to pfc-lead-zero(pf-cidx)
    end-if.
0220-exit.
    exit.

*>  A code counts only when the value has its shape and parses.
*>
0230-dates.
    move pf-value(1:20) to pf-date-text.
    perform varying pf-code from 1 by 1 until pf-code > 5
        if pf-pattern(1:11) = pf-shape(pf-code)
            move pf-code to pf-small-display
            move pf-small-display(3:2) to pf-date-code
            if pf-date-code(1:1) = space
                move '0' to pf-date-code(1:1)
            end-if
            move dateparse(pf-date-text, pf-date-code)
                to pf-parse-result
            if pf-p-success = 'Y'
                add 1 to pfc-date-ok(pf-cidx, pf-code)
            end-if
        end-if
    end-perform.

*>  Exact frequencies for the first 200 distinct values; every value
*>  also sets its bit in the hash map for the estimate.
*>
0240-distinct.
    move 7 to pf-hash.
    perform varying pf-idx from 1 by 1 until pf-idx > pf-lead
        compute pf-hash = function mod(pf-hash * 31
            + function ord(pf-value(pf-idx:1)), 999999937)
    end-perform.
    compute pf-bit = function mod(pf-hash, 2048) + 1.
    move '1' to pfc-bitmap(pf-cidx)(pf-bit:1).

    move 0 to pf-found.
    perform varying pf-idx from 1 by 1
            until pf-idx > pfc-val-count(pf-cidx)
        if pfv-value(pf-cidx, pf-idx) = pf-value(1:30)
                and pf-found = 0
            move pf-idx to pf-found
        end-if
    end-perform.
    if pf-found > 0
        add 1 to pfv-count(pf-cidx, pf-found)
    else
        if pfc-val-count(pf-cidx) < 200
            add 1 to pfc-val-count(pf-cidx)
            move pf-value(1:30)
                to pfv-value(pf-cidx, pfc-val-count(pf-cidx))
            move 1 to pfv-count(pf-cidx, pfc-val-count(pf-cidx))
        else
            move 'Y' to pfc-overflow(pf-cidx)
        end-if
    end-if.

*>*****************************************************************
*> 0500-getcsvrow                                                  *
*>                                                                *
*> One CSV row into WS-CSV-FIELDS, with each field's true length   *
*> from CSVPARSER_GETFIELDLEN in WS-CSV-LENS.                      *
*>*****************************************************************
0500-getcsvrow.

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
                move ws-field-actual-len to ws-csv-lens(fieldnum)
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
*> 0600-report                                                     *
*>*****************************************************************
0600-report.
    move pf-rows to pf-count-display.
    display '=============================================='.
    display 'Column profile of ' function trim(ws-arg-input).
    move pf-col-count to pf-small-display.
    display '  ' function trim(pf-count-display) ' data rows, '
        function trim(pf-small-display) ' columns'.
    display '=============================================='.

    perform varying pf-cidx from 1 by 1 until pf-cidx > pf-col-count
        display ' '
        move pf-cidx to pf-small-display
        display 'Column ' function trim(pf-small-display) ' '
            function trim(pfc-heading(pf-cidx))
            ' (' function trim(pfc-name(pf-cidx)) ')'

        if pfc-min-len(pf-cidx) = 99999
            move 0 to pfc-min-len(pf-cidx)
        end-if
        move spaces to pf-line
        move pfc-blanks(pf-cidx) to pf-count-display
        if pfc-values(pf-cidx) > 0
            compute pf-pct-work rounded = pfc-blanks(pf-cidx) * 100
                / pfc-values(pf-cidx)
        else
            move 0 to pf-pct-work
        end-if
        move pf-pct-work to pf-pct
        move 1 to pf-jdx
        string '  Blank ' function trim(pf-count-display)
            ' (' function trim(pf-pct) '%)   length '
            delimited by size into pf-line with pointer pf-jdx
        move pfc-min-len(pf-cidx) to pf-small-display
        string function trim(pf-small-display) ' to '
            delimited by size into pf-line with pointer pf-jdx
        move pfc-max-len(pf-cidx) to pf-small-display
        string function trim(pf-small-display)
            delimited by size into pf-line with pointer pf-jdx
        display function trim(pf-line trailing)
        if pfc-max-len(pf-cidx) > 80
            display '  ** values run to ' pfc-max-len(pf-cidx)
                ' bytes - longer than an 80-byte reader field'
        end-if

        if pfc-overflow(pf-cidx) = 'Y'
            perform 0610-estimate
            move pf-estimate to pf-count-display
            display '  Distinct about ' function trim(pf-count-display)
                ' (estimated)'
        else
            move pfc-val-count(pf-cidx) to pf-count-display
            display '  Distinct ' function trim(pf-count-display)
        end-if

        compute pf-idx = pfc-values(pf-cidx) - pfc-blanks(pf-cidx)
        if pfc-numeric(pf-cidx) > 0
            move pfc-numeric(pf-cidx) to pf-count-display
            move spaces to pf-line
            move 1 to pf-jdx
            string '  Numeric ' function trim(pf-count-display)
                ' of ' delimited by size
                into pf-line with pointer pf-jdx
            move pf-idx to pf-count-display
            string function trim(pf-count-display)
                ', integer digits '
                delimited by size into pf-line with pointer pf-jdx
            move pfc-int-digits(pf-cidx) to pf-small-display
            string function trim(pf-small-display) ', decimals '
                delimited by size into pf-line with pointer pf-jdx
            move pfc-decimals(pf-cidx) to pf-small-display
            string function trim(pf-small-display)
                delimited by size into pf-line with pointer pf-jdx
            if pfc-negative(pf-cidx) = 'Y'
                string ', signed' delimited by size
                    into pf-line with pointer pf-jdx
            end-if
            if pfc-lead-zero(pf-cidx) = 'Y'
                string ', leading zeros' delimited by size
                    into pf-line with pointer pf-jdx
            end-if
            display function trim(pf-line trailing)
        end-if

        move spaces to pf-line
        move '  Dates' to pf-line
        move 8 to pf-jdx
        perform varying pf-code from 1 by 1 until pf-code > 5
            move pf-code to pf-small-display
            move pfc-date-ok(pf-cidx, pf-code) to pf-count-display
            string ' 0' function trim(pf-small-display) '='
                function trim(pf-count-display)
                delimited by size into pf-line with pointer pf-jdx
        end-perform
        if pfc-date-ok(pf-cidx, 1) + pfc-date-ok(pf-cidx, 2)
                + pfc-date-ok(pf-cidx, 3) + pfc-date-ok(pf-cidx, 4)
                + pfc-date-ok(pf-cidx, 5) > 0
            display function trim(pf-line trailing)
        end-if

        display '  Patterns'
        perform 0620-toppatterns
        display '  Values'
        perform 0630-topvalues
    end-perform.

*>  Linear counting: with Z of the 2048 bits still clear,
*>  n = -2048 * ln(Z / 2048).
*>
0610-estimate.
    move 0 to pf-zero-bits.
    inspect pfc-bitmap(pf-cidx) tallying pf-zero-bits for all '0'.
    if pf-zero-bits = 0
        move 1 to pf-zero-bits
    end-if.
    compute pf-estimate rounded =
        0 - 2048 * function log(pf-zero-bits / 2048).
    if pf-estimate < pfc-val-count(pf-cidx)
        move pfc-val-count(pf-cidx) to pf-estimate
    end-if.

*>  Commonest first: each pass picks the largest count not yet
*>  shown and marks it shown by negating it.
*>
0620-toppatterns.
    move 0 to pf-shown.
    move 1 to pf-best-count.
    perform until pf-shown >= pf-top or pf-best-count = 0
        move 0 to pf-best pf-best-count
        perform varying pf-idx from 1 by 1
                until pf-idx > pfc-pat-count(pf-cidx)
            if pfp-count(pf-cidx, pf-idx) > pf-best-count
                move pf-idx to pf-best
                move pfp-count(pf-cidx, pf-idx) to pf-best-count
            end-if
        end-perform
        if pf-best-count > 0
            add 1 to pf-shown
            move pf-best-count to pf-count-display
            display '    ' pfp-pattern(pf-cidx, pf-best) ' '
                pf-count-display
            compute pfp-count(pf-cidx, pf-best) = 0 - pf-best-count
        end-if
    end-perform.
    if pfc-pat-other(pf-cidx) > 0
        move pfc-pat-other(pf-cidx) to pf-count-display
        display '    (other patterns)     ' pf-count-display
    end-if.
    perform varying pf-idx from 1 by 1
            until pf-idx > pfc-pat-count(pf-cidx)
        if pfp-count(pf-cidx, pf-idx) < 0
            compute pfp-count(pf-cidx, pf-idx) =
                0 - pfp-count(pf-cidx, pf-idx)
        end-if
    end-perform.

0630-topvalues.
    move 0 to pf-shown.
    move 1 to pf-best-count.
    perform until pf-shown >= pf-top or pf-best-count = 0
        move 0 to pf-best pf-best-count
        perform varying pf-idx from 1 by 1
                until pf-idx > pfc-val-count(pf-cidx)
            if pfv-count(pf-cidx, pf-idx) > pf-best-count
                move pf-idx to pf-best
                move pfv-count(pf-cidx, pf-idx) to pf-best-count
            end-if
        end-perform
        if pf-best-count > 0
            add 1 to pf-shown
            move pf-best-count to pf-count-display
            display '    ' pfv-value(pf-cidx, pf-best) ' '
                pf-count-display
            compute pfv-count(pf-cidx, pf-best) = 0 - pf-best-count
        end-if
    end-perform.
    if pfc-overflow(pf-cidx) = 'Y'
        display '    (counted among the first 200 distinct values)'
    end-if.
    perform varying pf-idx from 1 by 1
            until pf-idx > pfc-val-count(pf-cidx)
        if pfv-count(pf-cidx, pf-idx) < 0
            compute pfv-count(pf-cidx, pf-idx) =
                0 - pfv-count(pf-cidx, pf-idx)
        end-if
    end-perform.

*>*****************************************************************
*> 0700-propose                                                    *
*>*****************************************************************
0700-propose.
    open output layout-file.
    if not ws-layout-ok
        display 'Cannot create ' function trim(ws-arg-output) '.'
        move 8 to return-code
        go to 0700-exit
    end-if.
    display ' '.
    display 'Proposed layout (' function trim(ws-arg-output) ')'.
    move 1 to pf-start.
    perform varying pf-cidx from 1 by 1 until pf-cidx > pf-col-count
        perform 0710-classify thru 0710-exit
        move pf-start to pf-start-text
        move pf-prop-len to pf-len-text
        move spaces to layout-record
        move 1 to pf-jdx
        string function trim(pf-start-text) ','
            function trim(pf-len-text) ','
            function trim(pfc-name(pf-cidx))
            delimited by size into layout-record with pointer pf-jdx
        if pf-prop-format not = spaces
            string ',' pf-prop-format delimited by size
                into layout-record with pointer pf-jdx
        else
            if pf-prop-type not = spaces
                string ',' delimited by size
                    into layout-record with pointer pf-jdx
            end-if
        end-if
        if pf-prop-type not = spaces
            string ',,' function trim(pf-prop-type)
                delimited by size into layout-record
                with pointer pf-jdx
        end-if
        write layout-record
        move spaces to pf-line
        move layout-record to pf-line(3:44)
        move pf-prop-note to pf-line(48:40)
        display function trim(pf-line trailing)
        add pf-prop-len to pf-start
    end-perform.
    close layout-file.
0700-exit.
    exit.

0710-classify.
    move spaces to pf-prop-format pf-prop-type pf-prop-note.
    move pfc-max-len(pf-cidx) to pf-prop-len.
    if pf-prop-len < 1
        move 1 to pf-prop-len
    end-if.
    compute pf-idx = pfc-values(pf-cidx) - pfc-blanks(pf-cidx).
    if pf-idx = 0
        move 'all blank - text' to pf-prop-note
        go to 0710-exit
    end-if.

    perform varying pf-code from 5 by -1 until pf-code < 1
        if pfc-date-ok(pf-cidx, pf-code) = pf-idx
            move pf-code to pf-small-display
            move '0' to pf-prop-format(1:1)
            move pf-small-display(4:1) to pf-prop-format(2:1)
        end-if
    end-perform.
    if pf-prop-format not = spaces
        move 'PACKDATE' to pf-prop-type
        move 5 to pf-prop-len
        move 'date' to pf-prop-note
        go to 0710-exit
    end-if.

    if pfc-numeric(pf-cidx) = pf-idx
        evaluate true
            when pfc-decimals(pf-cidx) > 0
                move 'decimal amount - text' to pf-prop-note
            when pfc-lead-zero(pf-cidx) = 'Y'
                move 'leading zeros kept - text' to pf-prop-note
            when pfc-int-digits(pf-cidx) > 18
                move 'too many digits to pack - text' to pf-prop-note
            when other
                move 'PACKED' to pf-prop-type
                compute pf-prop-len =
                    (pfc-int-digits(pf-cidx) + 2) / 2
                move 'whole number' to pf-prop-note
        end-evaluate
    else
        move 'text' to pf-prop-note
    end-if.
0710-exit.
    exit.

end program csvprofile.
