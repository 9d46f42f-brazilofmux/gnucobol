*>*****************************************************************
*> edi810load - EDI X12 810 invoice intake for the payables feed.  *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> THREEWAY and PAYTERMS read only the comma-delimited             *
*> INVOICES.DAT, so the suppliers that send their invoices as EDI  *
*> 810 transactions were keyed from the PDFs.  This validates an   *
*> X12 file of 810 interchanges and adds each invoice to           *
*> INVOICES.DAT as the line THREEWAY reads -                       *
*>                                                                *
*>   INVOICE,DATE,TERMS,AMOUNT,CURRENCY,PO,QTY                     *
*>                                                                *
*>   INVOICE   BIG02, at most 16 characters                        *
*>   DATE      BIG01, CCYYMMDD rewritten YYYY-MM-DD                *
*>   TERMS     from ITD: ITD03 percent, ITD05 discount days and    *
*>             ITD07 net days give 2/10NET30 or NET30 as PAYTERMS  *
*>             spells them; NET30 when the invoice has no ITD      *
*>   AMOUNT    TDS01, the invoice total, implied two decimals      *
*>   CURRENCY  CUR02 - blank, the base currency, without a CUR     *
*>   PO        BIG04, at most 12 characters                        *
*>   QTY       the IT102 quantities of the invoice's lines, summed *
*>                                                                *
*> The seller's N1 (SE, VN, RE or SU) names the supplier on the    *
*> intake report; the other segments an 810 carries are passed     *
*> over.                                                           *
*>                                                                *
*> Validation: the ISA/GS/ST envelopes nest and close in order     *
*> (ISA GS ST ... SE GE IEA, any number of each), the ISA is its   *
*> fixed 106 characters, the functional group is IN and every      *
*> transaction set an 810; SE01 counts the set's segments and SE02 *
*> repeats ST02, CTT01 counts its IT1 lines, GE01 counts the       *
*> group's sets and GE02 repeats GS06, IEA01 counts the            *
*> interchange's groups and IEA02 repeats ISA13; and every set has *
*> a BIG with a real date and an invoice number, and a TDS total.  *
*> The element separator, sub-element separator and segment        *
*> terminator are the ones the file's first ISA declares; a file   *
*> with no terminator character takes each line as a segment, and  *
*> one with a terminator may wrap its segments across lines of up  *
*> to 4000 characters.                                             *
*>                                                                *
*> As BAI2LOAD does it, a file is all or nothing: any failure      *
*> quarantines it through QUARANTINE ADD with this program's CHECK *
*> mode as the check command, so RELEASE re-runs the validation    *
*> alone, and nothing is written to INVOICES.DAT.  A quarantined   *
*> file is refused.                                                *
*>                                                                *
*> Each interchange is ledgered through RUNLEDGER as job           *
*> EDI810LOAD, its input the sender's ISA06 and its ISA13 control  *
*> number (SENDER:000000123), with its invoice count as the rows - *
*> so an interchange the supplier sends twice is found already     *
*> loaded and skipped, and the other interchanges in the file      *
*> still load.                                                     *
*>                                                                *
*> Every interchange read, clean or rejected, is answered with a   *
*> 997 functional acknowledgment in the sender's own delimiters:   *
*> the envelope turned round, one 997 set per functional group,    *
*> AK2/AK5 per 810 (R with the X12 reason - 3 control number, 4    *
*> segment count, 5 segments in error - for a set that failed) and *
*> AK9 A, or R when the file was rejected.  Its control number is  *
*> the next run of job EDI997 in the run ledger.  The 997 is       *
*> written as EDI997-nnnnnnnnn.X12 plus '.stg' and registered      *
*> through STAGEMARK, so PUBLISH sends it back to the sender.      *
*>                                                                *
*> Command line: [edi-file] [CHECK]   (default edi810.x12)         *
*>                                                                *
*> RETURN-CODE 4 when an interchange was already loaded, 8 a       *
*> validation failure, 12 a quarantined file.                      *
*>*****************************************************************
identification division.
program-id. edi810load.

environment division.
configuration section.
repository.
    function dateparse
    function all intrinsic.

input-output section.
file-control.

    select edi-file assign to ws-arg-input
        organization is line sequential
        access is sequential
        file status is ws-edi-status.

    select invoice-file assign to 'invoices.dat'
        organization is line sequential
        access is sequential
        file status is ws-invoice-status.

    select ack-file assign to ed-ack-staged
        organization is line sequential
        access is sequential
        file status is ws-ack-status.

data division.
file section.
fd  edi-file.

01  edi-record           pic x(4000).

fd  invoice-file.

01  invoice-record       pic x(120).

fd  ack-file.

01  ack-record           pic x(200).

working-storage section.
01  ws-edi-status        pic xx.
    88  ws-edi-ok            value '00'.
01  ws-invoice-status    pic xx.
    88  ws-invoice-ok        value '00'.
01  ws-ack-status        pic xx.
    88  ws-ack-ok            value '00'.

01  ws-eof-edi           pic x       value 'N'.
    88  eof-edi              value 'Y'.

01  ws-arg-input         pic x(40) value 'edi810.x12'.
01  ws-arg-mode          pic x(8).

*>  Run-ledger interface, as BAI2LOAD uses it, one line per
*>  interchange; job EDI997 numbers the acknowledgments.
*>
01  ws-rl-job            pic x(12) value 'EDI810LOAD'.
01  ws-rl-ack-job        pic x(12) value 'EDI997'.
01  ws-rl-action         pic x.
01  ws-rl-input          pic x(40).
01  ws-rl-rows           usage signed-int value 0.
01  ws-rl-rc             usage signed-int value 0.
01  ws-rl-result         pic x.

01  ws-quar-file         pic x(60).
01  ws-quar-result       pic x.

01  ed-pass              pic x.

*>  The file's delimiters, from its first ISA.  ED-TERM-MODE is C
*>  when segments end in the terminator character, L when each line
*>  is a segment, X when the file cannot be read as X12 at all, and
*>  space until the ISA has been seen.
*>
01  ed-elsep             pic x.
01  ed-subsep            pic x.
01  ed-segterm           pic x.
01  ed-term-mode         pic x.

01  ed-stream            pic x(8000).
01  ed-work              pic x(8000).
01  ed-stream-len        usage signed-int.
01  ed-line-len          usage signed-int.
01  ed-lines             usage signed-int.
01  ed-tpos              usage signed-int.
01  ed-sepcount          usage signed-int.
01  ed-i                 usage signed-int.
01  ed-more              pic x.

01  ed-segment           pic x(4000).
01  ed-seg-len           usage signed-int.
01  ed-seg-number        usage signed-int.
01  ed-segid             pic x(3).

01  ed-elements.
    05  ed-el            pic x(80) occurs 40 times.
01  ed-el-count          usage signed-int.
01  ed-ptr               usage signed-int.

*>  Envelope state: ED-LEVEL 0 between interchanges, 1 inside an
*>  ISA, 2 inside a GS, 3 inside an ST.
*>
01  ed-level             pic 9.

*>  The interchanges, groups and sets read, for the control counts
*>  and the 997s.  EDS-CODE is the set's AK5 reason, space when it
*>  is clean.
*>
01  ed-interchanges.
    05  ed-xchg occurs 20 times.
        10  edx-sender-q     pic x(2).
        10  edx-sender       pic x(15).
        10  edx-receiver-q   pic x(2).
        10  edx-receiver     pic x(15).
        10  edx-isa11        pic x.
        10  edx-version      pic x(5).
        10  edx-ctl          pic x(9).
        10  edx-usage        pic x.
        10  edx-first-group  usage signed-int.
        10  edx-groups       usage signed-int.
        10  edx-invoices     usage signed-int.
        10  edx-total        pic s9(13)v99 comp-5.
        10  edx-dup          pic x.
01  ed-xidx              usage signed-int.
01  ed-xcount            usage signed-int value 0.

01  ed-groups.
    05  ed-group occurs 50 times.
        10  edg-sender       pic x(15).
        10  edg-receiver     pic x(15).
        10  edg-ctl          pic x(9).
        10  edg-version      pic x(12).
        10  edg-first-set    usage signed-int.
        10  edg-sets         usage signed-int.
01  ed-gidx              usage signed-int.

01  ed-sets.
    05  ed-set occurs 1000 times.
        10  eds-ctl          pic x(9).
        10  eds-code         pic x.
01  ed-sidx              usage signed-int.

01  ed-set-segs          usage signed-int.
01  ed-it1-count         usage signed-int.
01  ed-ctt-found         pic x.
01  ed-ctt-count         usage signed-int.
01  ed-has-big           pic x.
01  ed-has-tds           pic x.
01  ed-ak5-code          pic x.

*>  The invoice the set in hand carries.
*>
01  ed-inv-number        pic x(80).
01  ed-inv-date          pic x(10).
01  ed-inv-terms         pic x(16).
01  ed-inv-amount        pic s9(13)v99 comp-5.
01  ed-inv-currency      pic x(3).
01  ed-inv-po            pic x(80).
01  ed-inv-qty           pic s9(11)v9(4) comp-5.
01  ed-inv-vendor        pic x(35).
01  ed-qty-whole         pic s9(9)   comp-5.

01  ed-pct               usage signed-int.
01  ed-days              usage signed-int.
01  ed-net               usage signed-int.
01  ed-pct-display       pic z9.
01  ed-days-display      pic zz9.
01  ed-net-display       pic zz9.

01  ed-rc                usage signed-int value 0.
01  ed-errors            usage signed-int value 0.
01  ed-error-msg         pic x(60).
01  ed-first-error       pic x(60) value spaces.
01  ed-dup-count         usage signed-int value 0.
01  ed-invoice-count     usage signed-int value 0.
01  ed-invoice-total     pic s9(13)v99 comp-5 value 0.

01  ed-parse-result.
    05  ed-p-fielded.
        10  ed-p-year        pic s9(9)   comp-5.
        10  ed-p-month       pic 99      comp-5.
        10  ed-p-dom         pic 99      comp-5.
    05  ed-p-success     pic x.

*>  Building the 997s.
*>
01  ed-ack-staged        pic x(60).
01  ed-ack-pickup        pic x(60).
01  ed-ack-ctl           pic 9(9).
01  ed-ack-gctl          pic 9(4).
01  ed-ack-setctl        pic 9(4).
01  ed-ack-segs          usage signed-int.
01  ed-ack-groups        usage signed-int.
01  ed-ack-status        pic x.
01  ed-ack-accepted      usage signed-int.
01  ed-ack-line          pic x(200).
01  ed-ack-count         usage signed-int value 0.
01  ed-lastgroup         usage signed-int.
01  ed-lastset           usage signed-int.
01  ed-aidx              usage signed-int.
01  ed-bidx              usage signed-int.

01  ed-yymmdd            pic x(6).
01  ed-ccyymmdd          pic x(8).
01  ed-hhmm              pic x(4).

01  ed-line              pic x(120).
01  ed-amount-display    pic -(12)9.99.
01  ed-qty-display       pic -(8)9.
01  ed-count-display     pic z(8)9.
01  ed-seg-display       pic z(8)9.

01  ed-quar-cmd          pic x(250).
01  ed-quar-rc           usage signed-int.
01  ed-quar-vendor       pic x(12).

01  ed-al-severity       pic x.
01  ed-al-job            pic x(12) value 'EDI810LOAD'.
01  ed-al-key            pic x(40).
01  ed-al-msg            pic x(60).

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

    display 1 upon argument-number.
    accept ws-arg-input from argument-value.
    if ws-arg-input = spaces or ws-arg-input = low-values
        move 'edi810.x12' to ws-arg-input
    end-if.
    move spaces to ws-arg-mode.
    display 2 upon argument-number.
    accept ws-arg-mode from argument-value.
    move function upper-case(ws-arg-mode) to ws-arg-mode.

*>  CHECK is the re-run QUARANTINE RELEASE makes: validation only,
*>  with no ledger, acknowledgment or output side effects.
*>
    if ws-arg-mode = 'CHECK'
        move 'V' to ed-pass
        perform 0100-readfile thru 0100-exit
        if ed-errors > 0
            display 'EDI 810 validation failed: '
                function trim(ed-first-error)
            move 8 to return-code
        else
            display 'EDI file ' function trim(ws-arg-input)
                ' validates.'
        end-if
        goback
    end-if.

    move ws-arg-input to ws-quar-file.
    call 'quarcheck' using ws-quar-file ws-quar-result.
    if ws-quar-result = 'Y'
        display 'Input ' function trim(ws-arg-input)
            ' is quarantined; refusing to load it.'
        move 12 to return-code
        goback
    end-if.

    move 'O' to ws-rl-action.
    call 'runledger' using ws-rl-action ws-rl-job ws-arg-input
        ws-rl-rows ws-rl-rc ws-rl-result.

    move function current-date to time-stamp.
    move ts-date(3:6) to ed-yymmdd.
    move ts-date to ed-ccyymmdd.
    move ts-time(1:4) to ed-hhmm.

    display 'EDI 810 intake of ' function trim(ws-arg-input).
    display '=============================================='.

    move 'V' to ed-pass.
    perform 0100-readfile thru 0100-exit.
    if ed-errors > 0
        display 'EDI 810 validation failed: '
            function trim(ed-first-error)
        perform 0800-quarantine
        perform 0900-alert
        perform varying ed-xidx from 1 by 1
                until ed-xidx > ed-xcount
            perform 0700-acknowledge thru 0700-exit
        end-perform
        move 8 to ed-rc
        perform 0750-ledger
        move ed-rc to return-code
        goback
    end-if.

*>  an interchange the ledger shows loaded clean is a resend; it
*>  is neither loaded nor acknowledged again.
*>
    perform varying ed-xidx from 1 by 1 until ed-xidx > ed-xcount
        perform 0160-ledgerkey
        move 'C' to ws-rl-action
        call 'runledger' using ws-rl-action ws-rl-job ws-rl-input
            ws-rl-rows ws-rl-rc ws-rl-result
        if ws-rl-result = 'Y'
            move 'Y' to edx-dup(ed-xidx)
            add 1 to ed-dup-count
            display 'Interchange ' edx-ctl(ed-xidx) ' from '
                function trim(edx-sender(ed-xidx))
                ' was already loaded; skipped.'
        end-if
    end-perform.

    move 'S' to ed-pass.
    open extend invoice-file.
    if not ws-invoice-ok
        open output invoice-file
    end-if.
    perform 0100-readfile thru 0100-exit.
    close invoice-file.

    perform varying ed-xidx from 1 by 1 until ed-xidx > ed-xcount
        if edx-dup(ed-xidx) = 'N'
            perform 0700-acknowledge thru 0700-exit
        end-if
    end-perform.

    display '=============================================='.
    move ed-invoice-total to ed-amount-display.
    move ed-invoice-count to ed-count-display.
    display 'Invoices to invoices.dat: '
        function trim(ed-count-display) ' '
        function trim(ed-amount-display).
    move ed-ack-count to ed-count-display.
    display '997 acknowledgments staged: '
        function trim(ed-count-display).
    if ed-dup-count > 0 and ed-rc = 0
        move 4 to ed-rc
    end-if.
    perform 0750-ledger.
    move ed-rc to return-code.
    goback.

*>*****************************************************************
*> 0100-readfile / 0110-readline                                   *
*>                                                                *
*> One pass over the file, V validating or S writing the           *
*> invoices.  Lines are joined into a stream and cut into segments *
*> at the terminator, so a segment wrapped across lines is handled *
*> whole.                                                          *
*>*****************************************************************
0100-readfile.
    move 'N' to ws-eof-edi.
    move space to ed-term-mode.
    move 0 to ed-stream-len ed-lines ed-seg-number ed-level
        ed-xidx ed-gidx ed-sidx.
    if ed-pass = 'V'
        move 0 to ed-xcount
    end-if.
    open input edi-file.
    if not ws-edi-ok
        move 'File cannot be opened' to ed-error-msg
        perform 0190-error
        go to 0100-exit
    end-if.
    perform 0110-readline.
    perform until eof-edi
        perform 0150-oneline
        perform 0110-readline
    end-perform.
    close edi-file.

    if ed-pass = 'V'
        if ed-term-mode = 'C' and ed-stream-len > 0
            if ed-stream(1:ed-stream-len) not = spaces
                move 'Data after the last segment terminator'
                    to ed-error-msg
                perform 0190-error
            end-if
        end-if
        evaluate true
            when ed-term-mode = space and ed-stream-len > 0
                move 'ISA segment is malformed' to ed-error-msg
                perform 0190-error
            when ed-seg-number = 0 and ed-term-mode not = 'X'
                move 'File holds no segments' to ed-error-msg
                perform 0190-error
            when ed-level not = 0 and ed-term-mode not = 'X'
                move 'File ends inside an open interchange'
                    to ed-error-msg
                perform 0190-error
        end-evaluate
    end-if.
0100-exit.
    exit.

0110-readline.
    if not eof-edi
        read edi-file
            at end
                move 'Y' to ws-eof-edi
        end-read
    end-if.

*>  One physical line onto the stream, then every segment it
*>  completes.
*>
0150-oneline.
    add 1 to ed-lines.
    move function length(function trim(edi-record trailing))
        to ed-line-len.
    if edi-record = spaces
        move 0 to ed-line-len
    end-if.
    if ed-line-len = 4000 and ed-term-mode not = 'X'
        move 'Line longer than 4000 characters' to ed-error-msg
        perform 0190-error
    end-if.
    if ed-line-len > 0 and ed-term-mode not = 'X'
        if ed-stream-len + ed-line-len > 8000
            move 'Segment longer than 4000 characters'
                to ed-error-msg
            perform 0190-error
            move 'X' to ed-term-mode
        else
            move edi-record(1:ed-line-len)
                to ed-stream(ed-stream-len + 1:ed-line-len)
            add ed-line-len to ed-stream-len
        end-if
    end-if.
    if ed-term-mode = space and ed-stream-len > 0
        perform 0170-delimiters
    end-if.
    evaluate ed-term-mode
        when 'L'
            if ed-stream-len > 0
                move ed-stream(1:ed-stream-len) to ed-segment
                move ed-stream-len to ed-seg-len
                move 0 to ed-stream-len
                perform 0200-segment
            end-if
        when 'C'
            perform 0180-cutsegments
    end-evaluate.

*>  RWS-INPUT for the interchange in hand: SENDER:CONTROL.
*>
0160-ledgerkey.
    move spaces to ws-rl-input.
    string function trim(edx-sender(ed-xidx)) ':'
        edx-ctl(ed-xidx)
        delimited by size into ws-rl-input.

*>*****************************************************************
*> 0170-delimiters                                                 *
*>                                                                *
*> The first ISA declares the delimiters: its fourth character is  *
*> the element separator, the character after the sixteenth        *
*> separator the sub-element separator (ISA16), and the one after  *
*> that the segment terminator - none, when the line ends there.   *
*> The ISA is a fixed 106 characters, so the terminator always     *
*> sits in column 106.                                             *
*>*****************************************************************
0170-delimiters.
    if ed-stream-len < 4
        move 'X' to ed-term-mode
        move 'File does not begin with an ISA segment'
            to ed-error-msg
        perform 0190-error
    else
        if ed-stream(1:3) not = 'ISA'
            move 'X' to ed-term-mode
            move 'File does not begin with an ISA segment'
                to ed-error-msg
            perform 0190-error
        end-if
    end-if.
    if ed-term-mode = 'X'
        move 0 to ed-stream-len
    else
        move ed-stream(4:1) to ed-elsep
        move 0 to ed-sepcount
        perform varying ed-i from 4 by 1
                until ed-i > ed-stream-len or ed-sepcount = 16
            if ed-stream(ed-i:1) = ed-elsep
                add 1 to ed-sepcount
            end-if
        end-perform
        evaluate true
            when ed-sepcount < 16 or ed-i > ed-stream-len
*>              the ISA wraps onto the next line; wait for it.
                if ed-stream-len > 300
                    move 'X' to ed-term-mode
                    move 0 to ed-stream-len
                    move 'ISA segment is malformed' to ed-error-msg
                    perform 0190-error
                end-if
            when ed-i + 1 > ed-stream-len
                move ed-stream(ed-i:1) to ed-subsep
                move 'L' to ed-term-mode
            when other
                move ed-stream(ed-i:1) to ed-subsep
                move ed-stream(ed-i + 1:1) to ed-segterm
                move 'C' to ed-term-mode
        end-evaluate
        if ed-term-mode = 'L' or ed-term-mode = 'C'
            if ed-i not = 105
                move 'ISA segment is not 106 characters'
                    to ed-error-msg
                perform 0190-error
            end-if
        end-if
    end-if.

*>  Every complete segment off the front of the stream; whatever
*>  follows the last terminator waits for the next line.
*>
0180-cutsegments.
    move 'Y' to ed-more.
    perform until ed-more = 'N' or ed-stream-len = 0
        move 0 to ed-tpos
        perform varying ed-i from 1 by 1
                until ed-i > ed-stream-len or ed-tpos > 0
            if ed-stream(ed-i:1) = ed-segterm
                move ed-i to ed-tpos
            end-if
        end-perform
        if ed-tpos = 0
            move 'N' to ed-more
        else
            move spaces to ed-segment
            move 0 to ed-seg-len
            if ed-tpos > 1
                move ed-stream(1:ed-tpos - 1) to ed-segment
                compute ed-seg-len = ed-tpos - 1
            end-if
            if ed-tpos < ed-stream-len
                move ed-stream(ed-tpos + 1:ed-stream-len - ed-tpos)
                    to ed-work
                move ed-work to ed-stream
            end-if
            subtract ed-tpos from ed-stream-len
            if ed-segment not = spaces
                perform 0200-segment
            end-if
        end-if
    end-perform.

0190-error.
    add 1 to ed-errors.
    if ed-errors = 1
        move ed-error-msg to ed-first-error
    end-if.
    if ed-level = 3 and ed-sidx > 0 and ed-sidx <= 1000
        if eds-code(ed-sidx) = space
            if ed-ak5-code = space
                move '5' to eds-code(ed-sidx)
            else
                move ed-ak5-code to eds-code(ed-sidx)
            end-if
        end-if
    end-if.
    move space to ed-ak5-code.
    move ed-seg-number to ed-seg-display.
    display '  segment ' function trim(ed-seg-display) ': '
        function trim(ed-error-msg).

*>*****************************************************************
*> 0200-segment                                                    *
*>*****************************************************************
0200-segment.
    add 1 to ed-seg-number.
    move function trim(ed-segment leading) to ed-work.
    move ed-work(1:4000) to ed-segment.
    perform 0210-tokenize.
    move ed-el(1) to ed-segid.
    if ed-level = 3
        add 1 to ed-set-segs
    end-if.
    move space to ed-ak5-code.
    evaluate ed-segid
        when 'ISA'
            perform 0300-isa
        when 'GS'
            perform 0320-gs
        when 'ST'
            perform 0340-st
        when 'SE'
            perform 0360-se
        when 'GE'
            perform 0380-ge
        when 'IEA'
            perform 0390-iea
        when other
            if ed-level = 3
                perform 0400-body
            else
                if ed-pass = 'V'
                    move spaces to ed-error-msg
                    string 'Segment ' function trim(ed-segid)
                        ' outside a transaction set'
                        delimited by size into ed-error-msg
                    perform 0190-error
                end-if
            end-if
    end-evaluate.

0210-tokenize.
    move spaces to ed-elements.
    move 0 to ed-el-count.
    move 1 to ed-ptr.
    move function length(function trim(ed-segment trailing))
        to ed-seg-len.
    perform until ed-ptr > ed-seg-len or ed-el-count >= 40
        add 1 to ed-el-count
        unstring ed-segment(1:ed-seg-len) delimited by ed-elsep
            into ed-el(ed-el-count)
            with pointer ed-ptr
        end-unstring
    end-perform.

*>*****************************************************************
*> 0300-isa .. 0390-iea - the envelopes                            *
*>                                                                *
*> The V pass checks the nesting and the control counts and keeps  *
*> the envelope tables; the S pass only steps through them so it   *
*> knows which interchange it is in.                               *
*>*****************************************************************
0300-isa.
    if ed-pass = 'V' and ed-level not = 0
        move 'ISA inside an open interchange' to ed-error-msg
        perform 0190-error
    end-if.
    move 1 to ed-level.
    if ed-xidx >= 20
        if ed-pass = 'V'
            move 'More than 20 interchanges in the file'
                to ed-error-msg
            perform 0190-error
        end-if
    else
        add 1 to ed-xidx
    end-if.
    if ed-pass = 'V'
        move ed-xidx to ed-xcount
        move ed-el(6) to edx-sender-q(ed-xidx)
        move ed-el(7) to edx-sender(ed-xidx)
        move ed-el(8) to edx-receiver-q(ed-xidx)
        move ed-el(9) to edx-receiver(ed-xidx)
        move ed-el(12) to edx-isa11(ed-xidx)
        move ed-el(13) to edx-version(ed-xidx)
        move ed-el(14) to edx-ctl(ed-xidx)
        move ed-el(16) to edx-usage(ed-xidx)
        compute edx-first-group(ed-xidx) = ed-gidx + 1
        move 0 to edx-groups(ed-xidx) edx-invoices(ed-xidx)
            edx-total(ed-xidx)
        move 'N' to edx-dup(ed-xidx)
        if ed-el(14)(1:9) is not numeric
                or ed-el(14)(10:) not = spaces
            move 'ISA13 control number is not nine digits'
                to ed-error-msg
            perform 0190-error
        end-if
    end-if.

0320-gs.
    if ed-pass = 'V' and ed-level not = 1
        move 'GS outside an interchange' to ed-error-msg
        perform 0190-error
    end-if.
    move 2 to ed-level.
    if ed-gidx >= 50
        if ed-pass = 'V'
            move 'More than 50 functional groups in the file'
                to ed-error-msg
            perform 0190-error
        end-if
    else
        add 1 to ed-gidx
    end-if.
    if ed-pass = 'V'
        add 1 to edx-groups(ed-xidx)
        move ed-el(3) to edg-sender(ed-gidx)
        move ed-el(4) to edg-receiver(ed-gidx)
        move ed-el(7) to edg-ctl(ed-gidx)
        move ed-el(9) to edg-version(ed-gidx)
        compute edg-first-set(ed-gidx) = ed-sidx + 1
        move 0 to edg-sets(ed-gidx)
        if ed-el(2) not = 'IN'
            move spaces to ed-error-msg
            string 'Functional group ' function trim(ed-el(2))
                ' is not IN (invoices)'
                delimited by size into ed-error-msg
            perform 0190-error
        end-if
    end-if.

0340-st.
    if ed-pass = 'V' and ed-level not = 2
        move 'ST outside a functional group' to ed-error-msg
        perform 0190-error
    end-if.
    move 3 to ed-level.
    if ed-sidx >= 1000
        if ed-pass = 'V'
            move 'More than 1000 transaction sets in the file'
                to ed-error-msg
            perform 0190-error
        end-if
    else
        add 1 to ed-sidx
    end-if.
    if ed-pass = 'V'
        add 1 to edg-sets(ed-gidx)
        move ed-el(3) to eds-ctl(ed-sidx)
        move space to eds-code(ed-sidx)
        if ed-el(2) not = '810'
            move spaces to ed-error-msg
            string 'Transaction set ' function trim(ed-el(2))
                ' is not an 810'
                delimited by size into ed-error-msg
            perform 0190-error
        end-if
    end-if.
    move 1 to ed-set-segs.
    move 0 to ed-it1-count ed-ctt-count ed-inv-amount ed-inv-qty.
    move 'N' to ed-ctt-found ed-has-big ed-has-tds.
    move spaces to ed-inv-number ed-inv-date ed-inv-terms
        ed-inv-currency ed-inv-po ed-inv-vendor.

0360-se.
    if ed-pass = 'V'
        if ed-level not = 3
            move 'SE outside a transaction set' to ed-error-msg
            perform 0190-error
        else
            perform 0370-checkset
        end-if
    else
        if edx-dup(ed-xidx) = 'N'
            perform 0500-writeinvoice
        end-if
    end-if.
    move 2 to ed-level.

0370-checkset.
    if function test-numval(ed-el(2)) not = 0
            or function numval(ed-el(2)) not = ed-set-segs
        move ed-set-segs to ed-count-display
        move spaces to ed-error-msg
        string 'SE01 segment count; the set has '
            function trim(ed-count-display)
            delimited by size into ed-error-msg
        move '4' to ed-ak5-code
        perform 0190-error
    end-if.
    if ed-el(3) not = eds-ctl(ed-sidx)
        move 'SE02 does not match ST02' to ed-error-msg
        move '3' to ed-ak5-code
        perform 0190-error
    end-if.
    if ed-ctt-found = 'Y' and ed-ctt-count not = ed-it1-count
        move ed-it1-count to ed-count-display
        move spaces to ed-error-msg
        string 'CTT01 line count; the set has '
            function trim(ed-count-display) ' IT1'
            delimited by size into ed-error-msg
        perform 0190-error
    end-if.
    if ed-has-big = 'N'
        move 'Transaction set has no BIG' to ed-error-msg
        perform 0190-error
    end-if.
    if ed-has-tds = 'N'
        move 'Transaction set has no TDS total' to ed-error-msg
        perform 0190-error
    end-if.

0380-ge.
    if ed-pass = 'V'
        if ed-level not = 2
            move 'GE out of place' to ed-error-msg
            perform 0190-error
        else
            if function test-numval(ed-el(2)) not = 0
                    or function numval(ed-el(2))
                        not = edg-sets(ed-gidx)
                move 'GE01 transaction set count' to ed-error-msg
                perform 0190-error
            end-if
            if ed-el(3) not = edg-ctl(ed-gidx)
                move 'GE02 does not match GS06' to ed-error-msg
                perform 0190-error
            end-if
        end-if
    end-if.
    move 1 to ed-level.

0390-iea.
    if ed-pass = 'V'
        if ed-level not = 1
            move 'IEA out of place' to ed-error-msg
            perform 0190-error
        else
            if function test-numval(ed-el(2)) not = 0
                    or function numval(ed-el(2))
                        not = edx-groups(ed-xidx)
                move 'IEA01 functional group count' to ed-error-msg
                perform 0190-error
            end-if
            if ed-el(3) not = edx-ctl(ed-xidx)
                move 'IEA02 does not match ISA13' to ed-error-msg
                perform 0190-error
            end-if
        end-if
    end-if.
    move 0 to ed-level.

*>*****************************************************************
*> 0400-body                                                       *
*>                                                                *
*> The segments inside an 810 the invoice line is built from.      *
*>*****************************************************************
0400-body.
    evaluate ed-segid
        when 'BIG'
            move 'Y' to ed-has-big
            move ed-el(3) to ed-inv-number
            move ed-el(5) to ed-inv-po
            move spaces to ed-inv-date
            move 'N' to ed-p-success
            if ed-el(2)(1:8) is numeric
                    and ed-el(2)(9:) = spaces
                string ed-el(2)(1:4) '-' ed-el(2)(5:2) '-'
                    ed-el(2)(7:2)
                    delimited by size into ed-inv-date
                move dateparse(ed-inv-date, '02') to ed-parse-result
            end-if
            if ed-pass = 'V'
                perform 0410-checkbig
            end-if
        when 'CUR'
            move ed-el(3) to ed-inv-currency
        when 'N1'
            if ed-inv-vendor = spaces
                    and (ed-el(2) = 'SE' or ed-el(2) = 'VN'
                        or ed-el(2) = 'RE' or ed-el(2) = 'SU')
                move ed-el(3) to ed-inv-vendor
            end-if
        when 'ITD'
            perform 0420-terms
        when 'IT1'
            add 1 to ed-it1-count
            if function test-numval(ed-el(3)) = 0
                    and ed-el(3) not = spaces
                add function numval(ed-el(3)) to ed-inv-qty
            else
                if ed-pass = 'V'
                    move 'IT1 quantity is not a number'
                        to ed-error-msg
                    perform 0190-error
                end-if
            end-if
        when 'TDS'
            move 'Y' to ed-has-tds
            if function test-numval(ed-el(2)) = 0
                    and ed-el(2) not = spaces
                compute ed-inv-amount =
                    function numval(ed-el(2)) / 100
            else
                if ed-pass = 'V'
                    move 'TDS01 total is not a number'
                        to ed-error-msg
                    perform 0190-error
                end-if
            end-if
        when 'CTT'
            move 'Y' to ed-ctt-found
            if function test-numval(ed-el(2)) = 0
                    and ed-el(2) not = spaces
                move function numval(ed-el(2)) to ed-ctt-count
            else
                move -1 to ed-ctt-count
            end-if
        when other
            continue
    end-evaluate.

0410-checkbig.
    if ed-p-success not = 'Y'
        move spaces to ed-error-msg
        string 'BIG01 invoice date "' function trim(ed-el(2))
            '" is not a CCYYMMDD date'
            delimited by size into ed-error-msg
        perform 0190-error
    end-if.
    if ed-inv-number = spaces
        move 'BIG02 invoice number is missing' to ed-error-msg
        perform 0190-error
    end-if.
    if ed-inv-number(17:) not = spaces
        move 'BIG02 invoice number is over 16 characters'
            to ed-error-msg
        perform 0190-error
    end-if.
    if ed-inv-po(13:) not = spaces
        move 'BIG04 purchase order is over 12 characters'
            to ed-error-msg
        perform 0190-error
    end-if.

*>  ITD03 percent, ITD05 discount days, ITD07 net days, spelled the
*>  way PAYTERMS reads terms codes.  An ITD with no net days leaves
*>  the invoice on the default terms.
*>
0420-terms.
    if function test-numval(ed-el(8)) = 0 and ed-el(8) not = spaces
        move function numval(ed-el(8)) to ed-net
        move ed-net to ed-net-display
        move spaces to ed-inv-terms
        if function test-numval(ed-el(4)) = 0
                and ed-el(4) not = spaces
                and function test-numval(ed-el(6)) = 0
                and ed-el(6) not = spaces
                and function numval(ed-el(4)) > 0
            move function numval(ed-el(4)) to ed-pct
            move function numval(ed-el(6)) to ed-days
            move ed-pct to ed-pct-display
            move ed-days to ed-days-display
            string function trim(ed-pct-display) '/'
                function trim(ed-days-display) 'NET'
                function trim(ed-net-display)
                delimited by size into ed-inv-terms
        else
            string 'NET' function trim(ed-net-display)
                delimited by size into ed-inv-terms
        end-if
    end-if.

*>*****************************************************************
*> 0500-writeinvoice                                               *
*>*****************************************************************
0500-writeinvoice.
    if ed-inv-terms = spaces
        move 'NET30' to ed-inv-terms
    end-if.
    compute ed-qty-whole rounded = ed-inv-qty.
    move ed-inv-amount to ed-amount-display.
    move ed-qty-whole to ed-qty-display.
    move spaces to ed-line.
    string function trim(ed-inv-number) ','
        ed-inv-date ','
        function trim(ed-inv-terms) ','
        function trim(ed-amount-display) ','
        function trim(ed-inv-currency) ','
        function trim(ed-inv-po) ','
        function trim(ed-qty-display)
        delimited by size into ed-line.
    move ed-line to invoice-record.
    write invoice-record.
    add 1 to ed-invoice-count edx-invoices(ed-xidx).
    add ed-inv-amount to ed-invoice-total edx-total(ed-xidx).
    display '  ' edx-ctl(ed-xidx) ' '
        ed-inv-number(1:16) ' ' ed-inv-date ' '
        ed-amount-display ' ' ed-inv-currency ' '
        function trim(ed-inv-vendor).

*>*****************************************************************
*> 0700-acknowledge                                                *
*>                                                                *
*> The 997 for interchange ED-XIDX, in the sender's delimiters     *
*> with the envelope turned round: one 997 set per functional      *
*> group, AK2/AK5 per 810 and AK9 for the group.  When the file    *
*> was rejected every set is R - its own reason where it failed -  *
*> and nothing is counted accepted.  An interchange with no group  *
*> has nothing to acknowledge.                                     *
*>*****************************************************************
0700-acknowledge.
    if edx-groups(ed-xidx) = 0
        go to 0700-exit
    end-if.
    move 'N' to ws-rl-action.
    call 'runledger' using ws-rl-action ws-rl-ack-job ws-arg-input
        ws-rl-rows ws-rl-rc ws-rl-result.
    move ws-rl-rows to ed-ack-ctl.
    move spaces to ed-ack-pickup ed-ack-staged.
    string 'edi997-' ed-ack-ctl '.x12'
        delimited by size into ed-ack-pickup.
    string function trim(ed-ack-pickup) '.stg'
        delimited by size into ed-ack-staged.
    open output ack-file.
    if not ws-ack-ok
        display 'Cannot write ' function trim(ed-ack-staged)
            '; interchange ' edx-ctl(ed-xidx)
            ' is not acknowledged.'
        move 8 to ed-rc
        go to 0700-exit
    end-if.

    move spaces to ed-ack-line.
    string 'ISA' ed-elsep '00' ed-elsep '          ' ed-elsep
        '00' ed-elsep '          ' ed-elsep
        edx-receiver-q(ed-xidx) ed-elsep
        edx-receiver(ed-xidx) ed-elsep
        edx-sender-q(ed-xidx) ed-elsep
        edx-sender(ed-xidx) ed-elsep
        ed-yymmdd ed-elsep ed-hhmm ed-elsep
        edx-isa11(ed-xidx) ed-elsep
        edx-version(ed-xidx) ed-elsep
        ed-ack-ctl ed-elsep '0' ed-elsep
        edx-usage(ed-xidx) ed-elsep ed-subsep
        delimited by size into ed-ack-line.
    perform 0790-writeack.

    move 0 to ed-ack-groups.
    compute ed-lastgroup = edx-first-group(ed-xidx)
        + edx-groups(ed-xidx) - 1.
    perform varying ed-aidx from edx-first-group(ed-xidx) by 1
            until ed-aidx > ed-lastgroup
        perform 0710-groupack
    end-perform.

    move ed-ack-groups to ed-seg-display.
    move spaces to ed-ack-line.
    string 'IEA' ed-elsep function trim(ed-seg-display) ed-elsep
        ed-ack-ctl
        delimited by size into ed-ack-line.
    perform 0790-writeack.
    close ack-file.

    call 'stagemark' using ed-ack-staged ed-ack-pickup.
    add 1 to ed-ack-count.
    move 'W' to ws-rl-action.
    move ed-ack-groups to ws-rl-rows.
    move 0 to ws-rl-rc.
    call 'runledger' using ws-rl-action ws-rl-ack-job ed-ack-pickup
        ws-rl-rows ws-rl-rc ws-rl-result.
    display '997 ' function trim(ed-ack-pickup)
        ' staged for interchange ' edx-ctl(ed-xidx) ' from '
        function trim(edx-sender(ed-xidx)).
0700-exit.
    exit.

0710-groupack.
    add 1 to ed-ack-groups.
    move ed-ack-groups to ed-ack-gctl ed-ack-setctl.
    move spaces to ed-ack-line.
    string 'GS' ed-elsep 'FA' ed-elsep
        function trim(edg-receiver(ed-aidx)) ed-elsep
        function trim(edg-sender(ed-aidx)) ed-elsep
        ed-ccyymmdd ed-elsep ed-hhmm ed-elsep
        ed-ack-gctl ed-elsep 'X' ed-elsep
        function trim(edg-version(ed-aidx))
        delimited by size into ed-ack-line.
    perform 0790-writeack.

    move 0 to ed-ack-segs ed-ack-accepted.
    move spaces to ed-ack-line.
    string 'ST' ed-elsep '997' ed-elsep ed-ack-setctl
        delimited by size into ed-ack-line.
    perform 0790-writeack.
    add 1 to ed-ack-segs.
    move spaces to ed-ack-line.
    string 'AK1' ed-elsep 'IN' ed-elsep
        function trim(edg-ctl(ed-aidx))
        delimited by size into ed-ack-line.
    perform 0790-writeack.
    add 1 to ed-ack-segs.

    compute ed-lastset = edg-first-set(ed-aidx)
        + edg-sets(ed-aidx) - 1.
    perform varying ed-bidx from edg-first-set(ed-aidx) by 1
            until ed-bidx > ed-lastset
        perform 0720-setack
    end-perform.

    if ed-errors = 0
        move 'A' to ed-ack-status
    else
        move 'R' to ed-ack-status
    end-if.
    move edg-sets(ed-aidx) to ed-count-display.
    move ed-ack-accepted to ed-seg-display.
    move spaces to ed-ack-line.
    string 'AK9' ed-elsep ed-ack-status ed-elsep
        function trim(ed-count-display) ed-elsep
        function trim(ed-count-display) ed-elsep
        function trim(ed-seg-display)
        delimited by size into ed-ack-line.
    perform 0790-writeack.
    add 1 to ed-ack-segs.

    add 1 to ed-ack-segs.
    move ed-ack-segs to ed-seg-display.
    move spaces to ed-ack-line.
    string 'SE' ed-elsep function trim(ed-seg-display) ed-elsep
        ed-ack-setctl
        delimited by size into ed-ack-line.
    perform 0790-writeack.
    move spaces to ed-ack-line.
    string 'GE' ed-elsep '1' ed-elsep ed-ack-gctl
        delimited by size into ed-ack-line.
    perform 0790-writeack.

0720-setack.
    move spaces to ed-ack-line.
    string 'AK2' ed-elsep '810' ed-elsep
        function trim(eds-ctl(ed-bidx))
        delimited by size into ed-ack-line.
    perform 0790-writeack.
    add 1 to ed-ack-segs.
    move spaces to ed-ack-line.
    evaluate true
        when ed-errors = 0
            string 'AK5' ed-elsep 'A'
                delimited by size into ed-ack-line
            add 1 to ed-ack-accepted
        when eds-code(ed-bidx) = space
            string 'AK5' ed-elsep 'R'
                delimited by size into ed-ack-line
        when other
            string 'AK5' ed-elsep 'R' ed-elsep eds-code(ed-bidx)
                delimited by size into ed-ack-line
    end-evaluate.
    perform 0790-writeack.
    add 1 to ed-ack-segs.

*>  One acknowledgment segment, on its own line, ended with the
*>  sender's terminator when the file used one.
*>
0790-writeack.
    if ed-term-mode = 'C'
        string ed-segterm delimited by size
            into ed-ack-line(function length(function trim(
                ed-ack-line trailing)) + 1:1)
    end-if.
    move ed-ack-line to ack-record.
    write ack-record.

*>*****************************************************************
*> 0750-ledger                                                     *
*>                                                                *
*> One ledger line per interchange read, with its invoice count:   *
*> RC 8 when the file was rejected, 0 when the interchange loaded  *
*> - whatever a resent interchange beside it made of the run's     *
*> RETURN-CODE, so the check finds it loaded next time.  A file    *
*> rejected before any ISA was read is ledgered under its own      *
*> name.                                                           *
*>*****************************************************************
0750-ledger.
    if ed-errors > 0
        move 8 to ws-rl-rc
    else
        move 0 to ws-rl-rc
    end-if.
    if ed-xcount = 0
        move 'W' to ws-rl-action
        move 0 to ws-rl-rows
        call 'runledger' using ws-rl-action ws-rl-job
            ws-arg-input ws-rl-rows ws-rl-rc ws-rl-result
    end-if.
    perform varying ed-xidx from 1 by 1 until ed-xidx > ed-xcount
        if edx-dup(ed-xidx) = 'N'
            perform 0160-ledgerkey
            move 'W' to ws-rl-action
            move edx-invoices(ed-xidx) to ws-rl-rows
            call 'runledger' using ws-rl-action ws-rl-job
                ws-rl-input ws-rl-rows ws-rl-rc ws-rl-result
        end-if
    end-perform.

*>*****************************************************************
*> 0800-quarantine                                                 *
*>                                                                *
*> As BAI2LOAD does it, with the first interchange's sender as the *
*> vendor on the register.                                         *
*>*****************************************************************
0800-quarantine.
    move 'EDI' to ed-quar-vendor.
    if ed-xcount > 0
        if edx-sender(1) not = spaces
            move function trim(edx-sender(1)) to ed-quar-vendor
        end-if
    end-if.
    move spaces to ed-quar-cmd.
    string 'quarantine ADD '
        function trim(ws-arg-input) ','
        function trim(ed-quar-vendor) ','
        'RC=8,'
        'edi810load ' function trim(ws-arg-input) ' CHECK'
        delimited by size into ed-quar-cmd.
    call 'SYSTEM' using ed-quar-cmd
        returning ed-quar-rc.
    if ed-quar-rc = 0
        display 'File quarantined as '
            function trim(ws-arg-input) '.quar.'
    else
        display 'Quarantine of ' function trim(ws-arg-input)
            ' FAILED (RC ' ed-quar-rc
            '); remove it from the load path by hand.'
    end-if.

*>*****************************************************************
*> 0900-alert                                                      *
*>*****************************************************************
0900-alert.
    move 'C' to ed-al-severity.
    move ws-arg-input to ed-al-key.
    move spaces to ed-al-msg.
    string 'EDI 810 file failed validation: ' ed-first-error
        delimited by size into ed-al-msg.
    call 'alertadd' using ed-al-severity ed-al-job
        ed-al-key ed-al-msg.

end program edi810load.
