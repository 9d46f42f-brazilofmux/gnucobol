*>*****************************************************************
*> auditsamp - Statistical audit sampling of disbursements.        *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> The auditors picked their payment samples by hand off PAYDETL   *
*> printouts and argued every year over whether the pick was       *
*> random.  This draws the sample from the run detail PAYDETL.DAT  *
*> - every invoice line of a payment dated in the audit range,     *
*> payments voided on PAYREG.DAT left out, each line's NET its     *
*> amount - by one of three methods:                               *
*>                                                                *
*>   RANDOM  simple random sampling: SIZE lines, every line        *
*>           equally likely, none twice                            *
*>   MUS     monetary-unit sampling: the interval is the sampled   *
*>           amount over SIZE, a random start inside the first     *
*>           interval, and every line holding one of the SIZE      *
*>           selection points is taken (a line larger than the     *
*>           interval can hold several; lines of zero or less      *
*>           hold none)                                            *
*>   STRATA  stratified by amount band: SAMPBANDS.DAT lists the    *
*>           bands as UPPER,SIZE lines in ascending order, UPPER * *
*>           for an open top band; each band gets a simple random  *
*>           sample of its SIZE (SIZE from the command line where  *
*>           a line leaves it off, and for the open band added     *
*>           when the file has none)                               *
*>                                                                *
*> Lines at or above the key-item threshold are always taken, as   *
*> KEY, and stay out of the population the method samples.         *
*>                                                                *
*> The random numbers come from the stepper PROPTEST and TESTGEN   *
*> use, off a seed - the one given, or one taken from the clock    *
*> and recorded - so the parameters page ends with the command     *
*> line that draws the same sample again from the same files.      *
*> The sample listing follows: each line with its payment, its     *
*> invoice, the purchase order MATCHED.DAT shows for the invoice,  *
*> the PO's vendor and amount from PURCHORD.DAT, and its receipts  *
*> from PORECPTS.DAT (how many, the quantity received, the last    *
*> receipt date).  The same goes to AUDSAMP.DAT for the working    *
*> papers, a P line of parameters and an S line per sample item:   *
*>                                                                *
*>   P,FROM,TO,METHOD,SIZE,KEYTHRESHOLD,SEED,INTERVAL,START,       *
*>     ITEMS,AMOUNT                                                *
*>   S,SEQ,REASON,STRATUM,PAYNO,PAYDATE,VENDOR,INVOICE,INVDATE,    *
*>     AMOUNT,PO,POAMOUNT,RECEIPTS,RECEIVEDQTY,LASTRECEIPT         *
*>                                                                *
*> Command line: from-date to-date RANDOM|MUS|STRATA size          *
*>               [key-threshold] [seed]                            *
*>                                                                *
*> Dates are YYYY-MM-DD; a key threshold of 0 (the default) means  *
*> no key items.  RETURN-CODE 4 when nothing in the range can be   *
*> sampled, 8 for a bad argument, a missing PAYDETL.DAT, or a      *
*> missing or bad SAMPBANDS.DAT, 16 when a file outgrows its       *
*> table (no sample is drawn).                                     *
*>*****************************************************************
identification division.
program-id. auditsamp.

environment division.
configuration section.
repository.
    function dateparse
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select payreg-file assign to 'payreg.dat'
        organization is line sequential
        access is sequential
        file status is ws-payreg-status.

    select paydetl-file assign to 'paydetl.dat'
        organization is line sequential
        access is sequential
        file status is ws-paydetl-status.

    select matched-file assign to 'matched.dat'
        organization is line sequential
        access is sequential
        file status is ws-matched-status.

    select po-file assign to 'purchord.dat'
        organization is line sequential
        access is sequential
        file status is ws-po-status.

    select receipt-file assign to 'porecpts.dat'
        organization is line sequential
        access is sequential
        file status is ws-receipt-status.

    select bands-file assign to 'sampbands.dat'
        organization is line sequential
        access is sequential
        file status is ws-bands-status.

    select sample-file assign to 'audsamp.dat'
        organization is line sequential
        access is sequential
        file status is ws-sample-status.

data division.
file section.
fd  payreg-file.

01  payreg-record        pic x(80).

fd  paydetl-file.

01  paydetl-record       pic x(120).

fd  matched-file.

01  matched-record       pic x(120).

fd  po-file.

01  po-record            pic x(80).

fd  receipt-file.

01  receipt-record       pic x(80).

fd  bands-file.

01  bands-record         pic x(80).

fd  sample-file.

01  sample-record        pic x(200).

working-storage section.
01  ws-payreg-status     pic xx.
    88  ws-payreg-ok         value '00'.
01  ws-paydetl-status    pic xx.
    88  ws-paydetl-ok        value '00'.
01  ws-matched-status    pic xx.
    88  ws-matched-ok        value '00'.
01  ws-po-status         pic xx.
    88  ws-po-ok             value '00'.
01  ws-receipt-status    pic xx.
    88  ws-receipt-ok        value '00'.
01  ws-bands-status      pic xx.
    88  ws-bands-ok          value '00'.
01  ws-sample-status     pic xx.
    88  ws-sample-ok         value '00'.

01  ws-eof-payreg        pic x       value 'N'.
    88  eof-payreg           value 'Y'.
01  ws-eof-paydetl       pic x       value 'N'.
    88  eof-paydetl          value 'Y'.
01  ws-eof-matched       pic x       value 'N'.
    88  eof-matched          value 'Y'.
01  ws-eof-po            pic x       value 'N'.
    88  eof-po               value 'Y'.
01  ws-eof-receipt       pic x       value 'N'.
    88  eof-receipt          value 'Y'.
01  ws-eof-bands         pic x       value 'N'.
    88  eof-bands            value 'Y'.

01  ws-cmdline           pic x(200).
01  ws-arg-from          pic x(10).
01  ws-arg-to            pic x(10).
01  ws-arg-method        pic x(8).
01  ws-arg-size          pic x(8).
01  ws-arg-key           pic x(16).
01  ws-arg-seed          pic x(12).

01  as-args-ok           pic x       value 'Y'.
01  as-overflow          pic x       value 'N'.
01  as-method            pic x(8).
    88  random-method        value 'RANDOM'.
    88  mus-method           value 'MUS'.
    88  strata-method        value 'STRATA'.
01  as-size              usage signed-int value 0.
01  as-key-threshold     pic s9(11)v99 comp-5 value 0.
01  as-seed              usage signed-int value 0.
01  as-start-seed        usage signed-int.
01  as-seed-given        pic x       value 'N'.
01  as-from-ld           usage signed-int.
01  as-to-ld             usage signed-int.
01  as-from-text         pic x(10).
01  as-to-text           pic x(10).

*>  Payments voided on the register.
*>
01  as-void-count        usage signed-int value 0.
01  as-void              occurs 2000 times pic 9(6).

*>  Invoice -> PO (MATCHED.DAT), PO -> vendor and amount
*>  (PURCHORD.DAT), and each PO's receipts (PORECPTS.DAT).
*>
01  as-match-count       usage signed-int value 0.
01  as-matches.
    05  as-match occurs 5000 times.
        10  asm-invoice          pic x(16).
        10  asm-po               pic x(12).

01  as-po-count          usage signed-int value 0.
01  as-pos.
    05  as-po occurs 2000 times.
        10  aso-po               pic x(12).
        10  aso-vendor           pic x(12).
        10  aso-amount           pic s9(11)v99 comp-5.

01  as-rcpt-count        usage signed-int value 0.
01  as-rcpts.
    05  as-rcpt occurs 2000 times.
        10  asr-po               pic x(12).
        10  asr-count            usage signed-int.
        10  asr-qty              pic s9(9)v99 comp-5.
        10  asr-last             pic x(10).

*>  The amount bands for STRATA.
*>
01  as-band-count        usage signed-int value 0.
01  as-bands.
    05  as-band occurs 10 times.
        10  asb-upper            pic s9(11)v99 comp-5.
        10  asb-open             pic x.
        10  asb-size             usage signed-int.
        10  asb-items            usage signed-int.
        10  asb-amount           pic s9(13)v99 comp-5.
        10  asb-taken            usage signed-int.

*>  The population: every PAYDETL line in range, in file order.
*>  ASP-REASON is spaces until the line is selected; ASP-STRATUM
*>  is its band under STRATA.
*>
01  as-pop-count         usage signed-int value 0.
01  as-population.
    05  as-pop occurs 5000 times.
        10  asp-payno            pic 9(6).
        10  asp-paydate          pic x(10).
        10  asp-vendor           pic x(12).
        10  asp-invoice          pic x(16).
        10  asp-invdate          pic x(10).
        10  asp-amount           pic s9(11)v99 comp-5.
        10  asp-key              pic x.
        10  asp-stratum          usage signed-int.
        10  asp-reason           pic x(8).
        10  asp-hits             usage signed-int.

*>  Lines a draw chooses among (see 0350-draw).
*>
01  as-cand-count        usage signed-int value 0.
01  as-cand              usage signed-int occurs 5000 times.
01  as-draw-count        usage signed-int.
01  as-draw-reason       pic x(8).
01  as-swap              usage signed-int.

*>  Population and sample figures.
*>
01  as-pop-amount        pic s9(13)v99 comp-5 value 0.
01  as-key-items         usage signed-int value 0.
01  as-key-amount        pic s9(13)v99 comp-5 value 0.
01  as-frame-items       usage signed-int value 0.
01  as-frame-amount      pic s9(13)v99 comp-5 value 0.
01  as-sample-items      usage signed-int value 0.
01  as-sample-amount     pic s9(13)v99 comp-5 value 0.

*>  Monetary-unit sampling, in cents.
*>
01  as-mus-total         pic s9(15) comp-5 value 0.
01  as-interval          pic s9(15) comp-5 value 0.
01  as-start             pic s9(15) comp-5 value 0.
01  as-point             pic s9(15) comp-5.
01  as-cum               pic s9(15) comp-5.
01  as-cum-next          pic s9(15) comp-5.
01  as-points-left       usage signed-int.
01  as-cents-amount      pic s9(11)v99 comp-5.

01  as-idx               usage signed-int.
01  as-jdx               usage signed-int.
01  as-bidx              usage signed-int.
01  as-midx              usage signed-int.
01  as-oidx              usage signed-int.
01  as-ridx              usage signed-int.
01  as-seq               usage signed-int.
01  as-found             pic x.

01  as-tok-1             pic x(16).
01  as-tok-2             pic x(16).
01  as-tok-3             pic x(16).
01  as-tok-4             pic x(16).
01  as-tok-5             pic x(16).
01  as-tok-6             pic x(16).
01  as-tok-7             pic x(16).
01  as-tok-8             pic x(16).

01  as-parse-result.
    05  as-p-fielded.
        10  as-p-year        pic s9(9)   comp-5.
        10  as-p-month       pic 99      comp-5.
        10  as-p-dom         pic 99      comp-5.
    05  as-p-success     pic x.
01  as-ld                usage signed-int.

01  as-date-text.
    05  as-dt-year           pic 9(4).
    05  filler               pic x value '-'.
    05  as-dt-month          pic 99.
    05  filler               pic x value '-'.
    05  as-dt-dom            pic 99.

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

*>  Listing and file edits.
*>
01  as-line              pic x(160).
01  as-po-no             pic x(12).
01  as-po-vendor         pic x(12).
01  as-po-amount         pic s9(11)v99 comp-5.
01  as-rc-count          usage signed-int.
01  as-rc-qty            pic s9(9)v99 comp-5.
01  as-rc-last           pic x(10).
01  as-count-display     pic z(5)9.
01  as-seq-display       pic z(4)9.
01  as-hits-display      pic z9.
01  as-band-display      pic z9.
01  as-seed-display      pic z(9)9.
01  as-amount-display    pic -(11)9.99.
01  as-total-display     pic -(13)9.99.
01  as-qty-display       pic -(8)9.99.
01  as-cents-display     pic z(14)9.
01  as-key-text          pic x(16).
01  as-e-amount          pic x(16).
01  as-e-poamount        pic x(16).
01  as-e-qty             pic x(16).
01  as-e-count           pic x(8).
01  as-e-seq             pic x(8).
01  as-e-band            pic x(4).
01  as-e-interval        pic x(16).
01  as-e-start           pic x(16).

procedure division.
0000-start-here.
    move 0 to return-code.

    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move spaces to ws-arg-from ws-arg-to ws-arg-method ws-arg-size
        ws-arg-key ws-arg-seed.
    unstring ws-cmdline delimited by all space
        into ws-arg-from ws-arg-to ws-arg-method ws-arg-size
            ws-arg-key ws-arg-seed.
    move function upper-case(ws-arg-method) to as-method.

    move dateparse(ws-arg-from, '02') to as-parse-result.
    if as-p-success = 'Y'
        move fielded_to_linear(as-p-year, as-p-month, as-p-dom)
            to as-from-ld
        perform 0960-datetext
        move as-date-text to as-from-text
    else
        move 'N' to as-args-ok
    end-if.
    move dateparse(ws-arg-to, '02') to as-parse-result.
    if as-p-success = 'Y'
        move fielded_to_linear(as-p-year, as-p-month, as-p-dom)
            to as-to-ld
        perform 0960-datetext
        move as-date-text to as-to-text
    else
        move 'N' to as-args-ok
    end-if.
    if as-args-ok = 'Y' and as-to-ld < as-from-ld
        move 'N' to as-args-ok
    end-if.

    if not random-method and not mus-method and not strata-method
        move 'N' to as-args-ok
    end-if.

    if ws-arg-size = spaces or function test-numval(ws-arg-size) not = 0
        move 'N' to as-args-ok
    else
        if function numval(ws-arg-size) < 1
                or function numval(ws-arg-size) > 5000
            move 'N' to as-args-ok
        else
            compute as-size = function numval(ws-arg-size)
        end-if
    end-if.

    if ws-arg-key not = spaces
        if function test-numval(ws-arg-key) not = 0
                or function numval(ws-arg-key) < 0
            move 'N' to as-args-ok
        else
            compute as-key-threshold = function numval(ws-arg-key)
        end-if
    end-if.

    if ws-arg-seed not = spaces
        if function test-numval(ws-arg-seed) not = 0
                or function numval(ws-arg-seed) < 1
                or function numval(ws-arg-seed) > 2147483646
            move 'N' to as-args-ok
        else
            compute as-seed = function numval(ws-arg-seed)
            move 'Y' to as-seed-given
        end-if
    end-if.

    if as-args-ok = 'N'
        display 'Usage: auditsamp from-date to-date RANDOM|MUS|STRATA'
            ' size [key-threshold] [seed]'
        display '       dates YYYY-MM-DD, from not after to; size'
            ' 1-5000; seed 1-2147483646.'
        move 8 to return-code
        go to 9000-end
    end-if.

*>  no seed given: one from the clock, recorded on the parameters
*>  page so the draw can be repeated.
*>
    if as-seed-given = 'N'
        move function current-date to time-stamp
        compute as-seed = function mod(ts-dom * 8640000
            + ts-hours * 360000 + ts-minutes * 6000
            + ts-seconds * 100, 2147483646) + 1
    end-if.
    move as-seed to as-start-seed.

    if strata-method
        perform 0180-loadbands thru 0180-exit
        if as-band-count = 0
            display 'sampbands.dat is missing, empty, or not in'
                ' ascending UPPER,SIZE lines; nothing sampled.'
            move 8 to return-code
            go to 9000-end
        end-if
    end-if.

    perform 0100-loadvoids.
    perform 0120-loadmatched.
    perform 0140-loadpos.
    perform 0160-loadreceipts.

    open input paydetl-file.
    if not ws-paydetl-ok
        display 'paydetl.dat is missing; run payrun first.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0930-readpaydetl.
    perform until eof-paydetl or as-overflow = 'Y'
        perform 0200-onedetail thru 0200-exit
        perform 0930-readpaydetl
    end-perform.
    close paydetl-file.

    if as-overflow = 'Y'
        display 'paydetl.dat, payreg.dat, matched.dat, purchord.dat'
            ' or porecpts.dat exceeds its table; nothing sampled.'
        move 16 to return-code
        go to 9000-end
    end-if.

    if as-pop-count = 0
        display 'No disbursements on paydetl.dat dated '
            as-from-text ' through ' as-to-text '; nothing sampled.'
        move 4 to return-code
        go to 9000-end
    end-if.

    evaluate true
        when random-method
            perform 0300-random
        when mus-method
            perform 0400-mus
        when strata-method
            perform 0500-strata
    end-evaluate.

    perform varying as-idx from 1 by 1 until as-idx > as-pop-count
        if asp-reason(as-idx) not = spaces
            add 1 to as-sample-items
            add asp-amount(as-idx) to as-sample-amount
        end-if
    end-perform.

    open output sample-file.
    perform 0600-parameters.
    perform 0700-listing.
    close sample-file.

    if as-sample-items = 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadvoids                                                  *
*>*****************************************************************
0100-loadvoids.
    open input payreg-file.
    if ws-payreg-ok
        perform 0910-readpayreg
        perform until eof-payreg
            move spaces to as-tok-1 as-tok-2 as-tok-3 as-tok-4
                as-tok-5
            unstring payreg-record delimited by ','
                into as-tok-1 as-tok-2 as-tok-3 as-tok-4 as-tok-5
            end-unstring
            if as-tok-1 not = spaces and as-tok-5 = 'VOID'
                if as-void-count >= 2000
                    move 'Y' to as-overflow
                else
                    add 1 to as-void-count
                    compute as-void(as-void-count) =
                        function numval(as-tok-1)
                end-if
            end-if
            perform 0910-readpayreg
        end-perform
        close payreg-file
    end-if.

*>*****************************************************************
*> 0120-loadmatched / 0140-loadpos / 0160-loadreceipts             *
*>                                                                *
*> The supporting references; any of the three files missing only  *
*> leaves its columns of the listing blank.                        *
*>*****************************************************************
0120-loadmatched.
    open input matched-file.
    if ws-matched-ok
        perform 0920-readmatched
        perform until eof-matched
            move spaces to as-tok-1 as-tok-2 as-tok-3 as-tok-4
                as-tok-5 as-tok-6
            unstring matched-record delimited by ','
                into as-tok-1 as-tok-2 as-tok-3 as-tok-4 as-tok-5
                    as-tok-6
            end-unstring
            if as-tok-1 not = spaces
                if as-match-count >= 5000
                    move 'Y' to as-overflow
                else
                    add 1 to as-match-count
                    move as-tok-1 to asm-invoice(as-match-count)
                    move as-tok-6 to asm-po(as-match-count)
                end-if
            end-if
            perform 0920-readmatched
        end-perform
        close matched-file
    end-if.

0140-loadpos.
    open input po-file.
    if ws-po-ok
        perform 0940-readpo
        perform until eof-po
            move spaces to as-tok-1 as-tok-2 as-tok-3 as-tok-4
            unstring po-record delimited by ','
                into as-tok-1 as-tok-2 as-tok-3 as-tok-4
            end-unstring
            if as-tok-1 not = spaces
                if as-po-count >= 2000
                    move 'Y' to as-overflow
                else
                    add 1 to as-po-count
                    move as-tok-1 to aso-po(as-po-count)
                    move as-tok-2 to aso-vendor(as-po-count)
                    compute aso-amount(as-po-count) =
                        function numval(as-tok-4)
                end-if
            end-if
            perform 0940-readpo
        end-perform
        close po-file
    end-if.

0160-loadreceipts.
    open input receipt-file.
    if ws-receipt-ok
        perform 0950-readreceipt
        perform until eof-receipt
            move spaces to as-tok-1 as-tok-2 as-tok-3
            unstring receipt-record delimited by ','
                into as-tok-1 as-tok-2 as-tok-3
            end-unstring
            if as-tok-1 not = spaces
                move 0 to as-ridx
                perform varying as-jdx from 1 by 1
                        until as-jdx > as-rcpt-count or as-ridx > 0
                    if asr-po(as-jdx) = as-tok-1
                        move as-jdx to as-ridx
                    end-if
                end-perform
                if as-ridx = 0
                    if as-rcpt-count >= 2000
                        move 'Y' to as-overflow
                    else
                        add 1 to as-rcpt-count
                        move as-rcpt-count to as-ridx
                        move as-tok-1 to asr-po(as-ridx)
                        move 0 to asr-count(as-ridx) asr-qty(as-ridx)
                        move spaces to asr-last(as-ridx)
                    end-if
                end-if
                if as-ridx > 0
                    add 1 to asr-count(as-ridx)
                    compute asr-qty(as-ridx) = asr-qty(as-ridx)
                        + function numval(as-tok-3)
                    if as-tok-2 > asr-last(as-ridx)
                        move as-tok-2 to asr-last(as-ridx)
                    end-if
                end-if
            end-if
            perform 0950-readreceipt
        end-perform
        close receipt-file
    end-if.

*>*****************************************************************
*> 0180-loadbands                                                  *
*>                                                                *
*> UPPER,SIZE lines, UPPERs strictly ascending, '*' only last; an  *
*> open top band is added when the file has none.                  *
*>*****************************************************************
0180-loadbands.
    open input bands-file.
    if not ws-bands-ok
        go to 0180-exit
    end-if.
    perform 0970-readbands.
    perform until eof-bands
        move spaces to as-tok-1 as-tok-2
        unstring bands-record delimited by ','
            into as-tok-1 as-tok-2
        end-unstring
        if as-tok-1 not = spaces
            if as-band-count >= 10
                    or (as-band-count > 0
                        and asb-open(as-band-count) = 'Y')
                move 'N' to as-args-ok
            else
                add 1 to as-band-count
                move as-band-count to as-bidx
                move 'N' to asb-open(as-bidx)
                move 0 to asb-upper(as-bidx) asb-items(as-bidx)
                    asb-amount(as-bidx) asb-taken(as-bidx)
                if as-tok-1 = '*'
                    move 'Y' to asb-open(as-bidx)
                else
                    if function test-numval(as-tok-1) = 0
                        compute asb-upper(as-bidx) =
                            function numval(as-tok-1)
                        if as-bidx > 1
                            if asb-upper(as-bidx)
                                    <= asb-upper(as-bidx - 1)
                                move 'N' to as-args-ok
                            end-if
                        end-if
                    else
                        move 'N' to as-args-ok
                    end-if
                end-if
                move as-size to asb-size(as-bidx)
                if as-tok-2 not = spaces
                    if function test-numval(as-tok-2) = 0
                            and function numval(as-tok-2) >= 0
                        compute asb-size(as-bidx) =
                            function numval(as-tok-2)
                    else
                        move 'N' to as-args-ok
                    end-if
                end-if
            end-if
        end-if
        perform 0970-readbands
    end-perform.
    close bands-file.

    if as-args-ok = 'N'
        move 0 to as-band-count
        go to 0180-exit
    end-if.
    if as-band-count > 0 and asb-open(as-band-count) = 'N'
        if as-band-count >= 10
            move 0 to as-band-count
            go to 0180-exit
        end-if
        add 1 to as-band-count
        move 'Y' to asb-open(as-band-count)
        move 0 to asb-upper(as-band-count) asb-items(as-band-count)
            asb-amount(as-band-count) asb-taken(as-band-count)
        move as-size to asb-size(as-band-count)
    end-if.
0180-exit.
    exit.

*>*****************************************************************
*> 0200-onedetail                                                  *
*>                                                                *
*> PAYNO,VENDOR,INVOICE,GROSS,DISC,NET,DATE,INVDATE - into the     *
*> population when its payment date is in range and the payment    *
*> was not voided.                                                 *
*>*****************************************************************
0200-onedetail.
    move spaces to as-tok-1 as-tok-2 as-tok-3 as-tok-4 as-tok-5
        as-tok-6 as-tok-7 as-tok-8.
    unstring paydetl-record delimited by ','
        into as-tok-1 as-tok-2 as-tok-3 as-tok-4 as-tok-5 as-tok-6
            as-tok-7 as-tok-8
    end-unstring.
    if as-tok-1 = spaces or function test-numval(as-tok-1) not = 0
        go to 0200-exit
    end-if.
    move dateparse(as-tok-7, '02') to as-parse-result.
    if as-p-success not = 'Y'
        go to 0200-exit
    end-if.
    move fielded_to_linear(as-p-year, as-p-month, as-p-dom) to as-ld.
    if as-ld < as-from-ld or as-ld > as-to-ld
        go to 0200-exit
    end-if.
    move 'N' to as-found.
    perform varying as-jdx from 1 by 1 until as-jdx > as-void-count
        if as-void(as-jdx) = function numval(as-tok-1)
            move 'Y' to as-found
        end-if
    end-perform.
    if as-found = 'Y'
        go to 0200-exit
    end-if.

    if as-pop-count >= 5000
        move 'Y' to as-overflow
        go to 0200-exit
    end-if.
    add 1 to as-pop-count.
    move as-pop-count to as-idx.
    compute asp-payno(as-idx) = function numval(as-tok-1).
    move as-tok-2 to asp-vendor(as-idx).
    move as-tok-3 to asp-invoice(as-idx).
    compute asp-amount(as-idx) = function numval(as-tok-6).
    move as-tok-7 to asp-paydate(as-idx).
    move as-tok-8 to asp-invdate(as-idx).
    move 'N' to asp-key(as-idx).
    move 0 to asp-stratum(as-idx) asp-hits(as-idx).
    move spaces to asp-reason(as-idx).
    add asp-amount(as-idx) to as-pop-amount.

    if as-key-threshold > 0
            and asp-amount(as-idx) >= as-key-threshold
        move 'Y' to asp-key(as-idx)
        move 'KEY' to asp-reason(as-idx)
        add 1 to as-key-items
        add asp-amount(as-idx) to as-key-amount
    else
        add 1 to as-frame-items
        add asp-amount(as-idx) to as-frame-amount
    end-if.
0200-exit.
    exit.

*>*****************************************************************
*> 0300-random                                                     *
*>*****************************************************************
0300-random.
    move 0 to as-cand-count.
    perform varying as-idx from 1 by 1 until as-idx > as-pop-count
        if asp-key(as-idx) = 'N'
            add 1 to as-cand-count
            move as-idx to as-cand(as-cand-count)
        end-if
    end-perform.
    move as-size to as-draw-count.
    move 'RANDOM' to as-draw-reason.
    perform 0350-draw.

*>*****************************************************************
*> 0350-draw                                                       *
*>                                                                *
*> AS-DRAW-COUNT of the AS-CAND-COUNT lines in AS-CAND, each draw  *
*> a uniform pick among those not yet drawn (a partial shuffle:    *
*> the Ith draw swaps a random later candidate into place I), all  *
*> of them when there are no more than that.                       *
*>*****************************************************************
0350-draw.
    if as-draw-count > as-cand-count
        move as-cand-count to as-draw-count
    end-if.
    perform varying as-jdx from 1 by 1 until as-jdx > as-draw-count
        perform 0990-nextrandom
        compute as-midx = as-jdx
            + function mod(as-seed, as-cand-count - as-jdx + 1)
        move as-cand(as-midx) to as-swap
        move as-cand(as-jdx) to as-cand(as-midx)
        move as-swap to as-cand(as-jdx)
        move as-draw-reason to asp-reason(as-swap)
        add 1 to asp-hits(as-swap)
    end-perform.

*>*****************************************************************
*> 0400-mus                                                        *
*>                                                                *
*> The sampled lines laid end to end in file order, a cent at a    *
*> time; SIZE selection points an interval apart from a random     *
*> start, and each line takes the points that fall inside it.      *
*>*****************************************************************
0400-mus.
    move 0 to as-mus-total.
    perform varying as-idx from 1 by 1 until as-idx > as-pop-count
        if asp-key(as-idx) = 'N' and asp-amount(as-idx) > 0
            compute as-mus-total =
                as-mus-total + asp-amount(as-idx) * 100
        end-if
    end-perform.
    if as-mus-total = 0
        display 'No positive amounts outside the key items; no'
            ' monetary-unit sample drawn.'
    else
        compute as-interval = as-mus-total / as-size
        if as-interval < 1
            move 1 to as-interval
        end-if
        perform 0990-nextrandom
        compute as-start = function mod(as-seed, as-interval) + 1
        move as-start to as-point
        move as-size to as-points-left
        move 0 to as-cum
        perform varying as-idx from 1 by 1
                until as-idx > as-pop-count or as-points-left = 0
            if asp-key(as-idx) = 'N' and asp-amount(as-idx) > 0
                compute as-cum-next =
                    as-cum + asp-amount(as-idx) * 100
                perform until as-points-left = 0
                        or as-point > as-cum-next
                    move 'MUS' to asp-reason(as-idx)
                    add 1 to asp-hits(as-idx)
                    add as-interval to as-point
                    subtract 1 from as-points-left
                end-perform
                move as-cum-next to as-cum
            end-if
        end-perform
    end-if.

*>*****************************************************************
*> 0500-strata                                                     *
*>*****************************************************************
0500-strata.
    perform varying as-idx from 1 by 1 until as-idx > as-pop-count
        if asp-key(as-idx) = 'N'
            move 0 to asp-stratum(as-idx)
            perform varying as-bidx from 1 by 1
                    until as-bidx > as-band-count
                    or asp-stratum(as-idx) > 0
                if asb-open(as-bidx) = 'Y'
                        or asp-amount(as-idx) <= asb-upper(as-bidx)
                    move as-bidx to asp-stratum(as-idx)
                end-if
            end-perform
            move asp-stratum(as-idx) to as-bidx
            add 1 to asb-items(as-bidx)
            add asp-amount(as-idx) to asb-amount(as-bidx)
        end-if
    end-perform.

    perform varying as-bidx from 1 by 1 until as-bidx > as-band-count
        move 0 to as-cand-count
        perform varying as-idx from 1 by 1 until as-idx > as-pop-count
            if asp-key(as-idx) = 'N'
                    and asp-stratum(as-idx) = as-bidx
                add 1 to as-cand-count
                move as-idx to as-cand(as-cand-count)
            end-if
        end-perform
        move asb-size(as-bidx) to as-draw-count
        move 'STRATUM' to as-draw-reason
        perform 0350-draw
        move as-draw-count to asb-taken(as-bidx)
    end-perform.

*>*****************************************************************
*> 0600-parameters                                                 *
*>                                                                *
*> The selection parameters page, and the P line of AUDSAMP.DAT.   *
*>*****************************************************************
0600-parameters.
    display '=============================================='.
    display 'AUDIT SAMPLE OF DISBURSEMENTS - SELECTION PARAMETERS'.
    display ' '.
    display 'Population    paydetl.dat lines paid ' as-from-text
        ' through ' as-to-text ', voided payments excluded'.
    move as-pop-count to as-count-display.
    move as-pop-amount to as-total-display.
    display 'All lines     ' as-count-display '   amount '
        as-total-display.
    move as-key-threshold to as-amount-display.
    if as-key-threshold > 0
        move as-key-items to as-count-display
        move as-key-amount to as-total-display
        display 'Key items     ' as-count-display '   amount '
            as-total-display '   (at or above '
            function trim(as-amount-display) ', all taken)'
    else
        display 'Key items     none (no key-item threshold)'
    end-if.
    move as-frame-items to as-count-display.
    move as-frame-amount to as-total-display.
    display 'Sampled from  ' as-count-display '   amount '
        as-total-display.
    display ' '.
    move as-size to as-count-display.
    move as-start-seed to as-seed-display.
    display 'Method        ' as-method.
    display 'Sample size   ' function trim(as-count-display).
    if as-seed-given = 'Y'
        display 'Seed          ' function trim(as-seed-display)
    else
        display 'Seed          ' function trim(as-seed-display)
            '   (from the clock)'
    end-if.

    if mus-method and as-interval > 0
        compute as-cents-amount = as-interval / 100
        move as-cents-amount to as-amount-display
        display 'Interval      ' function trim(as-amount-display)
            with no advancing
        compute as-cents-amount = as-start / 100
        move as-cents-amount to as-amount-display
        display '   random start ' function trim(as-amount-display)
    end-if.

    if strata-method
        display ' '
        display 'Band  Over             Up to            Lines'
            '           Amount  Sample'
        perform varying as-bidx from 1 by 1
                until as-bidx > as-band-count
            move spaces to as-line
            move as-bidx to as-band-display
            move as-band-display to as-line(1:4)
            if as-bidx > 1
                move asb-upper(as-bidx - 1) to as-amount-display
                move as-amount-display to as-line(7:15)
            end-if
            if asb-open(as-bidx) = 'Y'
                move '      (no limit)' to as-line(24:16)
            else
                move asb-upper(as-bidx) to as-amount-display
                move as-amount-display to as-line(24:15)
            end-if
            move asb-items(as-bidx) to as-count-display
            move as-count-display to as-line(41:6)
            move asb-amount(as-bidx) to as-total-display
            move as-total-display to as-line(48:18)
            move asb-taken(as-bidx) to as-count-display
            move as-count-display to as-line(67:6)
            display as-line(1:72)
        end-perform
    end-if.

    display ' '.
    move spaces to as-key-text.
    move as-key-threshold to as-amount-display.
    move function trim(as-amount-display) to as-key-text.
    display 'To draw this sample again from the same files:'.
    display '    auditsamp ' as-from-text ' ' as-to-text ' '
        function trim(as-method) ' ' function trim(as-count-display)
        with no advancing.
    display ' ' function trim(as-key-text) ' '
        function trim(as-seed-display).

    move spaces to sample-record.
    move as-pop-count to as-count-display.
    move as-pop-amount to as-total-display.
    move function trim(as-total-display) to as-e-amount.
    move spaces to as-e-interval as-e-start.
    if mus-method and as-interval > 0
        compute as-cents-amount = as-interval / 100
        move as-cents-amount to as-amount-display
        move function trim(as-amount-display) to as-e-interval
        compute as-cents-amount = as-start / 100
        move as-cents-amount to as-amount-display
        move function trim(as-amount-display) to as-e-start
    end-if.
    move as-size to as-seq-display.
    move function trim(as-seq-display) to as-e-count.
    string 'P,' as-from-text ',' as-to-text ','
        function trim(as-method) ','
        function trim(as-e-count) ','
        function trim(as-key-text) ','
        function trim(as-seed-display) ','
        function trim(as-e-interval) ','
        function trim(as-e-start) ','
        function trim(as-count-display) ','
        function trim(as-e-amount)
        delimited by size into sample-record.
    write sample-record.

*>*****************************************************************
*> 0700-listing                                                    *
*>                                                                *
*> The sample in PAYDETL order with its supporting references,     *
*> and an S line of AUDSAMP.DAT for each.                          *
*>*****************************************************************
0700-listing.
    display ' '.
    display '=============================================='.
    display 'AUDIT SAMPLE LISTING'.
    display ' '.
    display '  Seq Reason  Bd Payno  Paid       Vendor       '
        'Invoice          Inv date            Amount'.
    display '                 PO           PO vendor              '
        'PO amount  Receipts    Qty received  Last receipt'.
    move 0 to as-seq.
    perform varying as-idx from 1 by 1 until as-idx > as-pop-count
        if asp-reason(as-idx) not = spaces
            perform 0710-sampleline
        end-if
    end-perform.
    display ' '.
    move as-sample-items to as-count-display.
    move as-sample-amount to as-total-display.
    display 'Sample lines  ' as-count-display '   amount '
        as-total-display.

0710-sampleline.
    add 1 to as-seq.
    perform 0720-references.

    move spaces to as-line.
    move as-seq to as-seq-display.
    move as-seq-display to as-line(1:5).
    move asp-reason(as-idx) to as-line(7:7).
    if asp-stratum(as-idx) > 0
        move asp-stratum(as-idx) to as-band-display
        move as-band-display to as-line(15:2)
    end-if.
    move asp-payno(as-idx) to as-line(18:6).
    move asp-paydate(as-idx) to as-line(25:10).
    move asp-vendor(as-idx) to as-line(36:12).
    move asp-invoice(as-idx) to as-line(49:16).
    move asp-invdate(as-idx) to as-line(66:10).
    move asp-amount(as-idx) to as-amount-display.
    move as-amount-display to as-line(77:15).
    if asp-hits(as-idx) > 1
        move asp-hits(as-idx) to as-hits-display
        string '(' function trim(as-hits-display) ' hits)'
            delimited by size into as-line(93:10)
    end-if.
    display function trim(as-line trailing).

    move spaces to as-line.
    move as-po-no to as-line(18:12).
    move as-po-vendor to as-line(31:12).
    if as-po-vendor not = spaces
        move as-po-amount to as-amount-display
        move as-amount-display to as-line(48:15)
    end-if.
    if as-po-no not = spaces
        move as-rc-count to as-count-display
        move as-count-display to as-line(66:6)
        move as-rc-qty to as-qty-display
        move as-qty-display to as-line(75:12)
        move as-rc-last to as-line(89:10)
    end-if.
    if as-po-no = spaces
        move '(invoice not on matched.dat)' to as-line(18:28)
    end-if.
    display function trim(as-line trailing).

    move spaces to sample-record as-e-poamount as-e-qty as-e-count
        as-e-band.
    move as-seq to as-seq-display.
    move function trim(as-seq-display) to as-e-seq.
    if asp-stratum(as-idx) > 0
        move asp-stratum(as-idx) to as-band-display
        move function trim(as-band-display) to as-e-band
    end-if.
    move asp-amount(as-idx) to as-amount-display.
    move function trim(as-amount-display) to as-e-amount.
    if as-po-vendor not = spaces
        move as-po-amount to as-amount-display
        move function trim(as-amount-display) to as-e-poamount
    end-if.
    if as-po-no not = spaces
        move as-rc-count to as-count-display
        move function trim(as-count-display) to as-e-count
        move as-rc-qty to as-qty-display
        move function trim(as-qty-display) to as-e-qty
    end-if.
    string 'S,' function trim(as-e-seq) ','
        function trim(asp-reason(as-idx)) ','
        function trim(as-e-band) ','
        asp-payno(as-idx) ','
        function trim(asp-paydate(as-idx)) ','
        function trim(asp-vendor(as-idx)) ','
        function trim(asp-invoice(as-idx)) ','
        function trim(asp-invdate(as-idx)) ','
        function trim(as-e-amount) ','
        function trim(as-po-no) ','
        function trim(as-e-poamount) ','
        function trim(as-e-count) ','
        function trim(as-e-qty) ','
        function trim(as-rc-last)
        delimited by size into sample-record.
    write sample-record.

*>  The invoice's PO from MATCHED.DAT, the PO from PURCHORD.DAT,
*>  and the PO's receipts.
*>
0720-references.
    move spaces to as-po-no as-po-vendor as-rc-last.
    move 0 to as-po-amount as-rc-count as-rc-qty.
    perform varying as-jdx from 1 by 1
            until as-jdx > as-match-count or as-po-no not = spaces
        if asm-invoice(as-jdx) = asp-invoice(as-idx)
            move asm-po(as-jdx) to as-po-no
        end-if
    end-perform.
    if as-po-no not = spaces
        perform varying as-jdx from 1 by 1
                until as-jdx > as-po-count or as-po-vendor not = spaces
            if aso-po(as-jdx) = as-po-no
                move aso-vendor(as-jdx) to as-po-vendor
                move aso-amount(as-jdx) to as-po-amount
            end-if
        end-perform
        perform varying as-jdx from 1 by 1
                until as-jdx > as-rcpt-count
            if asr-po(as-jdx) = as-po-no
                move asr-count(as-jdx) to as-rc-count
                move asr-qty(as-jdx) to as-rc-qty
                move asr-last(as-jdx) to as-rc-last
            end-if
        end-perform
    end-if.

*>*****************************************************************
*> 0910-readpayreg .. 0970-readbands                               *
*>*****************************************************************
0910-readpayreg.
    if not eof-payreg
        read payreg-file
            at end
                move 'Y' to ws-eof-payreg
        end-read
    end-if.

0920-readmatched.
    if not eof-matched
        read matched-file
            at end
                move 'Y' to ws-eof-matched
        end-read
    end-if.

0930-readpaydetl.
    if not eof-paydetl
        read paydetl-file
            at end
                move 'Y' to ws-eof-paydetl
        end-read
    end-if.

0940-readpo.
    if not eof-po
        read po-file
            at end
                move 'Y' to ws-eof-po
        end-read
    end-if.

0950-readreceipt.
    if not eof-receipt
        read receipt-file
            at end
                move 'Y' to ws-eof-receipt
        end-read
    end-if.

0960-datetext.
    move as-p-year to as-dt-year.
    move as-p-month to as-dt-month.
    move as-p-dom to as-dt-dom.

0970-readbands.
    if not eof-bands
        read bands-file
            at end
                move 'Y' to ws-eof-bands
        end-read
    end-if.

*>*****************************************************************
*> 0990-nextrandom                                                 *
*>                                                                *
*> The linear-congruential stepper PROPTEST and TESTGEN use; the   *
*> same seed always gives the same sequence.                       *
*>*****************************************************************
0990-nextrandom.
    compute as-seed =
        function mod(as-seed * 1103515245 + 12345, 2147483647).

end program auditsamp.
