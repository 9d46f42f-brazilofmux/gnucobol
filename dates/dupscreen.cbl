*>*****************************************************************
*> dupscreen - Duplicate-invoice screen between THREEWAY and       *
*>             PAYTERMS.                                           *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> PAIDINV.DAT stops PAYRUN paying the same invoice id twice, but  *
*> a vendor who resubmits "INV-0042" as "INV42", or re-sends the   *
*> same amount and date under a new number, sails through.  This   *
*> reads THREEWAY's MATCHED.DAT (INVOICE,DATE,TERMS,AMOUNT,        *
*> CURRENCY,PO,QTY), resolves each invoice's vendor through        *
*> PURCHORD.DAT, and compares it with every invoice already paid   *
*> (PAYDETL.DAT) and every other invoice in the same batch:        *
*>                                                                *
*>   DUP-NUMBER  same vendor, same invoice number once normalized  *
*>               - upper-cased, punctuation and spaces dropped,    *
*>               leading zeros dropped from each run of digits,    *
*>               so INV-0042, inv 42 and INV42 are one number      *
*>   DUP-AMOUNT  same vendor, same amount, invoice dates within    *
*>               the window of each other                          *
*>                                                                *
*> Clean invoices pass through verbatim to SCREENED.DAT, which     *
*> feeds PAYTERMS exactly as MATCHED.DAT did.  Suspects are held   *
*> back and written to the review file DUPREVIEW.DAT, one line per *
*> rule hit,                                                       *
*>                                                                *
*>   DATE,INVOICE,VENDOR,AMOUNT,RULE,OTHER-INVOICE,SOURCE          *
*>                                                                *
*> (SOURCE PAID-nnnnnn for the payment that covered the other      *
*> invoice, BATCH for another line of this run), with a warning    *
*> alert each and RETURN-CODE 4.  Within a batch only the later    *
*> of two suspect lines is held, so the first copy still pays.     *
*> A reviewer who finds a suspect genuine releases it with         *
*> RELEASE; released ids, kept in DUPCLEAR.DAT, pass the next run. *
*> A paid line with exactly the invoice's own id is not a suspect  *
*> - that is the same invoice, which PAIDINV.DAT already keeps      *
*> PAYRUN from paying again.  History lines written before PAYDETL *
*> carried an INVDATE column are screened by number only.          *
*>                                                                *
*> Command line: [window-days]                                     *
*>               RELEASE invoice                                   *
*>                                                                *
*> The window defaults to 10 calendar days.  RELEASE is gated by   *
*> OPERAUTH and journaled through MAINTJOURNAL.                    *
*>*****************************************************************
identification division.
program-id. dupscreen.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select matched-file assign to 'matched.dat'
        organization is line sequential
        access is sequential
        file status is ws-matched-status.

    select po-file assign to 'purchord.dat'
        organization is line sequential
        access is sequential
        file status is ws-po-status.

    select paydetl-file assign to 'paydetl.dat'
        organization is line sequential
        access is sequential
        file status is ws-paydetl-status.

    select clear-file assign to 'dupclear.dat'
        organization is line sequential
        access is sequential
        file status is ws-clear-status.

    select screened-file assign to 'screened.dat'
        organization is line sequential
        access is sequential.

    select review-file assign to 'dupreview.dat'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  matched-file.

01  matched-record       pic x(120).

fd  po-file.

01  po-record            pic x(80).

fd  paydetl-file.

01  paydetl-record       pic x(120).

fd  clear-file.

01  clear-record         pic x(16).

fd  screened-file.

01  screened-record      pic x(120).

fd  review-file.

01  review-record        pic x(120).

working-storage section.
01  ws-matched-status    pic xx.
    88  ws-matched-ok        value '00'.
01  ws-po-status         pic xx.
    88  ws-po-ok             value '00'.
01  ws-paydetl-status    pic xx.
    88  ws-paydetl-ok        value '00'.
01  ws-clear-status      pic xx.
    88  ws-clear-ok          value '00'.

01  ws-eof-matched       pic x       value 'N'.
    88  eof-matched          value 'Y'.
01  ws-eof-po            pic x       value 'N'.
    88  eof-po               value 'Y'.
01  ws-eof-paydetl       pic x       value 'N'.
    88  eof-paydetl          value 'Y'.
01  ws-eof-clear         pic x       value 'N'.
    88  eof-clear            value 'Y'.

01  ws-cmdline           pic x(80).
01  ws-arg-first         pic x(12).
01  ws-arg-invoice       pic x(16).

*>  This run's invoices.
*>
01  ds-batch-count       usage signed-int value 0.
01  ds-idx               usage signed-int.
01  ds-jdx               usage signed-int.

01  ds-batch.
    05  ds-item occurs 500 times.
        10  dsb-line         pic x(120).
        10  dsb-invoice      pic x(16).
        10  dsb-norm         pic x(16).
        10  dsb-vendor       pic x(12).
        10  dsb-amount       pic s9(11)v99 comp-5.
        10  dsb-date-ld      usage signed-int.
        10  dsb-suspect      pic x.

*>  Paid history from PAYDETL.DAT.
*>
01  ds-hist-count        usage signed-int value 0.
01  ds-history.
    05  ds-hist occurs 5000 times.
        10  dsh-payno        pic x(6).
        10  dsh-invoice      pic x(16).
        10  dsh-norm         pic x(16).
        10  dsh-vendor       pic x(12).
        10  dsh-amount       pic s9(11)v99 comp-5.
        10  dsh-date-ld      usage signed-int.

01  ds-po-count          usage signed-int value 0.
01  ds-pos.
    05  ds-po occurs 500 times.
        10  dsp-po           pic x(12).
        10  dsp-vendor       pic x(12).

01  ds-clear-count       usage signed-int value 0.
01  ds-cleared           occurs 2000 times pic x(16).
01  ds-is-cleared        pic x.

*>  A history or mapping file bigger than its table cannot be
*>  screened against in full; the run is abandoned before
*>  anything is written rather than pass a duplicate unseen.
*>
01  ds-overflow          pic x value 'N'.

01  ds-tok-invoice       pic x(16).
01  ds-tok-date          pic x(10).
01  ds-tok-terms         pic x(16).
01  ds-tok-amount        pic x(14).
01  ds-tok-currency      pic x(3).
01  ds-tok-po            pic x(12).
01  ds-tok-vendor        pic x(12).
01  ds-tok-payno         pic x(6).
01  ds-tok-gross         pic x(14).
01  ds-tok-disc          pic x(14).
01  ds-tok-net           pic x(14).
01  ds-tok-paydate       pic x(10).
01  ds-tok-invdate       pic x(10).

*>  Invoice-number normalization work area.
*>
01  ds-norm-in           pic x(16).
01  ds-norm-out          pic x(16).
01  ds-norm-len          usage signed-int.
01  ds-norm-pos          usage signed-int.
01  ds-char              pic x.
01  ds-prev-digit        pic x.

01  ds-window-days       usage signed-int value 10.
01  ds-gap               usage signed-int.
01  ds-rule              pic x(10).
01  ds-other-invoice     pic x(16).
01  ds-source            pic x(12).
01  ds-suspect-count     usage signed-int value 0.
01  ds-pass-count        usage signed-int value 0.
01  ds-hit-count         usage signed-int value 0.

01  ds-amount-display    pic -(10)9.99.
01  ds-line              pic x(120).

01  ds-al-severity       pic x.
01  ds-al-job            pic x(12) value 'DUPSCREEN'.
01  ds-al-key            pic x(40).
01  ds-al-msg            pic x(60).

*>  Maintenance-journal and authorization interfaces for RELEASE.
*>
01  dj-program           pic x(12) value 'DUPSCREEN'.
01  dj-action            pic x(8).
01  dj-before            pic x(80).
01  dj-after             pic x(80).
01  ds-operator          pic x(8).
01  ds-auth-result       pic x.

01  ds-parse-result.
    05  ds-p-fielded.
        10  ds-p-year        pic s9(9)   comp-5.
        10  ds-p-month       pic 99      comp-5.
        10  ds-p-dom         pic 99      comp-5.
    05  ds-p-success     pic x.

01  ds-fielded-date.
    05  ds-year              pic s9(9)   comp-5.
    05  ds-month             pic 99      comp-5.
    05  ds-dom               pic 99      comp-5.
    05  ds-doy               pic 999     comp-5.
    05  ds-dow               pic 9       comp-5.

01  ds-date-text         pic x(20).
01  ds-run-date          pic x(10).

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
    move spaces to ws-arg-first ws-arg-invoice.
    unstring ws-cmdline delimited by all space
        into ws-arg-first ws-arg-invoice.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to ds-fielded-date.
    move dateformat(ds-fielded-date, '01') to ds-date-text.
    move ds-date-text(1:10) to ds-run-date.

    if function upper-case(ws-arg-first) = 'RELEASE'
        perform 0800-release
        go to 9000-end
    end-if.

    if ws-arg-first not = spaces and ws-arg-first not = low-values
        if function trim(ws-arg-first) is not numeric
            display 'Usage: dupscreen [window-days]'
                ' | RELEASE invoice'
            move 8 to return-code
            go to 9000-end
        end-if
        move function numval(ws-arg-first) to ds-window-days
    end-if.

    perform 0100-loadpos.
    perform 0150-loadcleared.
    perform 0200-loadhistory.
    perform 0300-loadbatch.

    if ds-overflow = 'Y'
        display 'purchord.dat, paydetl.dat, dupclear.dat or'
            ' matched.dat exceeds its table; run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.

    open output screened-file.
    open output review-file.

    display 'Duplicate-invoice screen ' ds-run-date
        ', window ' ds-window-days ' days'.
    display '=============================================='.

    perform varying ds-idx from 1 by 1
            until ds-idx > ds-batch-count
        perform 0400-screenone thru 0490-exit
    end-perform.

    close screened-file.
    close review-file.

    display '=============================================='.
    display 'Passed: ' ds-pass-count '  Held: ' ds-suspect-count.

    if ds-suspect-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadpos / 0110-readpo                                      *
*>*****************************************************************
0100-loadpos.
    move 0 to ds-po-count.
    open input po-file.
    if ws-po-ok
        perform 0110-readpo
        perform until eof-po or ds-po-count >= 500
            move spaces to ds-tok-po ds-tok-vendor
            unstring po-record delimited by ','
                into ds-tok-po ds-tok-vendor
            end-unstring
            if ds-tok-po not = spaces
                add 1 to ds-po-count
                move ds-tok-po to dsp-po(ds-po-count)
                move ds-tok-vendor to dsp-vendor(ds-po-count)
            end-if
            perform 0110-readpo
        end-perform
        if not eof-po
            move 'Y' to ds-overflow
        end-if
        close po-file
    end-if.

0110-readpo.
    if not eof-po
        read po-file
            at end
                move 'Y' to ws-eof-po
        end-read
    end-if.

*>*****************************************************************
*> 0150-loadcleared / 0160-readclear                               *
*>*****************************************************************
0150-loadcleared.
    move 0 to ds-clear-count.
    move 'N' to ws-eof-clear.
    open input clear-file.
    if ws-clear-ok
        perform 0160-readclear
        perform until eof-clear or ds-clear-count >= 2000
            add 1 to ds-clear-count
            move clear-record to ds-cleared(ds-clear-count)
            perform 0160-readclear
        end-perform
        if not eof-clear
            move 'Y' to ds-overflow
        end-if
        close clear-file
    end-if.

0160-readclear.
    if not eof-clear
        read clear-file
            at end
                move 'Y' to ws-eof-clear
        end-read
    end-if.

*>*****************************************************************
*> 0200-loadhistory / 0210-readpaydetl                             *
*>*****************************************************************
0200-loadhistory.
    move 0 to ds-hist-count.
    open input paydetl-file.
    if ws-paydetl-ok
        perform 0210-readpaydetl
        perform until eof-paydetl or ds-hist-count >= 5000
            move spaces to ds-tok-payno ds-tok-vendor ds-tok-invoice
                ds-tok-gross ds-tok-disc ds-tok-net ds-tok-paydate
                ds-tok-invdate
            unstring paydetl-record delimited by ','
                into ds-tok-payno ds-tok-vendor ds-tok-invoice
                    ds-tok-gross ds-tok-disc ds-tok-net
                    ds-tok-paydate ds-tok-invdate
            end-unstring
            if ds-tok-invoice not = spaces
                add 1 to ds-hist-count
                move ds-tok-payno to dsh-payno(ds-hist-count)
                move ds-tok-invoice to dsh-invoice(ds-hist-count)
                move ds-tok-vendor to dsh-vendor(ds-hist-count)
                compute dsh-amount(ds-hist-count) =
                    function numval(ds-tok-gross)
                move ds-tok-invoice to ds-norm-in
                perform 0600-normalize
                move ds-norm-out to dsh-norm(ds-hist-count)
                move 0 to dsh-date-ld(ds-hist-count)
                if ds-tok-invdate not = spaces
                    move dateparse(ds-tok-invdate, '02')
                        to ds-parse-result
                    if ds-p-success = 'Y'
                        move fielded_to_linear(ds-p-year,
                                ds-p-month, ds-p-dom)
                            to dsh-date-ld(ds-hist-count)
                    end-if
                end-if
            end-if
            perform 0210-readpaydetl
        end-perform
        if not eof-paydetl
            move 'Y' to ds-overflow
        end-if
        close paydetl-file
    end-if.

0210-readpaydetl.
    if not eof-paydetl
        read paydetl-file
            at end
                move 'Y' to ws-eof-paydetl
        end-read
    end-if.

*>*****************************************************************
*> 0300-loadbatch / 0310-readmatched                               *
*>*****************************************************************
0300-loadbatch.
    move 0 to ds-batch-count.
    open input matched-file.
    if not ws-matched-ok
        display 'Cannot open matched.dat.'
        move 8 to return-code
        goback
    end-if.
    perform 0310-readmatched.
    perform until eof-matched or ds-batch-count >= 500
        move spaces to ds-tok-invoice ds-tok-date ds-tok-terms
            ds-tok-amount ds-tok-currency ds-tok-po
        unstring matched-record delimited by ','
            into ds-tok-invoice ds-tok-date ds-tok-terms
                ds-tok-amount ds-tok-currency ds-tok-po
        end-unstring
        if ds-tok-invoice not = spaces
            add 1 to ds-batch-count
            move matched-record to dsb-line(ds-batch-count)
            move ds-tok-invoice to dsb-invoice(ds-batch-count)
            move ds-tok-invoice to ds-norm-in
            perform 0600-normalize
            move ds-norm-out to dsb-norm(ds-batch-count)
            compute dsb-amount(ds-batch-count) =
                function numval(ds-tok-amount)
            move 0 to dsb-date-ld(ds-batch-count)
            move dateparse(ds-tok-date, '02') to ds-parse-result
            if ds-p-success = 'Y'
                move fielded_to_linear(ds-p-year, ds-p-month,
                        ds-p-dom) to dsb-date-ld(ds-batch-count)
            end-if
            move 'UNKNOWN' to dsb-vendor(ds-batch-count)
            perform varying ds-jdx from 1 by 1
                    until ds-jdx > ds-po-count
                if dsp-po(ds-jdx) = ds-tok-po
                    move dsp-vendor(ds-jdx)
                        to dsb-vendor(ds-batch-count)
                end-if
            end-perform
            move 'N' to dsb-suspect(ds-batch-count)
        end-if
        perform 0310-readmatched
    end-perform.
    if not eof-matched
        move 'Y' to ds-overflow
    end-if.
    close matched-file.

0310-readmatched.
    if not eof-matched
        read matched-file
            at end
                move 'Y' to ws-eof-matched
        end-read
    end-if.

*>*****************************************************************
*> 0400-screenone                                                  *
*>                                                                *
*> DS-IDX is the invoice under test.  It is compared with all of   *
*> history, then with the batch lines before it - so of two        *
*> suspect lines in one batch the earlier passes and the later is  *
*> held.  A released invoice passes without comparison.           *
*>*****************************************************************
0400-screenone.
    move 'N' to ds-is-cleared.
    perform varying ds-jdx from 1 by 1
            until ds-jdx > ds-clear-count
        if ds-cleared(ds-jdx) = dsb-invoice(ds-idx)
            move 'Y' to ds-is-cleared
        end-if
    end-perform.

    move 0 to ds-hit-count.
    if ds-is-cleared = 'N'
        perform varying ds-jdx from 1 by 1
                until ds-jdx > ds-hist-count
            perform 0420-againsthistory
        end-perform
        perform varying ds-jdx from 1 by 1
                until ds-jdx >= ds-idx
            perform 0440-againstbatch
        end-perform
    end-if.

    if ds-hit-count > 0
        move 'Y' to dsb-suspect(ds-idx)
        add 1 to ds-suspect-count
        move 'W' to ds-al-severity
        move dsb-invoice(ds-idx) to ds-al-key
        move 'suspected duplicate invoice held for review'
            to ds-al-msg
        call 'alertadd' using ds-al-severity ds-al-job
            ds-al-key ds-al-msg
        go to 0490-exit
    end-if.

    move dsb-line(ds-idx) to screened-record.
    write screened-record.
    add 1 to ds-pass-count.

0490-exit.
    exit.

*>*****************************************************************
*> 0420-againsthistory                                             *
*>                                                                *
*> An exact id match is the invoice itself, already paid; PAIDINV  *
*> guards that case and it is not held here.                       *
*>*****************************************************************
0420-againsthistory.
    move spaces to ds-rule.
    if dsh-vendor(ds-jdx) = dsb-vendor(ds-idx)
            and dsh-invoice(ds-jdx) not = dsb-invoice(ds-idx)
        if dsh-norm(ds-jdx) = dsb-norm(ds-idx)
            move 'DUP-NUMBER' to ds-rule
        else
            if dsh-amount(ds-jdx) = dsb-amount(ds-idx)
                    and dsh-date-ld(ds-jdx) not = 0
                    and dsb-date-ld(ds-idx) not = 0
                compute ds-gap = dsh-date-ld(ds-jdx)
                    - dsb-date-ld(ds-idx)
                if ds-gap < 0
                    compute ds-gap = 0 - ds-gap
                end-if
                if ds-gap <= ds-window-days
                    move 'DUP-AMOUNT' to ds-rule
                end-if
            end-if
        end-if
    end-if.
    if ds-rule not = spaces
        move dsh-invoice(ds-jdx) to ds-other-invoice
        move spaces to ds-source
        string 'PAID-' dsh-payno(ds-jdx)
            delimited by size into ds-source
        perform 0500-writereview
    end-if.

*>*****************************************************************
*> 0440-againstbatch                                               *
*>*****************************************************************
0440-againstbatch.
    move spaces to ds-rule.
    if dsb-vendor(ds-jdx) = dsb-vendor(ds-idx)
        if dsb-norm(ds-jdx) = dsb-norm(ds-idx)
            move 'DUP-NUMBER' to ds-rule
        else
            if dsb-amount(ds-jdx) = dsb-amount(ds-idx)
                    and dsb-date-ld(ds-jdx) not = 0
                    and dsb-date-ld(ds-idx) not = 0
                compute ds-gap = dsb-date-ld(ds-jdx)
                    - dsb-date-ld(ds-idx)
                if ds-gap < 0
                    compute ds-gap = 0 - ds-gap
                end-if
                if ds-gap <= ds-window-days
                    move 'DUP-AMOUNT' to ds-rule
                end-if
            end-if
        end-if
    end-if.
    if ds-rule not = spaces
        move dsb-invoice(ds-jdx) to ds-other-invoice
        move 'BATCH' to ds-source
        perform 0500-writereview
    end-if.

*>*****************************************************************
*> 0500-writereview                                                *
*>*****************************************************************
0500-writereview.
    add 1 to ds-hit-count.
    move dsb-amount(ds-idx) to ds-amount-display.
    move spaces to ds-line.
    string ds-run-date ','
        function trim(dsb-invoice(ds-idx)) ','
        function trim(dsb-vendor(ds-idx)) ','
        function trim(ds-amount-display) ','
        function trim(ds-rule) ','
        function trim(ds-other-invoice) ','
        function trim(ds-source)
        delimited by size into ds-line.
    move ds-line to review-record.
    write review-record.
    display ds-rule ' ' dsb-invoice(ds-idx) ' '
        dsb-vendor(ds-idx) ' matches ' ds-other-invoice ' '
        ds-source.

*>*****************************************************************
*> 0600-normalize                                                  *
*>                                                                *
*> DS-NORM-IN to DS-NORM-OUT: letters upper-cased, digits kept     *
*> except the leading zeros of each digit run, everything else     *
*> dropped.                                                        *
*>*****************************************************************
0600-normalize.
    move spaces to ds-norm-out.
    move 0 to ds-norm-len.
    move 'N' to ds-prev-digit.
    move function upper-case(ds-norm-in) to ds-norm-in.
    perform varying ds-norm-pos from 1 by 1
            until ds-norm-pos > 16
        move ds-norm-in(ds-norm-pos:1) to ds-char
        evaluate true
            when ds-char >= 'A' and ds-char <= 'Z'
                add 1 to ds-norm-len
                move ds-char to ds-norm-out(ds-norm-len:1)
                move 'N' to ds-prev-digit
            when ds-char = '0' and ds-prev-digit = 'N'
                continue
            when ds-char >= '0' and ds-char <= '9'
                add 1 to ds-norm-len
                move ds-char to ds-norm-out(ds-norm-len:1)
                move 'Y' to ds-prev-digit
            when other
                continue
        end-evaluate
    end-perform.

*>*****************************************************************
*> 0800-release                                                    *
*>                                                                *
*> Appends an invoice id to DUPCLEAR.DAT so the next run passes    *
*> it - a reviewer's decision that the suspect is genuine.         *
*>*****************************************************************
0800-release.
    if ws-arg-invoice = spaces or ws-arg-invoice = low-values
        display 'RELEASE needs an invoice id.'
        move 8 to return-code
        goback
    end-if.

    move spaces to ds-operator.
    accept ds-operator from environment 'OPERATOR'.
    move function upper-case(ds-operator) to ds-operator.
    move 'RELEASE' to dj-action.
    call 'operauth' using ds-operator dj-program dj-action
        ds-auth-result.
    if ds-auth-result not = 'Y'
        display 'Operator "' function trim(ds-operator)
            '" is not authorized for RELEASE in dupscreen.'
        move 12 to return-code
        goback
    end-if.

    open extend clear-file.
    if not ws-clear-ok
        open output clear-file
    end-if.
    move ws-arg-invoice to clear-record.
    write clear-record.
    close clear-file.

    move spaces to dj-before.
    move ws-arg-invoice to dj-after.
    call 'maintjournal' using dj-program dj-action
        dj-before dj-after.
    display 'Released ' function trim(ws-arg-invoice)
        ' for the next screen.'.

end program dupscreen.
