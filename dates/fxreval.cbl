*>*****************************************************************
*> fxreval - Period-end FX revaluation of open foreign items.      *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> PAYTERMS books a foreign invoice at its invoice-date rate and   *
*> never looks at it again, so open CAD and EUR payables sat on    *
*> the balance sheet at stale rates.  For the period being closed  *
*> this takes every open foreign-currency item on DUEDATES.DAT -   *
*> the CURRENCY, foreign AMOUNT and invoice DATE columns PAYTERMS  *
*> writes, the item open while its invoice is not on PAYRUN's      *
*> PAIDINV.DAT and dated no later than the period end - and        *
*> restates it at the period-end rate from RATES.DAT through the   *
*> FXRATE lookup (a month ending on a closure takes the prior      *
*> business day's rate, FXRATE's own fallback).  The unrealized    *
*> gain or loss is the booked base amount less the restated one:   *
*> a payable costing more base currency than booked is a loss.     *
*> OPENITEMS.DAT carries no currency, so the receivables are all   *
*> base and have nothing to restate.                               *
*>                                                                *
*> The report lists each item and a subtotal per currency, and the *
*> net adjustment goes to FXRVJRNL.DAT as two batches in GLGATE's  *
*> H/D/T shape -                                                   *
*>                                                                *
*>   FXAyyyymm  dated the period's last business day               *
*>   FXRyyyymm  dated business day 1 of the next period            *
*>              (NTHBUSINESSDAYOFMONTH): the same lines reversed   *
*>                                                                *
*> - accounts from GLFEED's mapping file GLMAP.DAT, event FXREVAL, *
*> DEBIT the unrealized gain/loss account and CREDIT the payables  *
*> control: a net loss debits the first and credits the second, a  *
*> net gain the other way round.  The file is rewritten each run,  *
*> so a re-run replaces the revaluation rather than doubling it.   *
*>                                                                *
*> Command line: [YYYY-MM]   (default the current month)           *
*>                                                                *
*> RETURN-CODE 4 when an item's currency has no usable period-end  *
*> rate (listed and left out), 8 when DUEDATES.DAT is missing or   *
*> GLMAP.DAT has no FXREVAL line (no journal written), 16 when a   *
*> file outgrows its table.                                        *
*>*****************************************************************
identification division.
program-id. fxreval.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function linear_to_fielded
    function nthbusinessdayofmonth
    function all intrinsic.

input-output section.
file-control.

    select duedate-file assign to 'duedates.dat'
        organization is line sequential
        access is sequential
        file status is ws-duedate-status.

    select paidinv-file assign to 'paidinv.dat'
        organization is line sequential
        access is sequential
        file status is ws-paidinv-status.

    select map-file assign to 'glmap.dat'
        organization is line sequential
        access is sequential
        file status is ws-map-status.

    select journal-file assign to 'fxrvjrnl.dat'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  duedate-file.

01  duedate-record       pic x(120).

fd  paidinv-file.

01  paidinv-record       pic x(16).

fd  map-file.

01  map-record           pic x(80).

fd  journal-file.

01  journal-record       pic x(100).

working-storage section.
01  ws-duedate-status    pic xx.
    88  ws-duedate-ok        value '00'.
01  ws-paidinv-status    pic xx.
    88  ws-paidinv-ok        value '00'.
01  ws-map-status        pic xx.
    88  ws-map-ok            value '00'.

01  ws-eof-duedate       pic x       value 'N'.
    88  eof-duedate          value 'Y'.
01  ws-eof-paidinv       pic x       value 'N'.
    88  eof-paidinv          value 'Y'.
01  ws-eof-map           pic x       value 'N'.
    88  eof-map              value 'Y'.

01  ws-cmdline           pic x(200).
01  ws-arg-period        pic x(10).

01  fv-paid              occurs 2000 times pic x(16).
01  fv-paid-count        usage signed-int value 0.

01  fv-currencies.
    05  fv-cur occurs 50 times.
        10  fvc-currency     pic x(3).
        10  fvc-rate         pic s9(7)v9(8) comp-5.
        10  fvc-count        usage signed-int.
        10  fvc-fc           pic s9(13)v99 comp-5.
        10  fvc-booked       pic s9(13)v99 comp-5.
        10  fvc-restated     pic s9(13)v99 comp-5.
        10  fvc-gain         pic s9(13)v99 comp-5.
01  fv-cur-count         usage signed-int value 0.

01  fv-overflow          pic x value 'N'.
01  fv-norate-count      usage signed-int value 0.
01  fv-item-count        usage signed-int value 0.

01  fv-idx               usage signed-int.
01  fv-cidx              usage signed-int.
01  fv-is-paid           pic x.

01  fv-tok-invoice       pic x(16).
01  fv-tok-2             pic x(16).
01  fv-tok-3             pic x(16).
01  fv-tok-4             pic x(16).
01  fv-tok-amount        pic x(16).
01  fv-tok-6             pic x(16).
01  fv-tok-currency      pic x(16).
01  fv-tok-fcamount      pic x(16).
01  fv-tok-invdate       pic x(16).
01  fv-currency          pic x(3).

01  fv-fc                pic s9(11)v99 comp-5.
01  fv-booked            pic s9(11)v99 comp-5.
01  fv-restated          pic s9(11)v99 comp-5.
01  fv-gain              pic s9(11)v99 comp-5.
01  fv-rate              pic s9(7)v9(8) comp-5.
01  fv-rate-found        pic x.
01  fv-inv-ld            usage signed-int.

01  fv-total-gain        pic s9(13)v99 comp-5 value 0.
01  fv-adjust            pic s9(13)v99 comp-5.
01  fv-part              pic s9(13)v99 comp-5.

01  fv-debit             pic x(16).
01  fv-credit            pic x(16).
01  fv-mapped            pic x value 'N'.

01  fv-year              pic s9(9)   comp-5.
01  fv-month             pic 99      comp-5.
01  fv-next-year         pic s9(9)   comp-5.
01  fv-next-month        pic 99      comp-5.
01  fv-period-end-ld     usage signed-int.
01  fv-reval-ld          usage signed-int.
01  fv-reversal-ld       usage signed-int.
01  fv-period-end        pic x(10).
01  fv-reval-date        pic x(10).
01  fv-reversal-date     pic x(10).
01  fv-yyyymm            pic 9(6).
01  fv-batchid           pic x(12).
01  fv-post-date         pic x(10).
01  fv-dr-account        pic x(16).
01  fv-cr-account        pic x(16).
01  fv-swap-account      pic x(16).

01  fv-line              pic x(100).
01  fv-fc-display        pic -(10)9.99.
01  fv-booked-display    pic -(10)9.99.
01  fv-restated-display  pic -(10)9.99.
01  fv-gain-display      pic -(10)9.99.
01  fv-amount-display    pic -(10)9.99.
01  fv-hash-display      pic -(12)9.99.
01  fv-rate-display      pic z(6)9.9(6).
01  fv-date-text         pic x(20).

01  fv-fielded-date.
    05  fv-f-year            pic s9(9)   comp-5.
    05  fv-f-month           pic 99      comp-5.
    05  fv-f-dom             pic 99      comp-5.
    05  fv-f-doy             pic 999     comp-5.
    05  fv-f-dow             pic 9       comp-5.

01  fv-parse-result.
    05  fv-p-fielded.
        10  fv-p-year        pic s9(9)   comp-5.
        10  fv-p-month       pic 99      comp-5.
        10  fv-p-dom         pic 99      comp-5.
    05  fv-p-success     pic x.

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
    move spaces to ws-arg-period.
    unstring ws-cmdline delimited by all space
        into ws-arg-period.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to fv-fielded-date.
    move fv-f-year to fv-year.
    move fv-f-month to fv-month.
    if ws-arg-period not = spaces and ws-arg-period not = low-values
        if ws-arg-period(1:4) is not numeric
                or ws-arg-period(5:1) not = '-'
                or ws-arg-period(6:2) is not numeric
            display 'Period "' function trim(ws-arg-period)
                '" must be YYYY-MM.'
            move 8 to return-code
            go to 9000-end
        end-if
        compute fv-year = function numval(ws-arg-period(1:4))
        compute fv-month = function numval(ws-arg-period(6:2))
    end-if.
    if fv-month < 1 or fv-month > 12
        display 'Period "' function trim(ws-arg-period)
            '" must be YYYY-MM.'
        move 8 to return-code
        go to 9000-end
    end-if.

*>  the rate is the calendar month end's; the two batch dates are
*>  business days either side of it.
*>
    move fv-year to fv-next-year.
    compute fv-next-month = fv-month + 1.
    if fv-next-month > 12
        move 1 to fv-next-month
        add 1 to fv-next-year
    end-if.
    compute fv-period-end-ld =
        fielded_to_linear(fv-next-year, fv-next-month, 1) - 1.
    move nthbusinessdayofmonth(fv-year, fv-month, -1)
        to fv-reval-ld.
    move nthbusinessdayofmonth(fv-next-year, fv-next-month, 1)
        to fv-reversal-ld.
    move linear_to_fielded(fv-period-end-ld) to fv-fielded-date.
    move dateformat(fv-fielded-date, '01') to fv-date-text.
    move fv-date-text(1:10) to fv-period-end.
    move linear_to_fielded(fv-reval-ld) to fv-fielded-date.
    move dateformat(fv-fielded-date, '01') to fv-date-text.
    move fv-date-text(1:10) to fv-reval-date.
    move linear_to_fielded(fv-reversal-ld) to fv-fielded-date.
    move dateformat(fv-fielded-date, '01') to fv-date-text.
    move fv-date-text(1:10) to fv-reversal-date.
    compute fv-yyyymm = (fv-year * 100) + fv-month.

    perform 0100-loadpaid.
    if fv-overflow = 'Y'
        display 'paidinv.dat exceeds the 2000-entry table;'
            ' run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.
    perform 0150-loadmap.

    open input duedate-file.
    if not ws-duedate-ok
        display 'duedates.dat is missing entirely.'
        move 8 to return-code
        go to 9000-end
    end-if.
    display 'Foreign-currency revaluation at ' fv-period-end.
    display '=============================================='.
    display 'INVOICE          CUR       FOREIGN         BOOKED'
        '          RATE       RESTATED    GAIN (LOSS)'.
    perform 0910-readduedate.
    perform until eof-duedate
        perform 0200-oneitem thru 0290-exit
        perform 0910-readduedate
    end-perform.
    close duedate-file.
    if fv-overflow = 'Y'
        display 'More than 50 currencies open; run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.

    perform 0500-report.

    if fv-norate-count > 0
        move 4 to return-code
    end-if.

    if fv-mapped = 'N'
        display 'No FXREVAL line in glmap.dat; no journal written.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0700-writejournal thru 0790-exit.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadpaid / 0110-readpaidline                               *
*>*****************************************************************
0100-loadpaid.
    open input paidinv-file.
    if ws-paidinv-ok
        perform 0110-readpaidline
        perform until eof-paidinv
            if fv-paid-count >= 2000
                move 'Y' to fv-overflow
                move 'Y' to ws-eof-paidinv
            else
                add 1 to fv-paid-count
                move paidinv-record to fv-paid(fv-paid-count)
                perform 0110-readpaidline
            end-if
        end-perform
        close paidinv-file
    end-if.

0110-readpaidline.
    if not eof-paidinv
        read paidinv-file
            at end
                move 'Y' to ws-eof-paidinv
        end-read
    end-if.

*>*****************************************************************
*> 0150-loadmap / 0160-readmap                                     *
*>*****************************************************************
0150-loadmap.
    open input map-file.
    if ws-map-ok
        perform 0160-readmap
        perform until eof-map
            move spaces to fv-tok-invoice fv-tok-2 fv-tok-3
            unstring map-record delimited by ','
                into fv-tok-invoice fv-tok-2 fv-tok-3
            end-unstring
            if function upper-case(fv-tok-invoice) = 'FXREVAL'
                move fv-tok-2 to fv-debit
                move fv-tok-3 to fv-credit
                move 'Y' to fv-mapped
            end-if
            perform 0160-readmap
        end-perform
        close map-file
    end-if.

0160-readmap.
    if not eof-map
        read map-file
            at end
                move 'Y' to ws-eof-map
        end-read
    end-if.

*>*****************************************************************
*> 0200-oneitem                                                    *
*>                                                                *
*> INVOICE,DUE,DISCOUNT,PCT,AMOUNT,TERMS,CURRENCY,FCAMOUNT,INVDATE *
*> - a base-currency line, a line dated after the period end or an *
*> invoice already paid has nothing to restate.                    *
*>*****************************************************************
0200-oneitem.
    move spaces to fv-tok-invoice fv-tok-2 fv-tok-3 fv-tok-4
        fv-tok-amount fv-tok-6 fv-tok-currency fv-tok-fcamount
        fv-tok-invdate.
    unstring duedate-record delimited by ','
        into fv-tok-invoice fv-tok-2 fv-tok-3 fv-tok-4
            fv-tok-amount fv-tok-6 fv-tok-currency fv-tok-fcamount
            fv-tok-invdate
    end-unstring.
    move function upper-case(fv-tok-currency(1:3)) to fv-currency.
    if fv-tok-invoice = spaces or fv-currency = spaces
            or fv-currency = 'USD' or fv-tok-fcamount = spaces
        go to 0290-exit
    end-if.
    move dateparse(fv-tok-invdate, '02') to fv-parse-result.
    if fv-p-success = 'Y'
        move fielded_to_linear(fv-p-year, fv-p-month, fv-p-dom)
            to fv-inv-ld
        if fv-inv-ld > fv-period-end-ld
            go to 0290-exit
        end-if
    end-if.

    move 'N' to fv-is-paid.
    perform varying fv-idx from 1 by 1
            until fv-idx > fv-paid-count or fv-is-paid = 'Y'
        if fv-paid(fv-idx) = fv-tok-invoice
            move 'Y' to fv-is-paid
        end-if
    end-perform.
    if fv-is-paid = 'Y'
        go to 0290-exit
    end-if.

    compute fv-fc = function numval(fv-tok-fcamount).
    compute fv-booked = function numval(fv-tok-amount).
    call 'fxrate' using fv-currency fv-period-end-ld
        fv-rate fv-rate-found.
    if fv-rate-found not = 'Y'
        display fv-tok-invoice ' ' fv-currency
            '  no usable period-end rate - not restated.'
        add 1 to fv-norate-count
        go to 0290-exit
    end-if.
    compute fv-restated rounded = fv-fc * fv-rate.
    compute fv-gain = fv-booked - fv-restated.

    perform 0250-findcurrency.
    if fv-cidx = 0
        go to 0290-exit
    end-if.
    add 1 to fvc-count(fv-cidx).
    add fv-fc to fvc-fc(fv-cidx).
    add fv-booked to fvc-booked(fv-cidx).
    add fv-restated to fvc-restated(fv-cidx).
    add fv-gain to fvc-gain(fv-cidx).
    add fv-gain to fv-total-gain.
    add 1 to fv-item-count.

    move fv-fc to fv-fc-display.
    move fv-booked to fv-booked-display.
    move fv-rate to fv-rate-display.
    move fv-restated to fv-restated-display.
    move fv-gain to fv-gain-display.
    display fv-tok-invoice ' ' fv-currency ' ' fv-fc-display ' '
        fv-booked-display ' ' fv-rate-display ' '
        fv-restated-display ' ' fv-gain-display.

0290-exit.
    exit.

0250-findcurrency.
    move 0 to fv-cidx.
    perform varying fv-idx from 1 by 1
            until fv-idx > fv-cur-count or fv-cidx > 0
        if fvc-currency(fv-idx) = fv-currency
            move fv-idx to fv-cidx
        end-if
    end-perform.
    if fv-cidx = 0
        if fv-cur-count >= 50
            move 'Y' to fv-overflow
        else
            add 1 to fv-cur-count
            move fv-cur-count to fv-cidx
            initialize fv-cur(fv-cidx)
            move fv-currency to fvc-currency(fv-cidx)
            move fv-rate to fvc-rate(fv-cidx)
        end-if
    end-if.

*>*****************************************************************
*> 0500-report                                                     *
*>*****************************************************************
0500-report.
    display '=============================================='.
    display 'By currency:'.
    perform varying fv-cidx from 1 by 1 until fv-cidx > fv-cur-count
        move fvc-fc(fv-cidx) to fv-fc-display
        move fvc-booked(fv-cidx) to fv-booked-display
        move fvc-rate(fv-cidx) to fv-rate-display
        move fvc-restated(fv-cidx) to fv-restated-display
        move fvc-gain(fv-cidx) to fv-gain-display
        display '                 ' fvc-currency(fv-cidx) ' '
            fv-fc-display ' ' fv-booked-display ' '
            fv-rate-display ' ' fv-restated-display ' '
            fv-gain-display
    end-perform.
    move fv-total-gain to fv-gain-display.
    display 'Items restated:        ' fv-item-count.
    display 'Items without a rate:  ' fv-norate-count.
    display 'Unrealized gain (loss): ' fv-gain-display.

*>*****************************************************************
*> 0700-writejournal                                               *
*>                                                                *
*> The revaluation and its reversal, each one debit and one credit *
*> line; nothing to adjust writes an empty file.                   *
*>*****************************************************************
0700-writejournal.
    open output journal-file.
    if fv-total-gain = 0
        display 'Nothing to revalue.'
        close journal-file
        go to 0790-exit
    end-if.

*>  a loss grows the payable: Dr gain/loss, Cr payables.
*>
    if fv-total-gain < 0
        compute fv-adjust = 0 - fv-total-gain
        move fv-debit to fv-dr-account
        move fv-credit to fv-cr-account
    else
        move fv-total-gain to fv-adjust
        move fv-credit to fv-dr-account
        move fv-debit to fv-cr-account
    end-if.
    move spaces to fv-batchid.
    string 'FXA' fv-yyyymm delimited by size into fv-batchid.
    move fv-reval-date to fv-post-date.
    perform 0750-onebatch.

    move fv-dr-account to fv-swap-account.
    move fv-cr-account to fv-dr-account.
    move fv-swap-account to fv-cr-account.
    move spaces to fv-batchid.
    string 'FXR' fv-yyyymm delimited by size into fv-batchid.
    move fv-reversal-date to fv-post-date.
    perform 0750-onebatch.
    close journal-file.

    move fv-adjust to fv-amount-display.
    display 'Revaluation ' function trim(fv-amount-display)
        ' dated ' fv-reval-date ', reversing '
        fv-reversal-date ' - fxrvjrnl.dat.'.

0790-exit.
    exit.

0750-onebatch.
    move spaces to fv-line.
    string 'H,' function trim(fv-batchid) ',' fv-post-date
        delimited by size into fv-line.
    move fv-line to journal-record.
    write journal-record.

    move fv-adjust to fv-amount-display.
    move spaces to fv-line.
    string 'D,' function trim(fv-batchid) ','
        function trim(fv-dr-account) ','
        function trim(fv-amount-display) ',0.00'
        delimited by size into fv-line.
    move fv-line to journal-record.
    write journal-record.

    move spaces to fv-line.
    string 'D,' function trim(fv-batchid) ','
        function trim(fv-cr-account) ',0.00,'
        function trim(fv-amount-display)
        delimited by size into fv-line.
    move fv-line to journal-record.
    write journal-record.

    compute fv-part = fv-adjust * 2.
    move fv-part to fv-hash-display.
    move spaces to fv-line.
    string 'T,' function trim(fv-batchid) ',2,'
        function trim(fv-hash-display)
        delimited by size into fv-line.
    move fv-line to journal-record.
    write journal-record.

0910-readduedate.
    if not eof-duedate
        read duedate-file
            at end
                move 'Y' to ws-eof-duedate
        end-read
    end-if.

end program fxreval.
