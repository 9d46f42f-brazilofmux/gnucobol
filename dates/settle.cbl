*> desk.  This reads the daily trades CSV through the CSVPARSER    *
*> library - header row, then                                      *
*>                                                                *
*>   TRADEID,COUNTERPARTY,TRADEDATE,AMOUNT[,DESK-SETTLE[,CCY]]     *
*>                                                                *
*> (AMOUNT positive when we pay, negative when we receive; CCY     *
*> USD when absent)                                                *
*> - looks up each counterparty's calendar id from the vendor/     *
*> counterparty profile master (VENDORPROFILEOF's CALID column),   *
*> stamps the computed settlement date through SETTLEMENTDATE      *
*>                                                                *
*>   instr.<counterparty>.dat:                                     *
*>     cols  1-12  trade id       cols 13-20  settle YYYYMMDD      *
*>     cols 21-34  amount         col  35     P pay / R receive    *
*>     cols 36-38  currency                                        *
*>                                                                *
*> each ending in a TRAILER count/total line and going out        *
*> through the safe-publish staging convention (STAGEMARK; the     *
*> half-written.  Any trade whose computed settlement drifts from  *
*> the desk's typed date is reported (RETURN-CODE 4).              *
*>                                                                *
*> A counterparty whose profile carries NETTING Y is not sent a    *
*> wire per trade: its pays and receives for the same currency     *
*> and settlement date net to one instruction under a net          *
*> reference (N, the run's YYMMDD, a five-digit sequence) in place *
*> of a trade id, and a netting statement netstmt.<counterparty>.  *
*> dat, staged alongside it, lists each net's contributing trades  *
*> and the counterparty's CUTOFFS.DAT cutoff in shop time, so both *
*> sides can agree the net before it.  A net of zero is listed but *
*> not instructed.                                                 *
*>                                                                *
*> Every instruction staged is also appended to the settlement     *
*> log SETTLOG.DAT -                                               *
*>                                                                *
*>   TRADEID,COUNTERPARTY,CALID,SETTLEDATE,AMOUNT                  *
*>                                                                *
*> - which FAILTRACK matches the custodian's confirmations against *
*> (a trade instructed again later supersedes its earlier line; a  *
*> net is logged, and confirmed, under its net reference).         *
*>                                                                *
*> Command line: [trades-file] [T+n] [delimiter]                   *
*>*****************************************************************
identification division.
        organization is line sequential
        access is sequential.

    select stmt-file assign to se-stmt-name
        organization is line sequential
        access is sequential.

    select cutoff-file assign to 'cutoffs.dat'
        organization is line sequential
        access is sequential
        file status is ws-cutoff-status.

    select log-file assign to 'settlog.dat'
        organization is line sequential
        access is sequential
        file status is ws-log-status.

data division.
file section.
fd  instr-file.
    05  in-tradeid      pic x(12).
    05  in-settle       pic 9(8).
    05  in-amount       pic 9(11).99.
    05  in-direction    pic x.
    05  in-currency     pic x(3).

fd  stmt-file.

01  stmt-record          pic x(80).

fd  cutoff-file.

01  cutoff-record        pic x(60).

fd  log-file.

01  log-record           pic x(80).

working-storage section.
copy shoptz.

01  ws-log-status        pic xx.
    88  ws-log-ok            value '00'.
01  ws-cutoff-status     pic xx.
    88  ws-cutoff-ok         value '00'.
01  ws-eof-cutoff        pic x       value 'N'.
    88  eof-cutoff           value 'Y'.

01  ws-arg-trades        pic x(40) value 'trades.csv'.
01  ws-arg-tplus         pic x(2).
01  se-trade-count       usage signed-int value 0.
01  se-idx               usage signed-int.
01  se-jdx               usage signed-int.
01  se-kdx               usage signed-int.

01  se-trades.
    05  se-trade occurs 500 times.
        10  set-tradeid      pic x(12).
        10  set-cp           pic x(12).
        10  set-calid        pic x(8).
        10  set-settle-ld    usage signed-int.
        10  set-amount       pic s9(11)v99 comp-5.
        10  set-currency     pic x(3).
        10  set-netting      pic x.
        10  set-written      pic x.

01  se-cp                pic x(12).
01  se-calid             pic x(8).
01  se-netting           pic x.
01  se-trade-ld          usage signed-int.
01  se-settle-ld         usage signed-int.
01  se-desk-ld           usage signed-int.
    05  se-p-manifest        pic x(1).
    05  se-p-calid           pic x(8).
    05  se-p-datefmt         pic x(2).
    05  se-p-netting         pic x(1).
    05  se-p-found           pic x.

01  se-instr-name        pic x(60).
01  se-pickup-name       pic x(60).
01  se-stmt-name         pic x(60).
01  se-stmt-pickup       pic x(60).
01  se-file-count        usage signed-int.
01  se-file-total        pic s9(13)v99 comp-5.

    05  se-dow               pic 9       comp-5.

01  se-date-text         pic x(20).
01  se-amount-display    pic -(11)9.99.
01  se-log-line          pic x(80).
01  se-l-settle-ld       usage signed-int.
01  se-l-amount          pic s9(11)v99 comp-5.

*>  the current net: its key, reference and running amount.
*>
01  se-net-seq           usage signed-int value 0.
01  se-net-seq-display   pic 9(5).
01  se-net-ref           pic x(12).
01  se-net-currency      pic x(3).
01  se-net-ld            usage signed-int.
01  se-net-amount        pic s9(11)v99 comp-5.
01  se-net-trades        usage signed-int.
01  se-net-count         usage signed-int value 0.
01  se-netted-count      usage signed-int value 0.
01  se-run-yymmdd        pic x(6).
01  se-direction-text    pic x(7).
01  se-stmt-line         pic x(80).
01  se-stmt-amount       pic z(10)9.99.

01  se-cutoff-text       pic x(60).
01  se-co-cp             pic x(12).
01  se-co-local          pic x(8).
01  se-co-offset         pic x(8).
01  se-co-local-min      usage signed-int.
01  se-co-cp-offset      usage signed-int.
01  se-co-shop-offset    usage signed-int.
01  se-co-shop-min       usage signed-int.
01  se-co-hh             pic 99.
01  se-co-mm             pic 99.

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
        compute ws-delimiter = function ord(ws-arg-delim) - 1
    end-if.

    move function current-date to time-stamp.
    move ts-date(3:6) to se-run-yymmdd.

    perform 0100-loadtrades.

    if se-trade-count = 0

*>  one instruction file per counterparty.
*>
    open extend log-file.
    if not ws-log-ok
        open output log-file
    end-if.
    perform varying se-idx from 1 by 1
            until se-idx > se-trade-count
        if set-written(se-idx) = 'N'
            move set-cp(se-idx) to se-cp
            if set-netting(se-idx) = 'Y'
                perform 0600-netcounterparty
            else
                perform 0500-onecounterparty
            end-if
        end-if
    end-perform.
    close log-file.

    display 'Trades instructed:     ' se-trade-count.
    display 'Trades netted:         ' se-netted-count.
    display 'Net instructions:      ' se-net-count.
    display 'Desk-date drifts:      ' se-drift-count.
    display 'Trades not resolvable: ' se-bad-count.
    if se-drift-count > 0 or se-bad-count > 0
        go to 0290-exit
    end-if.
    move se-p-calid to se-calid.
    move se-p-netting to se-netting.

    move settlementdate(se-trade-ld, se-tplus,
        se-shop-calid, se-calid) to se-settle-ld.
    add 1 to se-trade-count.
    move ws-csv-fields(1)(1:12) to set-tradeid(se-trade-count).
    move se-cp to set-cp(se-trade-count).
    move se-calid to set-calid(se-trade-count).
    move se-settle-ld to set-settle-ld(se-trade-count).
    compute set-amount(se-trade-count) =
        function numval(ws-csv-fields(4)).
    move 'USD' to set-currency(se-trade-count).
    if fieldnum >= 6 and ws-csv-fields(6) not = spaces
        move function upper-case(ws-csv-fields(6)(1:3))
            to set-currency(se-trade-count)
    end-if.
    move se-netting to set-netting(se-trade-count).
    move 'N' to set-written(se-trade-count).

0290-exit.
            compute in-settle = (se-year * 10000)
                + (se-month * 100) + se-dom
            move set-amount(se-jdx) to in-amount
            move 'P' to in-direction
            if set-amount(se-jdx) < 0
                move 'R' to in-direction
            end-if
            move set-currency(se-jdx) to in-currency
            write instr-record
            move set-settle-ld(se-jdx) to se-l-settle-ld
            move set-amount(se-jdx) to se-l-amount
            perform 0510-logtrade
            add 1 to se-file-count
            compute se-file-total = se-file-total
                + function abs(set-amount(se-jdx))
        end-if
    end-perform.

        se-file-count ' trade(s) staged as '
        function trim(se-instr-name) '.'.

*>  the instruction just written, on the settlement log.
*>
0510-logtrade.
    move linear_to_fielded(se-l-settle-ld) to se-fielded-date.
    move dateformat(se-fielded-date, '01') to se-date-text.
    move se-l-amount to se-amount-display.
    move spaces to se-log-line.
    string function trim(in-tradeid) ','
        function trim(set-cp(se-jdx)) ','
        function trim(set-calid(se-jdx)) ','
        se-date-text(1:10) ','
        function trim(se-amount-display)
        delimited by size into se-log-line.
    move se-log-line to log-record.
    write log-record.

*>*****************************************************************
*> 0600-netcounterparty                                            *
*>                                                                *
*> One instruction per currency and settlement date, the           *
*> counterparty's pays less its receives, and the statement that   *
*> shows how each net was made up.                                 *
*>*****************************************************************
0600-netcounterparty.
    move spaces to se-pickup-name.
    string 'instr.' function trim(se-cp) '.dat'
        delimited by size into se-pickup-name.
    move spaces to se-instr-name.
    string function trim(se-pickup-name) '.stg'
        delimited by size into se-instr-name.
    move spaces to se-stmt-pickup.
    string 'netstmt.' function trim(se-cp) '.dat'
        delimited by size into se-stmt-pickup.
    move spaces to se-stmt-name.
    string function trim(se-stmt-pickup) '.stg'
        delimited by size into se-stmt-name.
    open output instr-file.
    open output stmt-file.

    move 0 to se-file-count.
    move 0 to se-file-total.

    perform 0650-findcutoff thru 0650-exit.
    move spaces to stmt-record.
    string 'Netting statement - ' function trim(se-cp)
        delimited by size into stmt-record.
    write stmt-record.
    move spaces to stmt-record.
    string 'Agree each net by the cutoff on its settlement date: '
        delimited by size into stmt-record.
    write stmt-record.
    move spaces to stmt-record.
    string '    ' se-cutoff-text delimited by size into stmt-record.
    write stmt-record.

    perform varying se-jdx from 1 by 1
            until se-jdx > se-trade-count
        if set-cp(se-jdx) = se-cp
                and set-written(se-jdx) = 'N'
            perform 0610-onenet thru 0610-exit
        end-if
    end-perform.

    move se-file-count to se-t-count.
    move se-file-total to se-t-total.
    move spaces to instr-record.
    move se-trailer to instr-record.
    write instr-record.
    close instr-file.
    close stmt-file.

    call 'stagemark' using se-instr-name se-pickup-name.
    call 'stagemark' using se-stmt-name se-stmt-pickup.

    display 'Instructions for ' function trim(se-cp) ': '
        se-file-count ' net(s) staged as '
        function trim(se-instr-name) ', statement '
        function trim(se-stmt-name) '.'.

*>  the net for se-jdx's currency and settlement date; every later
*>  trade of the counterparty with the same key joins it.
*>
0610-onenet.
    move set-currency(se-jdx) to se-net-currency.
    move set-settle-ld(se-jdx) to se-net-ld.
    move 0 to se-net-amount.
    move 0 to se-net-trades.
    add 1 to se-net-seq.
    move se-net-seq to se-net-seq-display.
    move spaces to se-net-ref.
    string 'N' se-run-yymmdd se-net-seq-display
        delimited by size into se-net-ref.

    move linear_to_fielded(se-net-ld) to se-fielded-date.
    move dateformat(se-fielded-date, '01') to se-date-text.
    move spaces to stmt-record.
    write stmt-record.
    move spaces to stmt-record.
    string 'Net ' se-net-ref ' ' se-net-currency
        ' settling ' se-date-text(1:10)
        delimited by size into stmt-record.
    write stmt-record.

    perform varying se-kdx from se-jdx by 1
            until se-kdx > se-trade-count
        if set-cp(se-kdx) = se-cp
                and set-written(se-kdx) = 'N'
                and set-currency(se-kdx) = se-net-currency
                and set-settle-ld(se-kdx) = se-net-ld
            move 'Y' to set-written(se-kdx)
            add set-amount(se-kdx) to se-net-amount
            add 1 to se-net-trades
            add 1 to se-netted-count
            move set-amount(se-kdx) to se-l-amount
            perform 0620-stmtline
            move set-tradeid(se-kdx) to stmt-record(5:12)
            write stmt-record
        end-if
    end-perform.

    move se-net-amount to se-l-amount.
    perform 0620-stmtline.
    move 'NET' to stmt-record(5:12).
    write stmt-record.

    if se-net-amount = 0
        move spaces to stmt-record
        string '    nets to zero - no payment instructed'
            delimited by size into stmt-record
        write stmt-record
        go to 0610-exit
    end-if.

    move se-net-ref to in-tradeid.
    compute in-settle = (se-year * 10000)
        + (se-month * 100) + se-dom.
    move se-net-amount to in-amount.
    move 'P' to in-direction.
    if se-net-amount < 0
        move 'R' to in-direction
    end-if.
    move se-net-currency to in-currency.
    write instr-record.
    move se-net-ld to se-l-settle-ld.
    perform 0510-logtrade.
    add 1 to se-file-count.
    add 1 to se-net-count.
    compute se-file-total = se-file-total + function abs(se-net-amount).

0610-exit.
    exit.

*>  a statement amount line for se-l-amount, the caller filling in
*>  the trade id.
*>
0620-stmtline.
    move 'PAY' to se-direction-text.
    if se-l-amount < 0
        move 'RECEIVE' to se-direction-text
    end-if.
    move se-l-amount to se-stmt-amount.
    move spaces to stmt-record.
    string '    ' '            ' ' ' se-direction-text ' '
        se-stmt-amount
        delimited by size into stmt-record.

*>*****************************************************************
*> 0650-findcutoff                                                 *
*>                                                                *
*> The counterparty's CUTOFFS.DAT cutoff carried into shop         *
*> standard time the way CUTOFFS does it, as text for the          *
*> statement.                                                      *
*>*****************************************************************
0650-findcutoff.
    move 'no cutoff on file for this counterparty'
        to se-cutoff-text.
    move 'N' to ws-eof-cutoff.
    open input cutoff-file.
    if not ws-cutoff-ok
        go to 0650-exit
    end-if.
    perform 0660-readcutoff.
    perform until eof-cutoff
        move spaces to se-co-cp se-co-local se-co-offset
        unstring cutoff-record delimited by ','
            into se-co-cp se-co-local se-co-offset
        end-unstring
        if se-co-cp = se-cp
            perform 0670-convert
            move 'Y' to ws-eof-cutoff
        else
            perform 0660-readcutoff
        end-if
    end-perform.
    close cutoff-file.

0650-exit.
    exit.

0660-readcutoff.
    if not eof-cutoff
        read cutoff-file
            at end
                move 'Y' to ws-eof-cutoff
        end-read
    end-if.

0670-convert.
    compute se-co-shop-offset =
        (shoptz-hours * 60) + shoptz-minutes.
    if shoptz-sign = '-'
        compute se-co-shop-offset = 0 - se-co-shop-offset
    end-if.
    compute se-co-local-min =
        (function numval(se-co-local(1:2)) * 60)
        + function numval(se-co-local(4:2)).
    compute se-co-cp-offset =
        (function numval(se-co-offset(2:2)) * 60)
        + function numval(se-co-offset(5:2)).
    if se-co-offset(1:1) = '-'
        compute se-co-cp-offset = 0 - se-co-cp-offset
    end-if.
    compute se-co-shop-min = se-co-local-min - se-co-cp-offset
        + se-co-shop-offset.
    move spaces to se-cutoff-text.
    evaluate true
        when se-co-shop-min < 0
            add 1440 to se-co-shop-min
            move ' shop time the day before' to se-cutoff-text(6:)
        when se-co-shop-min >= 1440
            subtract 1440 from se-co-shop-min
            move ' shop time the day after' to se-cutoff-text(6:)
        when other
            move ' shop time' to se-cutoff-text(6:)
    end-evaluate.
    compute se-co-hh = se-co-shop-min / 60.
    compute se-co-mm = function mod(se-co-shop-min, 60).
    move se-co-hh to se-cutoff-text(1:2).
    move ':' to se-cutoff-text(3:1).
    move se-co-mm to se-cutoff-text(4:2).
    move spaces to se-stmt-line.
    string function trim(se-cutoff-text) ' ('
        function trim(se-co-local) ' '
        function trim(se-co-offset) ' local)'
        delimited by size into se-stmt-line.
    move se-stmt-line to se-cutoff-text.

*>*****************************************************************
*> 0520-getcsvrow                                                  *
*>*****************************************************************
