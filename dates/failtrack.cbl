*>*****************************************************************
*> failtrack - Failed-settlement register, aging and fail rates.   *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> SETTLE stamps each trade's settlement date and sends the        *
*> instructions, but a failed settlement was only learned of when  *
*> the counterparty complained.  Run daily, this reads the         *
*> custodian's settlement-confirmation file -                      *
*>                                                                *
*>   TRADEID,STATUS,DATE[,REASON]                                  *
*>                                                                *
*> (STATUS SETTLED or FAILED) - and matches each line by trade id  *
*> to SETTLE's settlement log SETTLOG.DAT.  A FAILED trade opens a *
*> line on the fails register FAILS.DAT, rewritten in place -      *
*>                                                                *
*>   TRADEID,COUNTERPARTY,CALID,SETTLEDATE,AMOUNT,STATUS,          *
*>   CLOSEDATE,ACTION,REASON                                       *
*>                                                                *
*> (SETTLEDATE the original settlement date, STATUS OPEN or        *
*> CLOSED, ACTION the escalation reached); a SETTLED confirmation  *
*> for an open fail closes it.  Each open fail is aged in business *
*> days open on BOTH the shop's and the counterparty's calendar -  *
*> the SETTLEMENTDATE rule - and flagged CLAIM or BUYIN at the     *
*> SHOPFAILS ages.  A new fail raises an informational alert, and  *
*> each escalation a warning (CLAIM) or critical (BUYIN) one       *
*> through ALERTADD, once per band reached.                        *
*>                                                                *
*> The daily fails report lists the open and the newly closed      *
*> fails, and the fail rates - the day's and month-to-date, by     *
*> count and by value, of the trades due to settle - go to         *
*> FAILRATE.DAT, one line per as-of date (a rerun replaces it) -   *
*>                                                                *
*>   DATE,DUE,FAILED,RATE,DUEVALUE,FAILVALUE,VALUERATE,            *
*>   MTDDUE,MTDFAILED,MTDRATE                                      *
*>                                                                *
*> Command line: [confirmation-file] [as-of-date]                  *
*>                                                                *
*> (settconf.dat and today by default).  RETURN-CODE 4 when a      *
*> confirmation matches no instruction or a fail has reached       *
*> buy-in; 8 when the confirmation file or the settlement log is   *
*> missing; 16 when a file outgrows its table, in which case       *
*> nothing is written.                                             *
*>*****************************************************************
identification division.
program-id. failtrack.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function isbusinessdaycal
    function linear_to_fielded
    function all intrinsic.

input-output section.
file-control.

    select conf-file assign to ws-arg-conf
        organization is line sequential
        access is sequential
        file status is ws-conf-status.

    select log-file assign to 'settlog.dat'
        organization is line sequential
        access is sequential
        file status is ws-log-status.

    select fails-file assign to 'fails.dat'
        organization is line sequential
        access is sequential
        file status is ws-fails-status.

    select rate-file assign to 'failrate.dat'
        organization is line sequential
        access is sequential
        file status is ws-rate-status.

data division.
file section.
fd  conf-file.

01  conf-record          pic x(80).

fd  log-file.

01  log-record           pic x(80).

fd  fails-file.

01  fails-record         pic x(120).

fd  rate-file.

01  rate-record          pic x(120).

working-storage section.
copy shopfails.

01  ws-conf-status       pic xx.
    88  ws-conf-ok           value '00'.
01  ws-log-status        pic xx.
    88  ws-log-ok            value '00'.
01  ws-fails-status      pic xx.
    88  ws-fails-ok          value '00'.
01  ws-rate-status       pic xx.
    88  ws-rate-ok           value '00'.

01  ws-eof-conf          pic x       value 'N'.
    88  eof-conf             value 'Y'.
01  ws-eof-log           pic x       value 'N'.
    88  eof-log              value 'Y'.
01  ws-eof-fails         pic x       value 'N'.
    88  eof-fails            value 'Y'.
01  ws-eof-rate          pic x       value 'N'.
    88  eof-rate             value 'Y'.

01  ws-arg-conf          pic x(40) value 'settconf.dat'.
01  ws-arg-asof          pic x(10).

*>  The settlement log, the latest line per trade.
*>
01  ft-trades.
    05  ft-trade occurs 5000 times.
        10  ftt-tradeid      pic x(12).
        10  ftt-cp           pic x(12).
        10  ftt-calid        pic x(8).
        10  ftt-settle-ld    usage signed-int.
        10  ftt-amount       pic s9(11)v99 comp-5.
01  ft-trade-count       usage signed-int value 0.

01  ft-fails.
    05  ft-fail occurs 2000 times.
        10  ftf-tradeid      pic x(12).
        10  ftf-cp           pic x(12).
        10  ftf-calid        pic x(8).
        10  ftf-settle-ld    usage signed-int.
        10  ftf-amount       pic s9(11)v99 comp-5.
        10  ftf-status       pic x(6).
        10  ftf-close-ld     usage signed-int.
        10  ftf-action       pic x(6).
        10  ftf-reason       pic x(20).
        10  ftf-age          usage signed-int.
        10  ftf-new          pic x.
01  ft-fail-count        usage signed-int value 0.

*>  FAILRATE.DAT lines for the other dates, kept as read.
*>
01  ft-rate-lines.
    05  ft-rate-line occurs 2000 times pic x(120).
01  ft-rate-count        usage signed-int value 0.

01  ft-overflow          pic x value 'N'.
01  ft-tidx              usage signed-int.
01  ft-fidx              usage signed-int.
01  ft-idx               usage signed-int.

01  ft-tok-1             pic x(20).
01  ft-tok-2             pic x(20).
01  ft-tok-3             pic x(20).
01  ft-tok-4             pic x(20).
01  ft-tok-5             pic x(20).
01  ft-tok-6             pic x(20).
01  ft-tok-7             pic x(20).
01  ft-tok-8             pic x(20).
01  ft-tok-9             pic x(20).

01  ft-shop-calid        pic x(8) value 'SHOP'.
01  ft-today-ld          usage signed-int.
01  ft-asof-ld           usage signed-int.
01  ft-asof-date         pic x(10).
01  ft-month-ld          usage signed-int.
01  ft-conf-ld           usage signed-int.
01  ft-day-ld            usage signed-int.
01  ft-status            pic x(8).
01  ft-band              pic x(6).
01  ft-one               pic 99 comp-5 value 1.

01  ft-conf-count        usage signed-int value 0.
01  ft-settled-count     usage signed-int value 0.
01  ft-failed-count      usage signed-int value 0.
01  ft-opened-count      usage signed-int value 0.
01  ft-closed-count      usage signed-int value 0.
01  ft-unmatched-count   usage signed-int value 0.
01  ft-open-count        usage signed-int value 0.
01  ft-claim-count       usage signed-int value 0.
01  ft-buyin-count       usage signed-int value 0.
01  ft-open-amount       pic s9(13)v99 comp-5 value 0.

01  ft-due-count         usage signed-int value 0.
01  ft-due-failed        usage signed-int value 0.
01  ft-due-value         pic s9(13)v99 comp-5 value 0.
01  ft-due-fail-value    pic s9(13)v99 comp-5 value 0.
01  ft-mtd-count         usage signed-int value 0.
01  ft-mtd-failed        usage signed-int value 0.
01  ft-rate              pic s9(3)v99 comp-5.
01  ft-value-rate        pic s9(3)v99 comp-5.
01  ft-mtd-rate          pic s9(3)v99 comp-5.

01  ft-al-severity       pic x.
01  ft-al-job            pic x(12) value 'FAILTRACK'.
01  ft-al-key            pic x(40).
01  ft-al-msg            pic x(60).

01  ft-line              pic x(120).
01  ft-amount-display    pic -(11)9.99.
01  ft-value-display     pic -(13)9.99.
01  ft-value2-display    pic -(13)9.99.
01  ft-rate-display      pic zz9.99.
01  ft-vrate-display     pic zz9.99.
01  ft-mrate-display     pic zz9.99.
01  ft-count-display     pic zzzzz9.
01  ft-count2-display    pic zzzzz9.
01  ft-count3-display    pic zzzzz9.
01  ft-count4-display    pic zzzzz9.
01  ft-age-display       pic zzz9.
01  ft-date              pic x(10).
01  ft-date2             pic x(10).
01  ft-date-text         pic x(20).

01  ft-parse-result.
    05  ft-p-fielded.
        10  ft-p-year        pic s9(9)   comp-5.
        10  ft-p-month       pic 99      comp-5.
        10  ft-p-dom         pic 99      comp-5.
    05  ft-p-success     pic x.

01  ft-fielded-date.
    05  ft-year              pic s9(9)   comp-5.
    05  ft-month             pic 99      comp-5.
    05  ft-dom               pic 99      comp-5.
    05  ft-doy               pic 999     comp-5.
    05  ft-dow               pic 9       comp-5.

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
    accept ws-arg-conf from argument-value.
    if ws-arg-conf = spaces or ws-arg-conf = low-values
        move 'settconf.dat' to ws-arg-conf
    end-if.
    move spaces to ws-arg-asof.
    display 2 upon argument-number.
    accept ws-arg-asof from argument-value.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to ft-fielded-date.
    move fielded_to_linear(ft-year, ft-month, ft-dom)
        to ft-today-ld.
    move ft-today-ld to ft-asof-ld.
    if ws-arg-asof not = spaces and ws-arg-asof not = low-values
        move dateparse(ws-arg-asof, '02') to ft-parse-result
        if ft-p-success = 'N'
            display 'Bad as-of date ' function trim(ws-arg-asof)
                '.'
            move 8 to return-code
            go to 9000-end
        end-if
        move fielded_to_linear(ft-p-year, ft-p-month, ft-p-dom)
            to ft-asof-ld
    end-if.
    move linear_to_fielded(ft-asof-ld) to ft-fielded-date.
    move dateformat(ft-fielded-date, '01') to ft-date-text.
    move ft-date-text(1:10) to ft-asof-date.
    move fielded_to_linear(ft-year, ft-month, ft-one)
        to ft-month-ld.

    perform 0100-loadlog thru 0100-exit.
    if ft-trade-count = 0
        display 'No instructions on settlog.dat; run settle first.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0150-loadfails thru 0150-exit.
    perform 0180-loadrates thru 0180-exit.
    if ft-overflow = 'Y'
        display 'A settlement file exceeds its table;'
            ' run abandoned, nothing written.'
        move 16 to return-code
        go to 9000-end
    end-if.

    open input conf-file.
    if not ws-conf-ok
        display 'Cannot open ' function trim(ws-arg-conf) '.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0210-readconf.
    perform until eof-conf
        perform 0300-oneconf thru 0390-exit
        perform 0210-readconf
    end-perform.
    close conf-file.
    if ft-overflow = 'Y'
        display 'The fails register is full;'
            ' run abandoned, nothing written.'
        move 16 to return-code
        go to 9000-end
    end-if.

    perform varying ft-fidx from 1 by 1 until ft-fidx > ft-fail-count
        if ftf-status(ft-fidx) = 'OPEN'
            perform 0400-agefail
        end-if
    end-perform.

    perform 0500-failrates.
    perform 0600-report.
    perform 0700-writefails.
    perform 0800-writerates.

    display 'Confirmations read:     ' ft-conf-count.
    display 'Settled:                ' ft-settled-count.
    display 'Failed:                 ' ft-failed-count.
    display 'Fails opened:           ' ft-opened-count.
    display 'Fails closed:           ' ft-closed-count.
    display 'Unmatched:              ' ft-unmatched-count.
    if ft-unmatched-count > 0 or ft-buyin-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadlog / 0110-readlog                                     *
*>                                                                *
*> A trade instructed again replaces its earlier line.             *
*>*****************************************************************
0100-loadlog.
    open input log-file.
    if not ws-log-ok
        go to 0100-exit
    end-if.
    perform 0110-readlog.
    perform until eof-log
        move spaces to ft-tok-1 ft-tok-2 ft-tok-3 ft-tok-4 ft-tok-5
        unstring log-record delimited by ','
            into ft-tok-1 ft-tok-2 ft-tok-3 ft-tok-4 ft-tok-5
        end-unstring
        move dateparse(ft-tok-4, '02') to ft-parse-result
        if ft-tok-1 not = spaces and ft-p-success = 'Y'
            perform 0120-findtrade
            if ft-tidx = 0
                if ft-trade-count >= 5000
                    move 'Y' to ft-overflow
                else
                    add 1 to ft-trade-count
                    move ft-trade-count to ft-tidx
                end-if
            end-if
            if ft-tidx > 0
                move ft-tok-1 to ftt-tradeid(ft-tidx)
                move ft-tok-2 to ftt-cp(ft-tidx)
                move ft-tok-3 to ftt-calid(ft-tidx)
                move fielded_to_linear(ft-p-year, ft-p-month,
                        ft-p-dom) to ftt-settle-ld(ft-tidx)
                compute ftt-amount(ft-tidx) =
                    function numval(ft-tok-5)
            end-if
        end-if
        perform 0110-readlog
    end-perform.
    close log-file.

0100-exit.
    exit.

0110-readlog.
    if not eof-log
        read log-file
            at end
                move 'Y' to ws-eof-log
        end-read
    end-if.

*>  the trade's slot for trade id ft-tok-1, zero when none.
*>
0120-findtrade.
    move 0 to ft-tidx.
    perform varying ft-idx from 1 by 1
            until ft-idx > ft-trade-count or ft-tidx > 0
        if ftt-tradeid(ft-idx) = ft-tok-1
            move ft-idx to ft-tidx
        end-if
    end-perform.

*>*****************************************************************
*> 0150-loadfails / 0160-readfail                                  *
*>*****************************************************************
0150-loadfails.
    open input fails-file.
    if not ws-fails-ok
        go to 0150-exit
    end-if.
    perform 0160-readfail.
    perform until eof-fails
        move spaces to ft-tok-1 ft-tok-2 ft-tok-3 ft-tok-4 ft-tok-5
            ft-tok-6 ft-tok-7 ft-tok-8 ft-tok-9
        unstring fails-record delimited by ','
            into ft-tok-1 ft-tok-2 ft-tok-3 ft-tok-4 ft-tok-5
                ft-tok-6 ft-tok-7 ft-tok-8 ft-tok-9
        end-unstring
        move dateparse(ft-tok-4, '02') to ft-parse-result
        if ft-tok-1 not = spaces and ft-p-success = 'Y'
            if ft-fail-count >= 2000
                move 'Y' to ft-overflow
            else
                add 1 to ft-fail-count
                move ft-tok-1 to ftf-tradeid(ft-fail-count)
                move ft-tok-2 to ftf-cp(ft-fail-count)
                move ft-tok-3 to ftf-calid(ft-fail-count)
                move fielded_to_linear(ft-p-year, ft-p-month,
                        ft-p-dom) to ftf-settle-ld(ft-fail-count)
                compute ftf-amount(ft-fail-count) =
                    function numval(ft-tok-5)
                move ft-tok-6 to ftf-status(ft-fail-count)
                move 0 to ftf-close-ld(ft-fail-count)
                move dateparse(ft-tok-7, '02') to ft-parse-result
                if ft-p-success = 'Y'
                    move fielded_to_linear(ft-p-year, ft-p-month,
                            ft-p-dom) to ftf-close-ld(ft-fail-count)
                end-if
                move ft-tok-8 to ftf-action(ft-fail-count)
                move ft-tok-9 to ftf-reason(ft-fail-count)
                move 0 to ftf-age(ft-fail-count)
                move 'N' to ftf-new(ft-fail-count)
            end-if
        end-if
        perform 0160-readfail
    end-perform.
    close fails-file.

0150-exit.
    exit.

0160-readfail.
    if not eof-fails
        read fails-file
            at end
                move 'Y' to ws-eof-fails
        end-read
    end-if.

*>  the register's line for trade id ft-tok-1, zero when none.
*>
0170-findfail.
    move 0 to ft-fidx.
    perform varying ft-idx from 1 by 1
            until ft-idx > ft-fail-count or ft-fidx > 0
        if ftf-tradeid(ft-idx) = ft-tok-1
            move ft-idx to ft-fidx
        end-if
    end-perform.

*>*****************************************************************
*> 0180-loadrates / 0190-readrate                                  *
*>*****************************************************************
0180-loadrates.
    open input rate-file.
    if not ws-rate-ok
        go to 0180-exit
    end-if.
    perform 0190-readrate.
    perform until eof-rate
        if rate-record not = spaces
                and rate-record(1:10) not = ft-asof-date
            if ft-rate-count >= 2000
                move 'Y' to ft-overflow
            else
                add 1 to ft-rate-count
                move rate-record to ft-rate-line(ft-rate-count)
            end-if
        end-if
        perform 0190-readrate
    end-perform.
    close rate-file.

0180-exit.
    exit.

0190-readrate.
    if not eof-rate
        read rate-file
            at end
                move 'Y' to ws-eof-rate
        end-read
    end-if.

0210-readconf.
    if not eof-conf
        read conf-file
            at end
                move 'Y' to ws-eof-conf
        end-read
    end-if.

*>*****************************************************************
*> 0300-oneconf                                                    *
*>*****************************************************************
0300-oneconf.
    move spaces to ft-tok-1 ft-tok-2 ft-tok-3 ft-tok-4.
    unstring conf-record delimited by ','
        into ft-tok-1 ft-tok-2 ft-tok-3 ft-tok-4
    end-unstring.
    if ft-tok-1 = spaces
        go to 0390-exit
    end-if.
    add 1 to ft-conf-count.
    move function upper-case(ft-tok-2) to ft-status.
    move dateparse(ft-tok-3, '02') to ft-parse-result.
    if ft-p-success = 'Y'
        move fielded_to_linear(ft-p-year, ft-p-month, ft-p-dom)
            to ft-conf-ld
    else
        move ft-asof-ld to ft-conf-ld
    end-if.

    perform 0120-findtrade.
    if ft-tidx = 0
        display 'UNMATCHED confirmation: ' function trim(conf-record)
        add 1 to ft-unmatched-count
        go to 0390-exit
    end-if.
    perform 0170-findfail.

    evaluate ft-status
        when 'SETTLED'
            add 1 to ft-settled-count
            if ft-fidx > 0
                if ftf-status(ft-fidx) = 'OPEN'
                    move 'CLOSED' to ftf-status(ft-fidx)
                    move ft-conf-ld to ftf-close-ld(ft-fidx)
                    add 1 to ft-closed-count
                end-if
            end-if
        when 'FAILED'
            add 1 to ft-failed-count
            if ft-fidx = 0
                perform 0350-openfail thru 0350-exit
            end-if
        when other
            display 'UNKNOWN status: ' function trim(conf-record)
            add 1 to ft-unmatched-count
    end-evaluate.

0390-exit.
    exit.

0350-openfail.
    if ft-fail-count >= 2000
        move 'Y' to ft-overflow
        go to 0350-exit
    end-if.
    add 1 to ft-fail-count.
    move ft-fail-count to ft-fidx.
    move ftt-tradeid(ft-tidx) to ftf-tradeid(ft-fidx).
    move ftt-cp(ft-tidx) to ftf-cp(ft-fidx).
    move ftt-calid(ft-tidx) to ftf-calid(ft-fidx).
    move ftt-settle-ld(ft-tidx) to ftf-settle-ld(ft-fidx).
    move ftt-amount(ft-tidx) to ftf-amount(ft-fidx).
    move 'OPEN' to ftf-status(ft-fidx).
    move 0 to ftf-close-ld(ft-fidx).
    move spaces to ftf-action(ft-fidx).
    move ft-tok-4 to ftf-reason(ft-fidx).
    move 0 to ftf-age(ft-fidx).
    move 'Y' to ftf-new(ft-fidx).
    add 1 to ft-opened-count.

    move 'I' to ft-al-severity.
    move spaces to ft-al-msg.
    string 'settlement failed, ' function trim(ftf-cp(ft-fidx))
        ' ' function trim(ftf-reason(ft-fidx))
        delimited by size into ft-al-msg.
    perform 0450-alert.

0350-exit.
    exit.

*>*****************************************************************
*> 0400-agefail                                                    *
*>                                                                *
*> Business days past the original settlement date through the     *
*> as-of date on which both markets were open, and the band that   *
*> age has reached; each band alerts once, on reaching it.         *
*>*****************************************************************
0400-agefail.
    move 0 to ftf-age(ft-fidx).
    compute ft-day-ld = ftf-settle-ld(ft-fidx) + 1.
    perform until ft-day-ld > ft-asof-ld
        if isbusinessdaycal(ft-day-ld, ft-shop-calid) = 'Y'
                and isbusinessdaycal(ft-day-ld, ftf-calid(ft-fidx))
                    = 'Y'
            add 1 to ftf-age(ft-fidx)
        end-if
        add 1 to ft-day-ld
    end-perform.

    move spaces to ft-band.
    if ftf-age(ft-fidx) >= shopfails-claim-days
        move 'CLAIM' to ft-band
    end-if.
    if ftf-age(ft-fidx) >= shopfails-buyin-days
        move 'BUYIN' to ft-band
    end-if.
    if ft-band not = spaces and ft-band not = ftf-action(ft-fidx)
        move ft-band to ftf-action(ft-fidx)
        move ftf-age(ft-fidx) to ft-age-display
        move spaces to ft-al-msg
        if ft-band = 'BUYIN'
            move 'C' to ft-al-severity
            string 'fail aged ' function trim(ft-age-display)
                ' business days - initiate buy-in, '
                function trim(ftf-cp(ft-fidx))
                delimited by size into ft-al-msg
        else
            move 'W' to ft-al-severity
            string 'fail aged ' function trim(ft-age-display)
                ' business days - file claim, '
                function trim(ftf-cp(ft-fidx))
                delimited by size into ft-al-msg
        end-if
        perform 0450-alert
    end-if.

0450-alert.
    move spaces to ft-al-key.
    move ftf-tradeid(ft-fidx) to ft-al-key.
    call 'alertadd' using ft-al-severity ft-al-job
        ft-al-key ft-al-msg.

*>*****************************************************************
*> 0500-failrates                                                  *
*>                                                                *
*> Of the trades due to settle on the as-of date, and due from the *
*> first of its month through it, how many (and how much) failed - *
*> a fail counting against the date it was due, whether or not it  *
*> has closed since.                                               *
*>*****************************************************************
0500-failrates.
    perform varying ft-tidx from 1 by 1
            until ft-tidx > ft-trade-count
        if ftt-settle-ld(ft-tidx) >= ft-month-ld
                and ftt-settle-ld(ft-tidx) <= ft-asof-ld
            move ftt-tradeid(ft-tidx) to ft-tok-1
            perform 0170-findfail
            add 1 to ft-mtd-count
            if ft-fidx > 0
                add 1 to ft-mtd-failed
            end-if
            if ftt-settle-ld(ft-tidx) = ft-asof-ld
                add 1 to ft-due-count
                add ftt-amount(ft-tidx) to ft-due-value
                if ft-fidx > 0
                    add 1 to ft-due-failed
                    add ftt-amount(ft-tidx) to ft-due-fail-value
                end-if
            end-if
        end-if
    end-perform.

    move 0 to ft-rate ft-value-rate ft-mtd-rate.
    if ft-due-count > 0
        compute ft-rate rounded = ft-due-failed * 100 / ft-due-count
    end-if.
    if ft-due-value > 0
        compute ft-value-rate rounded =
            ft-due-fail-value * 100 / ft-due-value
    end-if.
    if ft-mtd-count > 0
        compute ft-mtd-rate rounded =
            ft-mtd-failed * 100 / ft-mtd-count
    end-if.

*>*****************************************************************
*> 0600-report                                                     *
*>*****************************************************************
0600-report.
    display 'Settlement fails as of ' ft-asof-date.
    display '=============================================='.
    display 'TRADE        COUNTERPARTY SETTLE DUE   AGE'
        '         AMOUNT ACTION  REASON'.
    perform varying ft-fidx from 1 by 1 until ft-fidx > ft-fail-count
        if ftf-status(ft-fidx) = 'OPEN'
            perform 0610-failline
            add 1 to ft-open-count
            add ftf-amount(ft-fidx) to ft-open-amount
            evaluate ftf-action(ft-fidx)
                when 'CLAIM'
                    add 1 to ft-claim-count
                when 'BUYIN'
                    add 1 to ft-buyin-count
            end-evaluate
        end-if
    end-perform.
    if ft-open-count = 0
        display 'No open fails.'
    end-if.
    display ' '.
    display 'Closed by today''s confirmations:'.
    perform varying ft-fidx from 1 by 1 until ft-fidx > ft-fail-count
        if ftf-status(ft-fidx) = 'CLOSED'
                and ftf-close-ld(ft-fidx) = ft-asof-ld
            move linear_to_fielded(ftf-settle-ld(ft-fidx))
                to ft-fielded-date
            move dateformat(ft-fielded-date, '01') to ft-date-text
            move ftf-amount(ft-fidx) to ft-amount-display
            display ftf-tradeid(ft-fidx) ' ' ftf-cp(ft-fidx) ' '
                ft-date-text(1:10) ' ' ft-amount-display
        end-if
    end-perform.
    display '=============================================='.
    move ft-open-amount to ft-value-display.
    display 'Open fails:             ' ft-open-count
        '  value ' ft-value-display.
    display 'Flagged for claim:      ' ft-claim-count.
    display 'Flagged for buy-in:     ' ft-buyin-count.
    move ft-rate to ft-rate-display.
    move ft-value-rate to ft-vrate-display.
    move ft-mtd-rate to ft-mrate-display.
    move ft-due-count to ft-count-display.
    move ft-due-failed to ft-count2-display.
    display 'Fail rate for the day:  ' ft-count2-display ' of '
        ft-count-display ' trades due, ' ft-rate-display
        '% by count, ' ft-vrate-display '% by value'.
    move ft-mtd-count to ft-count-display.
    move ft-mtd-failed to ft-count2-display.
    display 'Fail rate month-to-date:' ft-count2-display ' of '
        ft-count-display ' trades due, ' ft-mrate-display
        '% by count'.

0610-failline.
    move linear_to_fielded(ftf-settle-ld(ft-fidx)) to ft-fielded-date.
    move dateformat(ft-fielded-date, '01') to ft-date-text.
    move ftf-age(ft-fidx) to ft-age-display.
    move ftf-amount(ft-fidx) to ft-amount-display.
    display ftf-tradeid(ft-fidx) ' ' ftf-cp(ft-fidx) ' '
        ft-date-text(1:10) ' ' ft-age-display ' ' ft-amount-display
        ' ' ftf-action(ft-fidx) '  ' function trim(ftf-reason(ft-fidx)).

*>*****************************************************************
*> 0700-writefails                                                 *
*>*****************************************************************
0700-writefails.
    open output fails-file.
    perform varying ft-fidx from 1 by 1 until ft-fidx > ft-fail-count
        move linear_to_fielded(ftf-settle-ld(ft-fidx))
            to ft-fielded-date
        move dateformat(ft-fielded-date, '01') to ft-date-text
        move ft-date-text(1:10) to ft-date
        move spaces to ft-date2
        if ftf-close-ld(ft-fidx) > 0
            move linear_to_fielded(ftf-close-ld(ft-fidx))
                to ft-fielded-date
            move dateformat(ft-fielded-date, '01') to ft-date-text
            move ft-date-text(1:10) to ft-date2
        end-if
        move ftf-amount(ft-fidx) to ft-amount-display
        move spaces to ft-line
        string function trim(ftf-tradeid(ft-fidx)) ','
            function trim(ftf-cp(ft-fidx)) ','
            function trim(ftf-calid(ft-fidx)) ','
            ft-date ','
            function trim(ft-amount-display) ','
            function trim(ftf-status(ft-fidx)) ','
            function trim(ft-date2) ','
            function trim(ftf-action(ft-fidx)) ','
            function trim(ftf-reason(ft-fidx))
            delimited by size into ft-line
        move ft-line to fails-record
        write fails-record
    end-perform.
    close fails-file.

*>*****************************************************************
*> 0800-writerates                                                 *
*>*****************************************************************
0800-writerates.
    open output rate-file.
    perform varying ft-idx from 1 by 1 until ft-idx > ft-rate-count
        move ft-rate-line(ft-idx) to rate-record
        write rate-record
    end-perform.
    move ft-due-count to ft-count-display.
    move ft-due-failed to ft-count2-display.
    move ft-mtd-count to ft-count3-display.
    move ft-mtd-failed to ft-count4-display.
    move ft-due-value to ft-value-display.
    move ft-due-fail-value to ft-value2-display.
    move spaces to ft-line.
    string ft-asof-date ','
        function trim(ft-count-display) ','
        function trim(ft-count2-display) ','
        function trim(ft-rate-display) ','
        function trim(ft-value-display) ','
        function trim(ft-value2-display) ','
        function trim(ft-vrate-display) ','
        function trim(ft-count3-display) ','
        function trim(ft-count4-display) ','
        function trim(ft-mrate-display)
        delimited by size into ft-line.
    move ft-line to rate-record.
    write rate-record.
    close rate-file.

end program failtrack.
