*>*****************************************************************
*> paybehav - Customer payment behavior and DSO by fiscal period.  *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> CASHAPPL.DAT records every application with its date, and the   *
*> invoice's own date travels with it (INVDATE; older lines fall   *
*> back to OPENITEMS.DAT while the item is still open), but nobody *
*> turned that into how fast each customer actually pays.  This    *
*> monthly report covers the last twelve complete months, labelled *
*> by fiscal period through FISCALPERIODOF:                        *
*>                                                                *
*>   - per customer, the simple and amount-weighted days-to-pay,   *
*>     in calendar days and in business days (ELAPSEDBUSINESSDAYS) *
*>   - per customer, the weighted calendar days-to-pay in each of  *
*>     the twelve periods - the trend                              *
*>   - company DSO per period: receivables open at the period end  *
*>     over the period's invoicing, times the days in the period;  *
*>     both rebuilt from OPENITEMS.DAT balances plus the           *
*>     applications, so write-offs and credit memos are not seen   *
*>     (a balance written off or credited simply drops out)        *
*>   - the customers whose weighted days over the latest three     *
*>     periods run more than the threshold beyond their earlier    *
*>     nine - paying slower - for credit and collections           *
*>                                                                *
*> An application whose invoice date cannot be found is counted    *
*> and left out.                                                   *
*>                                                                *
*> Command line: [fiscal-start-month] [threshold-days]             *
*>               (defaults 1 and 5)                                *
*>                                                                *
*> RETURN-CODE 4 when any customer is flagged, 16 when a file      *
*> outgrows its table.                                             *
*>*****************************************************************
identification division.
program-id. paybehav.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateparse
    function elapsedbusinessdays
    function fielded_to_linear
    function fiscalperiodof
    function all intrinsic.

input-output section.
file-control.

    select openitem-file assign to 'openitems.dat'
        organization is line sequential
        access is sequential
        file status is ws-openitem-status.

    select audit-file assign to 'cashappl.dat'
        organization is line sequential
        access is sequential
        file status is ws-audit-status.

data division.
file section.
fd  openitem-file.

01  openitem-record.
    05  oi-customer     pic x(12).
    05  oi-invoice      pic x(16).
    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

fd  audit-file.

01  audit-record         pic x(80).

working-storage section.
01  ws-openitem-status   pic xx.
    88  ws-openitem-ok       value '00'.
01  ws-audit-status      pic xx.
    88  ws-audit-ok          value '00'.

01  ws-eof-openitem      pic x       value 'N'.
    88  eof-openitem         value 'Y'.
01  ws-eof-audit         pic x       value 'N'.
    88  eof-audit            value 'Y'.

01  ws-cmdline           pic x(80).
01  ws-arg-fiscal        pic x(2).
01  ws-arg-threshold     pic x(8).

01  pb-fiscalstart       pic 99 comp-5 value 1.
01  pb-threshold         pic s9(5)v9 comp-5 value 5.

*>  Every invoice seen: the open items, plus any paid item known
*>  only from its applications.
*>
01  pb-invoices.
    05  pb-inv occurs 10000 times.
        10  pbi-customer     pic x(12).
        10  pbi-invoice      pic x(16).
        10  pbi-ld           usage signed-int.
        10  pbi-open         pic s9(11)v99 comp-5.
        10  pbi-applied      pic s9(11)v99 comp-5.
01  pb-inv-count         usage signed-int value 0.
01  pb-iidx              usage signed-int.
01  pb-inv-hit           usage signed-int.

01  pb-apps.
    05  pb-app occurs 20000 times.
        10  pba-inv          usage signed-int.
        10  pba-ld           usage signed-int.
        10  pba-amount       pic s9(11)v99 comp-5.
01  pb-app-count         usage signed-int value 0.
01  pb-aidx              usage signed-int.

01  pb-customers.
    05  pb-cust occurs 1000 times.
        10  pbc-customer     pic x(12).
        10  pbc-count        usage signed-int.
        10  pbc-cal-days     pic s9(9) comp-5.
        10  pbc-bus-days     pic s9(9) comp-5.
        10  pbc-amount       pic s9(13)v99 comp-5.
        10  pbc-amt-cal      pic s9(15)v99 comp-5.
        10  pbc-amt-bus      pic s9(15)v99 comp-5.
        10  pbc-per occurs 12 times.
            15  pbcp-amount      pic s9(13)v99 comp-5.
            15  pbcp-amt-cal     pic s9(15)v99 comp-5.
01  pb-cust-count        usage signed-int value 0.
01  pb-cidx              usage signed-int.
01  pb-cust-hit          usage signed-int.

*>  The twelve periods, oldest first, each one calendar month.
*>
01  pb-periods.
    05  pb-per occurs 12 times.
        10  pbp-start-ld     usage signed-int.
        10  pbp-end-ld       usage signed-int.
        10  pbp-label        pic x(5).
        10  pbp-sales        pic s9(13)v99 comp-5.
        10  pbp-ar           pic s9(13)v99 comp-5.
01  pb-pidx              usage signed-int.
01  pb-per-hit           usage signed-int.

01  pb-overflow          pic x value 'N'.
01  pb-undated           usage signed-int value 0.
01  pb-flagged           usage signed-int value 0.

01  pb-tok-date          pic x(10).
01  pb-tok-customer      pic x(12).
01  pb-tok-invoice       pic x(16).
01  pb-tok-amount        pic x(16).
01  pb-tok-invdate       pic x(10).

01  pb-today-ld          usage signed-int.
01  pb-pay-ld            usage signed-int.
01  pb-item-ld           usage signed-int.
01  pb-amount            pic s9(11)v99 comp-5.
01  pb-cal               usage signed-int.
01  pb-bus               usage signed-int.
01  pb-year              pic s9(9) comp-5.
01  pb-month             pic 99 comp-5.
01  pb-next-year         pic s9(9) comp-5.
01  pb-next-month        pic 99 comp-5.

01  pb-early-amount      pic s9(13)v99 comp-5.
01  pb-early-amt-cal     pic s9(15)v99 comp-5.
01  pb-late-amount       pic s9(13)v99 comp-5.
01  pb-late-amt-cal      pic s9(15)v99 comp-5.
01  pb-early-days        pic s9(5)v9 comp-5.
01  pb-late-days         pic s9(5)v9 comp-5.
01  pb-change            pic s9(5)v9 comp-5.
01  pb-days              pic s9(5)v9 comp-5.
01  pb-dso               pic s9(5)v9 comp-5.

01  pb-line              pic x(132).
01  pb-ptr               usage signed-int.
01  pb-count-display     pic z(6)9.
01  pb-days-display      pic zzzz9.9.
01  pb-days2-display     pic zzzz9.9.
01  pb-chg-display       pic -(4)9.9.
01  pb-trend-display     pic z(4)9.
01  pb-amount-display    pic -(12)9.99.
01  pb-amount2-display   pic -(12)9.99.
01  pb-year-display      pic 9(4).
01  pb-period-display    pic 99.

01  pb-fielded-date.
    05  pb-f-year            pic s9(9)   comp-5.
    05  pb-f-month           pic 99      comp-5.
    05  pb-f-dom             pic 99      comp-5.
    05  pb-f-doy             pic 999     comp-5.
    05  pb-f-dow             pic 9       comp-5.

01  pb-parse-result.
    05  pb-p-fielded.
        10  pb-p-year        pic s9(9)   comp-5.
        10  pb-p-month       pic 99      comp-5.
        10  pb-p-dom         pic 99      comp-5.
    05  pb-p-success     pic x.

01  pb-fpo-result.
    05  pb-fpo-period        pic 99      comp-5.
    05  pb-fpo-fiscalyear    pic s9(9)   comp-5.

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
    move spaces to ws-arg-fiscal ws-arg-threshold.
    unstring ws-cmdline delimited by all space
        into ws-arg-fiscal ws-arg-threshold.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to pb-fiscalstart
    end-if.
    if pb-fiscalstart < 1 or pb-fiscalstart > 12
        move 1 to pb-fiscalstart
    end-if.
    if ws-arg-threshold not = spaces
        compute pb-threshold = function numval(ws-arg-threshold)
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to pb-fielded-date.
    move fielded_to_linear(pb-f-year, pb-f-month, pb-f-dom)
        to pb-today-ld.
    perform 0050-setperiods.

    perform 0100-loaditems.
    perform 0200-loadapplications.
    if pb-overflow = 'Y'
        display 'openitems.dat or cashappl.dat exceeds its table;'
            ' run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.

    perform varying pb-aidx from 1 by 1 until pb-aidx > pb-app-count
        perform 0300-oneapplication thru 0390-exit
    end-perform.
    perform 0400-dso.

    perform 0500-customerreport.
    perform 0600-trendreport.
    perform 0700-dsoreport.
    perform 0800-deteriorated.

    display ' '.
    display 'Applications with no invoice date, left out: '
        pb-undated.
    if pb-flagged > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0050-setperiods                                                 *
*>                                                                *
*> The twelve complete months before this one, oldest first.       *
*>*****************************************************************
0050-setperiods.
    move pb-f-year to pb-year.
    move pb-f-month to pb-month.
    perform varying pb-pidx from 12 by -1 until pb-pidx < 1
        if pb-month = 1
            move 12 to pb-month
            subtract 1 from pb-year
        else
            subtract 1 from pb-month
        end-if
        move pb-year to pb-next-year
        compute pb-next-month = pb-month + 1
        if pb-next-month > 12
            move 1 to pb-next-month
            add 1 to pb-next-year
        end-if
        move fielded_to_linear(pb-year, pb-month, 1)
            to pbp-start-ld(pb-pidx)
        compute pbp-end-ld(pb-pidx) =
            fielded_to_linear(pb-next-year, pb-next-month, 1) - 1
        move fiscalperiodof(pbp-start-ld(pb-pidx), pb-fiscalstart)
            to pb-fpo-result
        move pb-fpo-fiscalyear to pb-year-display
        move pb-fpo-period to pb-period-display
        move spaces to pbp-label(pb-pidx)
        string pb-year-display(3:2) '/' pb-period-display
            delimited by size into pbp-label(pb-pidx)
        move 0 to pbp-sales(pb-pidx) pbp-ar(pb-pidx)
    end-perform.

*>*****************************************************************
*> 0100-loaditems / 0110-readitem                                  *
*>*****************************************************************
0100-loaditems.
    open input openitem-file.
    if ws-openitem-ok
        perform 0110-readitem
        perform until eof-openitem
            compute pb-amount = function numval(oi-amount)
            if oi-type not = 'CR' and pb-amount > 0
                move dateparse(oi-date, '02') to pb-parse-result
                if pb-p-success = 'Y'
                    if pb-inv-count >= 10000
                        move 'Y' to pb-overflow
                    else
                        add 1 to pb-inv-count
                        move oi-customer to pbi-customer(pb-inv-count)
                        move oi-invoice to pbi-invoice(pb-inv-count)
                        move fielded_to_linear(pb-p-year, pb-p-month,
                            pb-p-dom) to pbi-ld(pb-inv-count)
                        move pb-amount to pbi-open(pb-inv-count)
                        move 0 to pbi-applied(pb-inv-count)
                    end-if
                end-if
            end-if
            perform 0110-readitem
        end-perform
        close openitem-file
    end-if.

0110-readitem.
    if not eof-openitem
        read openitem-file
            at end
                move 'Y' to ws-eof-openitem
        end-read
    end-if.

*>*****************************************************************
*> 0200-loadapplications / 0210-readaudit / 0250-oneauditline      *
*>*****************************************************************
0200-loadapplications.
    open input audit-file.
    if ws-audit-ok
        perform 0210-readaudit
        perform until eof-audit
            perform 0250-oneauditline thru 0290-exit
            perform 0210-readaudit
        end-perform
        close audit-file
    end-if.

0210-readaudit.
    if not eof-audit
        read audit-file
            at end
                move 'Y' to ws-eof-audit
        end-read
    end-if.

0250-oneauditline.
    move spaces to pb-tok-date pb-tok-customer pb-tok-invoice
        pb-tok-amount pb-tok-invdate.
    unstring audit-record delimited by ','
        into pb-tok-date pb-tok-customer pb-tok-invoice
            pb-tok-amount pb-tok-invdate
    end-unstring.
    move dateparse(pb-tok-date, '02') to pb-parse-result.
    if pb-p-success not = 'Y' or pb-tok-invoice = spaces
        go to 0290-exit
    end-if.
    move fielded_to_linear(pb-p-year, pb-p-month, pb-p-dom)
        to pb-pay-ld.
    compute pb-amount = function numval(pb-tok-amount).

    move 0 to pb-inv-hit.
    perform varying pb-iidx from 1 by 1
            until pb-iidx > pb-inv-count or pb-inv-hit > 0
        if pbi-customer(pb-iidx) = pb-tok-customer
                and pbi-invoice(pb-iidx) = pb-tok-invoice
            move pb-iidx to pb-inv-hit
        end-if
    end-perform.
    if pb-inv-hit = 0
        move dateparse(pb-tok-invdate, '02') to pb-parse-result
        if pb-tok-invdate = spaces or pb-p-success not = 'Y'
            add 1 to pb-undated
            go to 0290-exit
        end-if
        if pb-inv-count >= 10000
            move 'Y' to pb-overflow
            go to 0290-exit
        end-if
        add 1 to pb-inv-count
        move pb-inv-count to pb-inv-hit
        move pb-tok-customer to pbi-customer(pb-inv-hit)
        move pb-tok-invoice to pbi-invoice(pb-inv-hit)
        move fielded_to_linear(pb-p-year, pb-p-month, pb-p-dom)
            to pbi-ld(pb-inv-hit)
        move 0 to pbi-open(pb-inv-hit)
        move 0 to pbi-applied(pb-inv-hit)
    end-if.

    if pb-app-count >= 20000
        move 'Y' to pb-overflow
        go to 0290-exit
    end-if.
    add 1 to pb-app-count.
    move pb-inv-hit to pba-inv(pb-app-count).
    move pb-pay-ld to pba-ld(pb-app-count).
    move pb-amount to pba-amount(pb-app-count).
    add pb-amount to pbi-applied(pb-inv-hit).

0290-exit.
    exit.

*>*****************************************************************
*> 0300-oneapplication                                             *
*>                                                                *
*> An application paid inside the twelve periods counts toward its *
*> customer's days-to-pay and that period's trend.                 *
*>*****************************************************************
0300-oneapplication.
    move 0 to pb-per-hit.
    perform varying pb-pidx from 1 by 1
            until pb-pidx > 12 or pb-per-hit > 0
        if pba-ld(pb-aidx) >= pbp-start-ld(pb-pidx)
                and pba-ld(pb-aidx) <= pbp-end-ld(pb-pidx)
            move pb-pidx to pb-per-hit
        end-if
    end-perform.
    if pb-per-hit = 0
        go to 0390-exit
    end-if.

    move pba-inv(pb-aidx) to pb-iidx.
    move pbi-ld(pb-iidx) to pb-item-ld.
    compute pb-cal = pba-ld(pb-aidx) - pb-item-ld.
    if pb-cal < 0
        move 0 to pb-cal
    end-if.
    compute pb-bus =
        elapsedbusinessdays(pb-item-ld, pba-ld(pb-aidx)) - 1.
    if pb-bus < 0
        move 0 to pb-bus
    end-if.

    move 0 to pb-cust-hit.
    perform varying pb-cidx from 1 by 1
            until pb-cidx > pb-cust-count or pb-cust-hit > 0
        if pbc-customer(pb-cidx) = pbi-customer(pb-iidx)
            move pb-cidx to pb-cust-hit
        end-if
    end-perform.
    if pb-cust-hit = 0
        if pb-cust-count >= 1000
            move 'Y' to pb-overflow
            go to 0390-exit
        end-if
        add 1 to pb-cust-count
        move pb-cust-count to pb-cust-hit
        initialize pb-cust(pb-cust-hit)
        move pbi-customer(pb-iidx) to pbc-customer(pb-cust-hit)
    end-if.

    move pba-amount(pb-aidx) to pb-amount.
    add 1 to pbc-count(pb-cust-hit).
    add pb-cal to pbc-cal-days(pb-cust-hit).
    add pb-bus to pbc-bus-days(pb-cust-hit).
    add pb-amount to pbc-amount(pb-cust-hit).
    compute pbc-amt-cal(pb-cust-hit) =
        pbc-amt-cal(pb-cust-hit) + (pb-amount * pb-cal).
    compute pbc-amt-bus(pb-cust-hit) =
        pbc-amt-bus(pb-cust-hit) + (pb-amount * pb-bus).
    add pb-amount to pbcp-amount(pb-cust-hit, pb-per-hit).
    compute pbcp-amt-cal(pb-cust-hit, pb-per-hit) =
        pbcp-amt-cal(pb-cust-hit, pb-per-hit) + (pb-amount * pb-cal).

0390-exit.
    exit.

*>*****************************************************************
*> 0400-dso                                                        *
*>                                                                *
*> An invoice's original amount is its open balance plus all that  *
*> was applied to it.  At a period end it was still owed its open  *
*> balance plus whatever was applied after that day.               *
*>*****************************************************************
0400-dso.
    perform varying pb-iidx from 1 by 1 until pb-iidx > pb-inv-count
        perform varying pb-pidx from 1 by 1 until pb-pidx > 12
            if pbi-ld(pb-iidx) >= pbp-start-ld(pb-pidx)
                    and pbi-ld(pb-iidx) <= pbp-end-ld(pb-pidx)
                compute pbp-sales(pb-pidx) = pbp-sales(pb-pidx)
                    + pbi-open(pb-iidx) + pbi-applied(pb-iidx)
            end-if
            if pbi-ld(pb-iidx) <= pbp-end-ld(pb-pidx)
                add pbi-open(pb-iidx) to pbp-ar(pb-pidx)
            end-if
        end-perform
    end-perform.
    perform varying pb-aidx from 1 by 1 until pb-aidx > pb-app-count
        move pba-inv(pb-aidx) to pb-iidx
        perform varying pb-pidx from 1 by 1 until pb-pidx > 12
            if pbi-ld(pb-iidx) <= pbp-end-ld(pb-pidx)
                    and pba-ld(pb-aidx) > pbp-end-ld(pb-pidx)
                add pba-amount(pb-aidx) to pbp-ar(pb-pidx)
            end-if
        end-perform
    end-perform.

*>*****************************************************************
*> 0500-customerreport                                             *
*>*****************************************************************
0500-customerreport.
    display 'Customer payment behavior, periods ' pbp-label(1)
        ' through ' pbp-label(12).
    display '=============================================='
        '============'.
    display 'Customer        Paid   Avg cal  Wtd cal'
        '  Avg bus  Wtd bus'.
    perform varying pb-cidx from 1 by 1 until pb-cidx > pb-cust-count
        move pbc-count(pb-cidx) to pb-count-display
        move spaces to pb-line
        move 1 to pb-ptr
        string pbc-customer(pb-cidx) ' ' pb-count-display
            delimited by size into pb-line with pointer pb-ptr
        compute pb-days rounded =
            pbc-cal-days(pb-cidx) / pbc-count(pb-cidx)
        perform 0550-adddays
        move 0 to pb-days
        if pbc-amount(pb-cidx) > 0
            compute pb-days rounded =
                pbc-amt-cal(pb-cidx) / pbc-amount(pb-cidx)
        end-if
        perform 0550-adddays
        compute pb-days rounded =
            pbc-bus-days(pb-cidx) / pbc-count(pb-cidx)
        perform 0550-adddays
        move 0 to pb-days
        if pbc-amount(pb-cidx) > 0
            compute pb-days rounded =
                pbc-amt-bus(pb-cidx) / pbc-amount(pb-cidx)
        end-if
        perform 0550-adddays
        display pb-line
    end-perform.
    display '=============================================='
        '============'.

0550-adddays.
    move pb-days to pb-days-display.
    string '  ' pb-days-display
        delimited by size into pb-line with pointer pb-ptr.

*>*****************************************************************
*> 0600-trendreport                                                *
*>                                                                *
*> Weighted calendar days-to-pay per period; a dash where the      *
*> customer paid nothing that period.                              *
*>*****************************************************************
0600-trendreport.
    display ' '.
    display 'Weighted days-to-pay by fiscal period (YY/PP)'.
    move spaces to pb-line.
    move 1 to pb-ptr.
    string 'Customer    ' delimited by size
        into pb-line with pointer pb-ptr.
    perform varying pb-pidx from 1 by 1 until pb-pidx > 12
        string ' ' pbp-label(pb-pidx) delimited by size
            into pb-line with pointer pb-ptr
    end-perform.
    display pb-line.
    perform varying pb-cidx from 1 by 1 until pb-cidx > pb-cust-count
        move spaces to pb-line
        move 1 to pb-ptr
        string pbc-customer(pb-cidx) delimited by size
            into pb-line with pointer pb-ptr
        perform varying pb-pidx from 1 by 1 until pb-pidx > 12
            if pbcp-amount(pb-cidx, pb-pidx) > 0
                compute pb-days rounded =
                    pbcp-amt-cal(pb-cidx, pb-pidx)
                    / pbcp-amount(pb-cidx, pb-pidx)
                move pb-days to pb-trend-display
                string ' ' pb-trend-display delimited by size
                    into pb-line with pointer pb-ptr
            else
                string '     -' delimited by size
                    into pb-line with pointer pb-ptr
            end-if
        end-perform
        display pb-line
    end-perform.

*>*****************************************************************
*> 0700-dsoreport                                                  *
*>*****************************************************************
0700-dsoreport.
    display ' '.
    display 'Company DSO by fiscal period'.
    display 'Period              Invoiced    Open at end     DSO'.
    perform varying pb-pidx from 1 by 1 until pb-pidx > 12
        move pbp-sales(pb-pidx) to pb-amount-display
        move pbp-ar(pb-pidx) to pb-amount2-display
        if pbp-sales(pb-pidx) > 0
            compute pb-dso rounded =
                pbp-ar(pb-pidx) / pbp-sales(pb-pidx)
                * (pbp-end-ld(pb-pidx) - pbp-start-ld(pb-pidx) + 1)
            move pb-dso to pb-days-display
            display pbp-label(pb-pidx) ' ' pb-amount-display
                pb-amount2-display ' ' pb-days-display
        else
            display pbp-label(pb-pidx) ' ' pb-amount-display
                pb-amount2-display '        -'
        end-if
    end-perform.

*>*****************************************************************
*> 0800-deteriorated                                               *
*>                                                                *
*> Latest three periods against the nine before them.              *
*>*****************************************************************
0800-deteriorated.
    display ' '.
    move pb-threshold to pb-days-display.
    display 'Customers paying slower by more than '
        function trim(pb-days-display) ' days'.
    display 'Customer       Earlier   Latest   Change'.
    perform varying pb-cidx from 1 by 1 until pb-cidx > pb-cust-count
        move 0 to pb-early-amount pb-early-amt-cal
            pb-late-amount pb-late-amt-cal
        perform varying pb-pidx from 1 by 1 until pb-pidx > 12
            if pb-pidx <= 9
                add pbcp-amount(pb-cidx, pb-pidx) to pb-early-amount
                add pbcp-amt-cal(pb-cidx, pb-pidx) to pb-early-amt-cal
            else
                add pbcp-amount(pb-cidx, pb-pidx) to pb-late-amount
                add pbcp-amt-cal(pb-cidx, pb-pidx) to pb-late-amt-cal
            end-if
        end-perform
        if pb-early-amount > 0 and pb-late-amount > 0
            compute pb-early-days rounded =
                pb-early-amt-cal / pb-early-amount
            compute pb-late-days rounded =
                pb-late-amt-cal / pb-late-amount
            compute pb-change = pb-late-days - pb-early-days
            if pb-change > pb-threshold
                add 1 to pb-flagged
                move pb-early-days to pb-days-display
                move pb-late-days to pb-days2-display
                move pb-change to pb-chg-display
                display pbc-customer(pb-cidx) ' ' pb-days-display
                    '  ' pb-days2-display '  ' pb-chg-display
            end-if
        end-if
    end-perform.
    display 'Customers flagged: ' pb-flagged.

end program paybehav.
