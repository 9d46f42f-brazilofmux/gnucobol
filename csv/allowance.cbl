*>*****************************************************************
*> allowance - Month-end allowance for doubtful accounts.          *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> The bad-debt reserve was a spreadsheet applying loss            *
*> percentages to the AGING buckets.  This ages OPENITEMS.DAT as   *
*> of the month end in AGING's calendar-day buckets (0-30, 31-60,  *
*> 61-90, over 90; CR credit items are not receivables at risk and *
*> stay out), applies the loss-rate table LOSSRATE.DAT -           *
*>                                                                *
*>   BUCKET,PCT      (BUCKET 0-30, 31-60, 61-90 or 90+)            *
*>                                                                *
*> - and reports the allowance required against last month's       *
*> reserve from the history file ALLOWHIST.DAT                     *
*> (PERIOD,ALLOWANCE,ADJUSTMENT,RUNDATE, one line per month, a     *
*> re-run replacing its month's line).  The adjustment goes to     *
*> ALLOWJRNL.DAT as one GLGATE batch, ADAyyyymm, dated the month's *
*> last business day: an increase debits the ALLOWANCE event's     *
*> debit account (bad-debt expense) and credits its credit account *
*> (the reserve) from GLFEED's mapping file GLMAP.DAT; a release   *
*> reverses the sides.  No adjustment writes an empty file.        *
*>                                                                *
*> Command line: [YYYY-MM]   (default the current month)           *
*>                                                                *
*> RETURN-CODE 8 when LOSSRATE.DAT or the GLMAP.DAT ALLOWANCE line *
*> is missing (no journal written), 16 when a history file         *
*> outgrows its table.                                             *
*>*****************************************************************
identification division.
program-id. allowance.

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

    select openitem-file assign to 'openitems.dat'
        organization is line sequential
        access is sequential
        file status is ws-openitem-status.

    select rate-file assign to 'lossrate.dat'
        organization is line sequential
        access is sequential
        file status is ws-rate-status.

    select hist-file assign to 'allowhist.dat'
        organization is line sequential
        access is sequential
        file status is ws-hist-status.

    select map-file assign to 'glmap.dat'
        organization is line sequential
        access is sequential
        file status is ws-map-status.

    select journal-file assign to 'allowjrnl.dat'
        organization is line sequential
        access is sequential.

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

fd  rate-file.

01  rate-record          pic x(40).

fd  hist-file.

01  hist-record          pic x(80).

fd  map-file.

01  map-record           pic x(80).

fd  journal-file.

01  journal-record       pic x(100).

working-storage section.
01  ws-openitem-status   pic xx.
    88  ws-openitem-ok       value '00'.
01  ws-rate-status       pic xx.
    88  ws-rate-ok           value '00'.
01  ws-hist-status       pic xx.
    88  ws-hist-ok           value '00'.
01  ws-map-status        pic xx.
    88  ws-map-ok            value '00'.

01  ws-eof-openitem      pic x       value 'N'.
    88  eof-openitem         value 'Y'.
01  ws-eof-rate          pic x       value 'N'.
    88  eof-rate             value 'Y'.
01  ws-eof-hist          pic x       value 'N'.
    88  eof-hist             value 'Y'.
01  ws-eof-map           pic x       value 'N'.
    88  eof-map              value 'Y'.

01  ws-cmdline           pic x(80).
01  ws-arg-period        pic x(10).

01  al-bucket-name-def.
    05  filler pic x(6) value '0-30'.
    05  filler pic x(6) value '31-60'.
    05  filler pic x(6) value '61-90'.
    05  filler pic x(6) value '90+'.
01  al-bucket-name-table redefines al-bucket-name-def.
    05  al-bucket-name   pic x(6) occurs 4 times.

01  al-bucket-total      occurs 4 times pic s9(13)v99 comp-5.
01  al-bucket-pct        occurs 4 times pic s9(3)v9(4) comp-5.
01  al-bucket-reserve    occurs 4 times pic s9(13)v99 comp-5.
01  al-rates-found       usage signed-int value 0.
01  al-bidx              usage signed-int.

01  al-hist-lines        occurs 600 times pic x(80).
01  al-hist-count        usage signed-int value 0.
01  al-hist-overflow     pic x value 'N'.
01  al-hidx              usage signed-int.
01  al-prior-period      pic x(7) value spaces.

01  al-tok-1             pic x(16).
01  al-tok-2             pic x(16).
01  al-tok-3             pic x(16).

01  al-required          pic s9(13)v99 comp-5 value 0.
01  al-prior             pic s9(13)v99 comp-5 value 0.
01  al-adjustment        pic s9(13)v99 comp-5 value 0.
01  al-journal-amount    pic s9(13)v99 comp-5.
01  al-hash              pic s9(13)v99 comp-5.

01  al-debit             pic x(16).
01  al-credit            pic x(16).
01  al-dr-account        pic x(16).
01  al-cr-account        pic x(16).
01  al-mapped            pic x value 'N'.

01  al-item-ld           usage signed-int.
01  al-age               usage signed-int.
01  al-item-amount       pic s9(11)v99 comp-5.

01  al-year              pic s9(9)   comp-5.
01  al-month             pic 99      comp-5.
01  al-next-year         pic s9(9)   comp-5.
01  al-next-month        pic 99      comp-5.
01  al-period-end-ld     usage signed-int.
01  al-post-ld           usage signed-int.
01  al-period            pic x(7).
01  al-period-end        pic x(10).
01  al-post-date         pic x(10).
01  al-today             pic x(10).
01  al-yyyymm            pic 9(6).
01  al-batchid           pic x(12).
01  al-date-text         pic x(20).

01  al-line              pic x(100).
01  al-amount-display    pic -(12)9.99.
01  al-amount2-display   pic -(12)9.99.
01  al-pct-display       pic zz9.99.

01  al-fielded-date.
    05  al-f-year            pic s9(9)   comp-5.
    05  al-f-month           pic 99      comp-5.
    05  al-f-dom             pic 99      comp-5.
    05  al-f-doy             pic 999     comp-5.
    05  al-f-dow             pic 9       comp-5.

01  al-parse-result.
    05  al-p-fielded.
        10  al-p-year        pic s9(9)   comp-5.
        10  al-p-month       pic 99      comp-5.
        10  al-p-dom         pic 99      comp-5.
    05  al-p-success     pic x.

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
    move currentbusinessdate(time-stamp) to al-fielded-date.
    move dateformat(al-fielded-date, '01') to al-date-text.
    move al-date-text(1:10) to al-today.
    move al-f-year to al-year.
    move al-f-month to al-month.
    if ws-arg-period not = spaces and ws-arg-period not = low-values
        if ws-arg-period(1:4) is not numeric
                or ws-arg-period(5:1) not = '-'
                or ws-arg-period(6:2) is not numeric
            display 'Period "' function trim(ws-arg-period)
                '" must be YYYY-MM.'
            move 8 to return-code
            go to 9000-end
        end-if
        compute al-year = function numval(ws-arg-period(1:4))
        compute al-month = function numval(ws-arg-period(6:2))
    end-if.
    if al-month < 1 or al-month > 12
        display 'Period "' function trim(ws-arg-period)
            '" must be YYYY-MM.'
        move 8 to return-code
        go to 9000-end
    end-if.

    move al-year to al-next-year.
    compute al-next-month = al-month + 1.
    if al-next-month > 12
        move 1 to al-next-month
        add 1 to al-next-year
    end-if.
    compute al-period-end-ld =
        fielded_to_linear(al-next-year, al-next-month, 1) - 1.
    move nthbusinessdayofmonth(al-year, al-month, -1)
        to al-post-ld.
    move linear_to_fielded(al-period-end-ld) to al-fielded-date.
    move dateformat(al-fielded-date, '01') to al-date-text.
    move al-date-text(1:10) to al-period-end.
    move al-period-end(1:7) to al-period.
    move linear_to_fielded(al-post-ld) to al-fielded-date.
    move dateformat(al-fielded-date, '01') to al-date-text.
    move al-date-text(1:10) to al-post-date.
    compute al-yyyymm = (al-year * 100) + al-month.

    perform 0100-loadrates.
    if al-rates-found = 0
        display 'lossrate.dat is missing or empty; no allowance.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0150-loadhistory.
    if al-hist-overflow = 'Y'
        display 'allowhist.dat exceeds the 600-line table;'
            ' run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.
    perform 0200-loadmap.
    perform 0300-ageitems.

    display 'Allowance for doubtful accounts at ' al-period-end.
    display '=============================================='.
    display 'Bucket         Balance    Loss %          Reserve'.
    perform varying al-bidx from 1 by 1 until al-bidx > 4
        compute al-bucket-reserve(al-bidx) rounded =
            al-bucket-total(al-bidx) * al-bucket-pct(al-bidx) / 100
        add al-bucket-reserve(al-bidx) to al-required
        move al-bucket-total(al-bidx) to al-amount-display
        move al-bucket-pct(al-bidx) to al-pct-display
        move al-bucket-reserve(al-bidx) to al-amount2-display
        display al-bucket-name(al-bidx) ' ' al-amount-display
            '  ' al-pct-display ' ' al-amount2-display
    end-perform.
    display '=============================================='.
    compute al-adjustment = al-required - al-prior.
    move al-required to al-amount-display.
    display 'Allowance required:      ' al-amount-display.
    move al-prior to al-amount-display.
    if al-prior-period = spaces
        display 'Prior reserve (none):    ' al-amount-display
    else
        display 'Prior reserve ' al-prior-period ':   '
            al-amount-display
    end-if.
    move al-adjustment to al-amount-display.
    display 'Adjustment:              ' al-amount-display.

    if al-mapped = 'N'
        display 'No ALLOWANCE line in glmap.dat; no journal'
            ' written and no history recorded.'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform 0700-writejournal.
    perform 0800-savehistory.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadrates / 0110-readrate                                  *
*>*****************************************************************
0100-loadrates.
    perform varying al-bidx from 1 by 1 until al-bidx > 4
        move 0 to al-bucket-total(al-bidx)
        move 0 to al-bucket-pct(al-bidx)
        move 0 to al-bucket-reserve(al-bidx)
    end-perform.
    open input rate-file.
    if ws-rate-ok
        perform 0110-readrate
        perform until eof-rate
            move spaces to al-tok-1 al-tok-2
            unstring rate-record delimited by ','
                into al-tok-1 al-tok-2
            end-unstring
            perform varying al-bidx from 1 by 1 until al-bidx > 4
                if al-tok-1 = al-bucket-name(al-bidx)
                    compute al-bucket-pct(al-bidx) =
                        function numval(al-tok-2)
                    add 1 to al-rates-found
                end-if
            end-perform
            perform 0110-readrate
        end-perform
        close rate-file
    end-if.

0110-readrate.
    if not eof-rate
        read rate-file
            at end
                move 'Y' to ws-eof-rate
        end-read
    end-if.

*>*****************************************************************
*> 0150-loadhistory / 0160-readhist                                *
*>                                                                *
*> Last month's reserve is the latest period before this one; this *
*> period's own line, from an earlier run, is dropped for the new. *
*>*****************************************************************
0150-loadhistory.
    open input hist-file.
    if ws-hist-ok
        perform 0160-readhist
        perform until eof-hist
            move spaces to al-tok-1 al-tok-2
            unstring hist-record delimited by ','
                into al-tok-1 al-tok-2
            end-unstring
            if al-tok-1 not = spaces and al-tok-1(1:7) not = al-period
                if al-hist-count >= 600
                    move 'Y' to al-hist-overflow
                else
                    add 1 to al-hist-count
                    move hist-record to al-hist-lines(al-hist-count)
                end-if
                if al-tok-1(1:7) < al-period
                        and al-tok-1(1:7) > al-prior-period
                    move al-tok-1(1:7) to al-prior-period
                    compute al-prior = function numval(al-tok-2)
                end-if
            end-if
            perform 0160-readhist
        end-perform
        close hist-file
    end-if.

0160-readhist.
    if not eof-hist
        read hist-file
            at end
                move 'Y' to ws-eof-hist
        end-read
    end-if.

*>*****************************************************************
*> 0200-loadmap / 0210-readmap                                     *
*>*****************************************************************
0200-loadmap.
    open input map-file.
    if ws-map-ok
        perform 0210-readmap
        perform until eof-map
            move spaces to al-tok-1 al-tok-2 al-tok-3
            unstring map-record delimited by ','
                into al-tok-1 al-tok-2 al-tok-3
            end-unstring
            if function upper-case(al-tok-1) = 'ALLOWANCE'
                move al-tok-2 to al-debit
                move al-tok-3 to al-credit
                move 'Y' to al-mapped
            end-if
            perform 0210-readmap
        end-perform
        close map-file
    end-if.

0210-readmap.
    if not eof-map
        read map-file
            at end
                move 'Y' to ws-eof-map
        end-read
    end-if.

*>*****************************************************************
*> 0300-ageitems / 0310-readitem                                   *
*>                                                                *
*> Items dated after the month end are next month's; an item with  *
*> an unreadable date is aged as over 90, the prudent reading.     *
*>*****************************************************************
0300-ageitems.
    open input openitem-file.
    if ws-openitem-ok
        perform 0310-readitem
        perform until eof-openitem
            compute al-item-amount = function numval(oi-amount)
            if oi-type not = 'CR' and al-item-amount > 0
                perform 0350-oneitem
            end-if
            perform 0310-readitem
        end-perform
        close openitem-file
    end-if.

0310-readitem.
    if not eof-openitem
        read openitem-file
            at end
                move 'Y' to ws-eof-openitem
        end-read
    end-if.

0350-oneitem.
    move dateparse(oi-date, '02') to al-parse-result.
    if al-p-success = 'Y'
        move fielded_to_linear(al-p-year, al-p-month, al-p-dom)
            to al-item-ld
        compute al-age = al-period-end-ld - al-item-ld
    else
        move 999 to al-age
    end-if.
    if al-age >= 0
        evaluate true
            when al-age <= 30
                move 1 to al-bidx
            when al-age <= 60
                move 2 to al-bidx
            when al-age <= 90
                move 3 to al-bidx
            when other
                move 4 to al-bidx
        end-evaluate
        add al-item-amount to al-bucket-total(al-bidx)
    end-if.

*>*****************************************************************
*> 0700-writejournal                                               *
*>*****************************************************************
0700-writejournal.
    open output journal-file.
    if al-adjustment = 0
        display 'No adjustment; allowjrnl.dat left empty.'
    else
        if al-adjustment > 0
            move al-adjustment to al-journal-amount
            move al-debit to al-dr-account
            move al-credit to al-cr-account
        else
            compute al-journal-amount = 0 - al-adjustment
            move al-credit to al-dr-account
            move al-debit to al-cr-account
        end-if
        move spaces to al-batchid
        string 'ADA' al-yyyymm delimited by size into al-batchid

        move spaces to al-line
        string 'H,' function trim(al-batchid) ',' al-post-date
            delimited by size into al-line
        move al-line to journal-record
        write journal-record

        move al-journal-amount to al-amount-display
        move spaces to al-line
        string 'D,' function trim(al-batchid) ','
            function trim(al-dr-account) ','
            function trim(al-amount-display) ',0.00'
            delimited by size into al-line
        move al-line to journal-record
        write journal-record

        move spaces to al-line
        string 'D,' function trim(al-batchid) ','
            function trim(al-cr-account) ',0.00,'
            function trim(al-amount-display)
            delimited by size into al-line
        move al-line to journal-record
        write journal-record

        compute al-hash = al-journal-amount * 2
        move al-hash to al-amount-display
        move spaces to al-line
        string 'T,' function trim(al-batchid) ',2,'
            function trim(al-amount-display)
            delimited by size into al-line
        move al-line to journal-record
        write journal-record

        display 'Batch ' function trim(al-batchid) ' dated '
            al-post-date ' written to allowjrnl.dat.'
    end-if.
    close journal-file.

*>*****************************************************************
*> 0800-savehistory                                                *
*>*****************************************************************
0800-savehistory.
    open output hist-file.
    perform varying al-hidx from 1 by 1 until al-hidx > al-hist-count
        move al-hist-lines(al-hidx) to hist-record
        write hist-record
    end-perform.
    move al-required to al-amount-display.
    move al-adjustment to al-amount2-display.
    move spaces to al-line.
    string al-period ','
        function trim(al-amount-display) ','
        function trim(al-amount2-display) ','
        al-today
        delimited by size into al-line.
    move al-line to hist-record.
    write hist-record.
    close hist-file.

end program allowance.
