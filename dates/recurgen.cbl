*>*****************************************************************
*> recurgen - Recurring and auto-reversing journal generator.      *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Rent, insurance amortization and the payroll accrual were keyed *
*> into the journal feed by hand every period, and the accrual's   *
*> reversal was forgotten often enough to matter.  RECURJNL.DAT is *
*> the recurring-journal master: per template one T line naming    *
*> when it falls, in SCHEDEXPAND's definition syntax, followed by  *
*> the template batch's L lines -                                  *
*>                                                                *
*>   T,TEMPLATEID,REVERSE,TYPE,MONTH,WEEKDAY,OCCURRENCE,ANCHOR,    *
*>     INTERVAL,OFFSET,BDOFFSET                                    *
*>   L,TEMPLATEID,ACCOUNT,DEBIT,CREDIT                             *
*>                                                                *
*> TYPE through BDOFFSET are SCHEDULES.DAT's columns (L for the    *
*> last business day of the month, B,,,3 for BD3, and so on).      *
*> TEMPLATEID is at most five characters; REVERSE Y marks an       *
*> accrual, reversed with debits and credits swapped on the first  *
*> business day of the month after each entry.                     *
*>                                                                *
*> Every entry and reversal falling in the date range is appended  *
*> to the journal file as an H/D/T batch GLGATE accepts, posting   *
*> date the occurrence, batch id TEMPLATEID plus YYMMDD (and R for *
*> a reversal) - RENT260430, ACCR260501R.  A date whose fiscal     *
*> period PERIODSTAT shows closed is skipped and reported, never   *
*> posted into.  What was generated is recorded in RECURDONE.DAT,  *
*>                                                                *
*>   TEMPLATEID,KIND,ENTRYDATE,BATCHID                             *
*>                                                                *
*> (KIND E entry or R reversal), so overlapping ranges and reruns  *
*> never generate a batch twice; a skipped date is not recorded    *
*> and generates once its period is reopened.                      *
*>                                                                *
*> Command line: from-date [to-date] [fiscal-start-month]          *
*>               [journal-file]     (default to-date from-date,    *
*>                                   journal file recurgen.dat)    *
*>                                                                *
*> RETURN-CODE 4 when a date was skipped for a closed period, 8    *
*> for a bad argument or a template that is malformed or does not  *
*> balance (that template is left out), 16 when a table overflows  *
*> (nothing is written).                                           *
*>*****************************************************************
identification division.
program-id. recurgen.

environment division.
configuration section.
repository.
    function addbusinessdays
    function addmonths
    function dateformat
    function dateparse
    function easterdate
    function fielded_to_linear
    function fiscalperiodof
    function floor-div
    function isperiodopen
    function linear_to_fielded
    function nthbusinessdayofmonth
    function nthweekdayofmonth
    function all intrinsic.

input-output section.
file-control.

    select template-file assign to 'recurjnl.dat'
        organization is line sequential
        access is sequential
        file status is ws-template-status.

    select done-file assign to 'recurdone.dat'
        organization is line sequential
        access is sequential
        file status is ws-done-status.

    select journal-file assign to ws-arg-journal
        organization is line sequential
        access is sequential
        file status is ws-journal-status.

data division.
file section.
fd  template-file.

01  template-record      pic x(100).

fd  done-file.

01  done-record          pic x(60).

fd  journal-file.

01  journal-record       pic x(100).

working-storage section.
01  ws-template-status   pic xx.
    88  ws-template-ok       value '00'.
01  ws-done-status       pic xx.
    88  ws-done-ok           value '00'.
01  ws-journal-status    pic xx.
    88  ws-journal-ok        value '00'.

01  ws-eof-template      pic x       value 'N'.
    88  eof-template         value 'Y'.
01  ws-eof-done          pic x       value 'N'.
    88  eof-done             value 'Y'.

01  ws-cmdline           pic x(200).
01  ws-arg-from          pic x(12).
01  ws-arg-to            pic x(12).
01  ws-arg-fiscal        pic x(2).
01  ws-arg-journal       pic x(40) value 'recurgen.dat'.

01  rg-fiscalstart       pic 99 comp-5 value 1.
01  rg-from-ld           usage signed-int.
01  rg-to-ld             usage signed-int.
01  rg-lo-ld             usage signed-int.

*>  the templates and their lines.
*>
01  rg-templates.
    05  rg-template occurs 200 times.
        10  rgt-id           pic x(5).
        10  rgt-reverse      pic x.
        10  rgt-type         pic x.
        10  rgt-month        pic x(2).
        10  rgt-weekday      pic x(2).
        10  rgt-occurrence   pic x(3).
        10  rgt-anchor       pic x(10).
        10  rgt-interval     pic x(4).
        10  rgt-offset       pic x(4).
        10  rgt-bdoffset     pic x(4).
        10  rgt-debits       pic s9(13)v99 comp-5.
        10  rgt-credits      pic s9(13)v99 comp-5.
        10  rgt-usable       pic x.
01  rg-template-count    usage signed-int value 0.

01  rg-lines.
    05  rg-line occurs 2000 times.
        10  rgl-template     usage signed-int.
        10  rgl-account      pic x(16).
        10  rgl-debit        pic s9(11)v99 comp-5.
        10  rgl-credit       pic s9(11)v99 comp-5.
01  rg-line-count        usage signed-int value 0.

*>  batches already generated.
*>
01  rg-dones.
    05  rg-done occurs 20000 times.
        10  rgd-id           pic x(5).
        10  rgd-kind         pic x.
        10  rgd-date         pic x(10).
01  rg-done-count        usage signed-int value 0.
01  rg-overflow          pic x value 'N'.

*>  one template's occurrences in the window.
*>
01  rg-occurs.
    05  rg-occ-ld occurs 400 times usage signed-int.
01  rg-occ-count         usage signed-int.

01  rg-tidx              usage signed-int.
01  rg-lidx              usage signed-int.
01  rg-oidx              usage signed-int.
01  rg-idx               usage signed-int.

01  rg-id                pic x(5).
01  rg-kind              pic x.
01  rg-entry-ld          usage signed-int.
01  rg-batch-ld          usage signed-int.
01  rg-entry-date        pic x(10).
01  rg-batch-date        pic x(10).
01  rg-batchid           pic x(12).
01  rg-yymmdd            pic 9(6).
01  rg-already           pic x.

01  rg-ld                usage signed-int.
01  rg-work-ld           usage signed-int.
01  rg-interval          usage signed-int.
01  rg-occurrence        usage signed-int.
01  rg-bdoffset          usage signed-int.
01  rg-offset            usage signed-int.
01  rg-k                 usage signed-int.
01  rg-c1                pic s9(9) comp-5.
01  rg-weekday           usage unsigned-short.
01  rg-month-fixed       pic 99 comp-5.
01  rg-first-bd          usage signed-int value 1.
01  rg-one-month         usage signed-int value 1.
01  rg-one-day           pic 99 comp-5 value 1.

01  rg-cursor.
    05  rg-cur-year          pic s9(9)   comp-5.
    05  rg-cur-month         pic 99      comp-5.
01  rg-end-year          pic s9(9)   comp-5.
01  rg-end-month         pic 99      comp-5.

01  rg-next-month.
    05  rg-nm-year           pic s9(9)   comp-5.
    05  rg-nm-month          pic 99      comp-5.
    05  rg-nm-dom            pic 99      comp-5.

01  rg-easter-result.
    05  rg-easter-ld         signed-int.
    05  rg-easter-success    pic x.

01  rg-fpo-result.
    05  rg-fpo-period        pic 99      comp-5.
    05  rg-fpo-fiscalyear    pic s9(9)   comp-5.

01  rg-fielded-date.
    05  rg-year              pic s9(9)   comp-5.
    05  rg-month             pic 99      comp-5.
    05  rg-dom               pic 99      comp-5.
    05  rg-doy               pic 999     comp-5.
    05  rg-dow               pic 9       comp-5.

01  rg-parse-result.
    05  rg-p-fielded.
        10  rg-p-year        pic s9(9)   comp-5.
        10  rg-p-month       pic 99      comp-5.
        10  rg-p-dom         pic 99      comp-5.
    05  rg-p-success     pic x.

01  rg-tok-1             pic x(16).
01  rg-tok-2             pic x(16).
01  rg-tok-3             pic x(16).
01  rg-tok-4             pic x(16).
01  rg-tok-5             pic x(16).
01  rg-tok-6             pic x(16).
01  rg-tok-7             pic x(16).
01  rg-tok-8             pic x(16).
01  rg-tok-9             pic x(16).
01  rg-tok-10            pic x(16).
01  rg-tok-11            pic x(16).

01  rg-debit             pic s9(11)v99 comp-5.
01  rg-credit            pic s9(11)v99 comp-5.
01  rg-hash              pic s9(13)v99 comp-5.
01  rg-detail-count      usage signed-int.
01  rg-batch-count       usage signed-int value 0.
01  rg-skip-count        usage signed-int value 0.
01  rg-dup-count         usage signed-int value 0.

01  rg-date-text         pic x(20).
01  rg-fy-display        pic 9(4).
01  rg-pp-display        pic 99.
01  rg-debit-display     pic -(10)9.99.
01  rg-credit-display    pic -(10)9.99.
01  rg-hash-display      pic -(12)9.99.
01  rg-count-display     pic 9(4).
01  rg-total-display     pic z(5)9.
01  rg-line-text         pic x(100).

procedure division.
0000-start-here.
    move 0 to return-code.
    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move spaces to ws-arg-from ws-arg-to ws-arg-fiscal.
    unstring ws-cmdline delimited by all space
        into ws-arg-from ws-arg-to ws-arg-fiscal ws-arg-journal.
    if ws-arg-journal = spaces or ws-arg-journal = low-values
        move 'recurgen.dat' to ws-arg-journal
    end-if.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to rg-fiscalstart
    end-if.
    if rg-fiscalstart < 1 or rg-fiscalstart > 12
        move 1 to rg-fiscalstart
    end-if.

    move dateparse(ws-arg-from, '02') to rg-parse-result.
    if rg-p-success = 'N'
        display 'Usage: recurgen from-date [to-date]'
            ' [fiscal-start-month] [journal-file]'
        move 8 to return-code
        go to 9000-end
    end-if.
    move fielded_to_linear(rg-p-year, rg-p-month, rg-p-dom)
        to rg-from-ld.
    move rg-from-ld to rg-to-ld.
    if ws-arg-to not = spaces and ws-arg-to not = low-values
        move dateparse(ws-arg-to, '02') to rg-parse-result
        if rg-p-success = 'N'
            display 'Invalid to-date argument: ' ws-arg-to
            move 8 to return-code
            go to 9000-end
        end-if
        move fielded_to_linear(rg-p-year, rg-p-month, rg-p-dom)
            to rg-to-ld
    end-if.
    if rg-to-ld < rg-from-ld
        display 'to-date is before from-date.'
        move 8 to return-code
        go to 9000-end
    end-if.

*>  an entry up to two months before the range may reverse inside
*>  it, so occurrences are looked for from there.
*>
    compute rg-lo-ld = rg-from-ld - 62.

    perform 0100-loadtemplates thru 0100-exit.
    perform 0150-loaddone thru 0150-exit.
    if rg-overflow = 'Y'
        display 'recurjnl.dat or recurdone.dat exceeds its table;'
            ' run abandoned - archive recurdone.dat first.'
        move 16 to return-code
        go to 9000-end
    end-if.
    if rg-template-count = 0
        display 'No templates in recurjnl.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.

    open extend journal-file.
    if not ws-journal-ok
        open output journal-file
    end-if.
    open extend done-file.
    if not ws-done-ok
        open output done-file
    end-if.

    perform varying rg-tidx from 1 by 1
            until rg-tidx > rg-template-count
        if rgt-usable(rg-tidx) = 'Y'
            perform 0300-expand thru 0300-exit
            perform 0500-generate thru 0500-exit
        end-if
    end-perform.

    close journal-file.
    close done-file.

    move rg-batch-count to rg-total-display.
    display 'Journal batches written to '
        function trim(ws-arg-journal) ': ' rg-total-display.
    if rg-dup-count > 0
        move rg-dup-count to rg-total-display
        display 'Already generated, not repeated: '
            rg-total-display
    end-if.
    if rg-skip-count > 0
        move rg-skip-count to rg-total-display
        display 'Skipped for a closed period:     '
            rg-total-display
        if return-code < 4
            move 4 to return-code
        end-if
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadtemplates                                              *
*>                                                                *
*> A template whose lines do not balance, or that has none, is     *
*> reported and left out; GLGATE would only suspend it.            *
*>*****************************************************************
0100-loadtemplates.
    move 'N' to ws-eof-template.
    open input template-file.
    if not ws-template-ok
        go to 0100-exit
    end-if.
    perform 0910-readtemplate.
    perform until eof-template
        perform 0110-onetemplateline thru 0110-exit
        perform 0910-readtemplate
    end-perform.
    close template-file.

    perform varying rg-tidx from 1 by 1
            until rg-tidx > rg-template-count
        if rgt-usable(rg-tidx) = 'Y'
            if rgt-debits(rg-tidx) = 0
                    or rgt-debits(rg-tidx) not = rgt-credits(rg-tidx)
                display 'Template ' rgt-id(rg-tidx)
                    ' has no lines or does not balance; left out.'
                move 'N' to rgt-usable(rg-tidx)
                move 8 to return-code
            end-if
        end-if
    end-perform.
0100-exit.
    exit.

0110-onetemplateline.
    move spaces to rg-tok-1 rg-tok-2 rg-tok-3 rg-tok-4 rg-tok-5
        rg-tok-6 rg-tok-7 rg-tok-8 rg-tok-9 rg-tok-10 rg-tok-11.
    unstring template-record delimited by ','
        into rg-tok-1 rg-tok-2 rg-tok-3 rg-tok-4 rg-tok-5
            rg-tok-6 rg-tok-7 rg-tok-8 rg-tok-9 rg-tok-10 rg-tok-11
    end-unstring.
    move function upper-case(rg-tok-1) to rg-tok-1.
    move function upper-case(rg-tok-2) to rg-tok-2.

    evaluate rg-tok-1
        when 'T'
            if rg-template-count >= 200
                move 'Y' to rg-overflow
                go to 0110-exit
            end-if
            add 1 to rg-template-count
            move rg-template-count to rg-tidx
            move rg-tok-2 to rgt-id(rg-tidx)
            move function upper-case(rg-tok-3) to rgt-reverse(rg-tidx)
            move function upper-case(rg-tok-4) to rgt-type(rg-tidx)
            move rg-tok-5 to rgt-month(rg-tidx)
            move rg-tok-6 to rgt-weekday(rg-tidx)
            move rg-tok-7 to rgt-occurrence(rg-tidx)
            move rg-tok-8 to rgt-anchor(rg-tidx)
            move rg-tok-9 to rgt-interval(rg-tidx)
            move rg-tok-10 to rgt-offset(rg-tidx)
            move rg-tok-11 to rgt-bdoffset(rg-tidx)
            move 0 to rgt-debits(rg-tidx) rgt-credits(rg-tidx)
            move 'Y' to rgt-usable(rg-tidx)
            if rg-tok-2 = spaces or rg-tok-2(6:) not = spaces
                display 'Template id "' function trim(rg-tok-2)
                    '" must be one to five characters; left out.'
                move 'N' to rgt-usable(rg-tidx)
                move 8 to return-code
            end-if
            if rgt-type(rg-tidx) not = 'N' and not = 'I'
                    and not = 'L' and not = 'B' and not = 'G'
                display 'Template ' rgt-id(rg-tidx)
                    ' has unknown type "' rgt-type(rg-tidx)
                    '"; left out.'
                move 'N' to rgt-usable(rg-tidx)
                move 8 to return-code
            end-if
        when 'L'
            perform varying rg-tidx from rg-template-count by -1
                    until rg-tidx < 1
                    or rgt-id(rg-tidx) = rg-tok-2
                continue
            end-perform
            if rg-tidx < 1
                display 'Line for template "' function trim(rg-tok-2)
                    '" precedes its T line; ignored.'
                move 8 to return-code
                go to 0110-exit
            end-if
            if rg-line-count >= 2000
                move 'Y' to rg-overflow
                go to 0110-exit
            end-if
            add 1 to rg-line-count
            move rg-tidx to rgl-template(rg-line-count)
            move rg-tok-3 to rgl-account(rg-line-count)
            move function numval(rg-tok-4)
                to rgl-debit(rg-line-count)
            move function numval(rg-tok-5)
                to rgl-credit(rg-line-count)
            add rgl-debit(rg-line-count) to rgt-debits(rg-tidx)
            add rgl-credit(rg-line-count) to rgt-credits(rg-tidx)
        when other
            continue
    end-evaluate.
0110-exit.
    exit.

*>*****************************************************************
*> 0150-loaddone                                                   *
*>*****************************************************************
0150-loaddone.
    move 'N' to ws-eof-done.
    open input done-file.
    if not ws-done-ok
        go to 0150-exit
    end-if.
    perform 0920-readdone.
    perform until eof-done
        if rg-done-count >= 20000
            move 'Y' to rg-overflow
            move 'Y' to ws-eof-done
        else
            add 1 to rg-done-count
            move spaces to rgd-id(rg-done-count)
                rgd-kind(rg-done-count) rgd-date(rg-done-count)
            unstring done-record delimited by ','
                into rgd-id(rg-done-count)
                    rgd-kind(rg-done-count)
                    rgd-date(rg-done-count)
            end-unstring
            perform 0920-readdone
        end-if
    end-perform.
    close done-file.
0150-exit.
    exit.

*>*****************************************************************
*> 0300-expand                                                     *
*>                                                                *
*> Lists the template's occurrences from RG-LO-LD through the end  *
*> of the range, by SCHEDEXPAND's rules for its TYPE.              *
*>*****************************************************************
0300-expand.
    move 0 to rg-occ-count.
    move 0 to rg-month-fixed.
    if rgt-month(rg-tidx) not = spaces
        move function numval(rgt-month(rg-tidx)) to rg-month-fixed
    end-if.

    move linear_to_fielded(rg-lo-ld) to rg-fielded-date.
    move rg-year to rg-cur-year.
    move rg-month to rg-cur-month.
    move linear_to_fielded(rg-to-ld) to rg-fielded-date.
    move rg-year to rg-end-year.
    move rg-month to rg-end-month.

    evaluate rgt-type(rg-tidx)
        when 'I'
            perform 0350-interval thru 0350-exit
        when 'G'
            perform 0380-easter thru 0380-exit
        when other
            perform 0320-onemonth thru 0320-exit
                until rg-cur-year > rg-end-year
                or (rg-cur-year = rg-end-year
                    and rg-cur-month > rg-end-month)
    end-evaluate.
0300-exit.
    exit.

*>  the month-based types - N, L and B - for the month at
*>  RG-CURSOR, which then steps one month on.
*>
0320-onemonth.
    move 0 to rg-ld.
    if rg-month-fixed = 0 or rg-month-fixed = rg-cur-month
        evaluate rgt-type(rg-tidx)
            when 'N'
                move function numval(rgt-weekday(rg-tidx))
                    to rg-weekday
                compute rg-occurrence =
                    function numval(rgt-occurrence(rg-tidx))
                move nthweekdayofmonth(rg-cur-year, rg-cur-month,
                        rg-weekday, rg-occurrence) to rg-ld
            when 'L'
                compute rg-occurrence = 0 - 1
                move nthbusinessdayofmonth(rg-cur-year,
                        rg-cur-month, rg-occurrence) to rg-ld
            when 'B'
                compute rg-occurrence =
                    function numval(rgt-occurrence(rg-tidx))
                move nthbusinessdayofmonth(rg-cur-year,
                        rg-cur-month, rg-occurrence) to rg-ld
        end-evaluate
    end-if.
    if rg-ld > 0
        perform 0390-addoccurrence thru 0390-exit
    end-if.

    move addmonths(rg-cur-year, rg-cur-month, rg-one-day,
            rg-one-month) to rg-next-month.
    move rg-nm-year to rg-cur-year.
    move rg-nm-month to rg-cur-month.
0320-exit.
    exit.

0350-interval.
    move dateparse(rgt-anchor(rg-tidx), '02') to rg-parse-result.
    compute rg-interval = function numval(rgt-interval(rg-tidx)).
    if rg-p-success = 'N' or rg-interval < 1
        display 'Template ' rgt-id(rg-tidx)
            ' has a bad anchor or interval; left out.'
        move 8 to return-code
        go to 0350-exit
    end-if.
    move fielded_to_linear(rg-p-year, rg-p-month, rg-p-dom)
        to rg-work-ld.
    compute rg-c1 = rg-lo-ld - rg-work-ld + rg-interval - 1.
    move rg-interval to rg-ld.
    compute rg-k = floor-div(rg-c1, rg-ld).
    if rg-k < 0
        move 0 to rg-k
    end-if.
    compute rg-ld = rg-work-ld + rg-k * rg-interval.
    perform until rg-ld > rg-to-ld
        perform 0390-addoccurrence thru 0390-exit
        add rg-interval to rg-ld
    end-perform.
0350-exit.
    exit.

0380-easter.
    compute rg-offset = function numval(rgt-offset(rg-tidx)).
    compute rg-bdoffset = function numval(rgt-bdoffset(rg-tidx)).
    perform until rg-cur-year > rg-end-year
        move easterdate(rg-cur-year) to rg-easter-result
        if rg-easter-success = 'Y'
            compute rg-ld = rg-easter-ld + rg-offset
            if rg-bdoffset not = 0
                move addbusinessdays(rg-ld, rg-bdoffset) to rg-ld
            end-if
            perform 0390-addoccurrence thru 0390-exit
        end-if
        add 1 to rg-cur-year
    end-perform.
0380-exit.
    exit.

0390-addoccurrence.
    if rg-ld < rg-lo-ld or rg-ld > rg-to-ld
        go to 0390-exit
    end-if.
    if rg-occ-count >= 400
        display 'Template ' rgt-id(rg-tidx)
            ' falls more than 400 times in the range; the rest'
            ' wait for a later run.'
        move 8 to return-code
        go to 0390-exit
    end-if.
    add 1 to rg-occ-count.
    move rg-ld to rg-occ-ld(rg-occ-count).
0390-exit.
    exit.

*>*****************************************************************
*> 0500-generate                                                   *
*>                                                                *
*> Each occurrence inside the range is an entry; a reversing       *
*> template's reversal goes out when the first business day of the *
*> next month is inside the range, whether or not its entry is.    *
*>*****************************************************************
0500-generate.
    move rgt-id(rg-tidx) to rg-id.
    perform varying rg-oidx from 1 by 1
            until rg-oidx > rg-occ-count
        move rg-occ-ld(rg-oidx) to rg-entry-ld
        if rg-entry-ld >= rg-from-ld and rg-entry-ld <= rg-to-ld
            move 'E' to rg-kind
            move rg-entry-ld to rg-batch-ld
            perform 0600-onebatch thru 0600-exit
        end-if
        if rgt-reverse(rg-tidx) = 'Y'
            move linear_to_fielded(rg-entry-ld) to rg-fielded-date
            move addmonths(rg-year, rg-month, rg-one-day,
                    rg-one-month) to rg-next-month
            move nthbusinessdayofmonth(rg-nm-year, rg-nm-month,
                    rg-first-bd) to rg-batch-ld
            if rg-batch-ld >= rg-from-ld and rg-batch-ld <= rg-to-ld
                move 'R' to rg-kind
                perform 0600-onebatch thru 0600-exit
            end-if
        end-if
    end-perform.
0500-exit.
    exit.

*>*****************************************************************
*> 0600-onebatch                                                   *
*>                                                                *
*> Writes the template's batch for RG-KIND on RG-BATCH-LD unless   *
*> it was generated before or its fiscal period is closed.         *
*>*****************************************************************
0600-onebatch.
    move linear_to_fielded(rg-entry-ld) to rg-fielded-date.
    move dateformat(rg-fielded-date, '01') to rg-date-text.
    move rg-date-text(1:10) to rg-entry-date.

    move 'N' to rg-already.
    perform varying rg-idx from 1 by 1 until rg-idx > rg-done-count
        if rgd-id(rg-idx) = rg-id and rgd-kind(rg-idx) = rg-kind
                and rgd-date(rg-idx) = rg-entry-date
            move 'Y' to rg-already
            move rg-done-count to rg-idx
        end-if
    end-perform.
    if rg-already = 'Y'
        add 1 to rg-dup-count
        go to 0600-exit
    end-if.

    move linear_to_fielded(rg-batch-ld) to rg-fielded-date.
    move dateformat(rg-fielded-date, '01') to rg-date-text.
    move rg-date-text(1:10) to rg-batch-date.

    move fiscalperiodof(rg-batch-ld, rg-fiscalstart)
        to rg-fpo-result.
    if isperiodopen(rg-fpo-fiscalyear, rg-fpo-period) = 'N'
        move rg-fpo-fiscalyear to rg-fy-display
        move rg-fpo-period to rg-pp-display
        if rg-kind = 'R'
            display 'Template ' rg-id ' reversal on ' rg-batch-date
                ' skipped: period ' rg-fy-display '-'
                rg-pp-display ' is closed.'
        else
            display 'Template ' rg-id ' entry on ' rg-batch-date
                ' skipped: period ' rg-fy-display '-'
                rg-pp-display ' is closed.'
        end-if
        add 1 to rg-skip-count
        go to 0600-exit
    end-if.

    if rg-done-count >= 20000
        move 'Y' to rg-overflow
        display 'recurdone.dat is full; template ' rg-id
            ' on ' rg-batch-date ' not generated.'
        move 16 to return-code
        go to 0600-exit
    end-if.

    compute rg-yymmdd = function mod(rg-year, 100) * 10000
        + rg-month * 100 + rg-dom.
    move spaces to rg-batchid.
    if rg-kind = 'R'
        string function trim(rg-id) rg-yymmdd 'R'
            delimited by size into rg-batchid
    else
        string function trim(rg-id) rg-yymmdd
            delimited by size into rg-batchid
    end-if.

    move spaces to rg-line-text.
    string 'H,' function trim(rg-batchid) ',' rg-batch-date
        delimited by size into rg-line-text.
    move rg-line-text to journal-record.
    write journal-record.

    move 0 to rg-detail-count rg-hash.
    perform varying rg-lidx from 1 by 1
            until rg-lidx > rg-line-count
        if rgl-template(rg-lidx) = rg-tidx
            if rg-kind = 'R'
                move rgl-credit(rg-lidx) to rg-debit
                move rgl-debit(rg-lidx) to rg-credit
            else
                move rgl-debit(rg-lidx) to rg-debit
                move rgl-credit(rg-lidx) to rg-credit
            end-if
            move rg-debit to rg-debit-display
            move rg-credit to rg-credit-display
            move spaces to rg-line-text
            string 'D,' function trim(rg-batchid) ','
                function trim(rgl-account(rg-lidx)) ','
                function trim(rg-debit-display) ','
                function trim(rg-credit-display)
                delimited by size into rg-line-text
            move rg-line-text to journal-record
            write journal-record
            add 1 to rg-detail-count
            add rg-debit to rg-hash
            add rg-credit to rg-hash
        end-if
    end-perform.

    move rg-detail-count to rg-count-display.
    move rg-hash to rg-hash-display.
    move spaces to rg-line-text.
    string 'T,' function trim(rg-batchid) ','
        rg-count-display ','
        function trim(rg-hash-display)
        delimited by size into rg-line-text.
    move rg-line-text to journal-record.
    write journal-record.
    add 1 to rg-batch-count.

    move spaces to done-record.
    string function trim(rg-id) ',' rg-kind ',' rg-entry-date ','
        function trim(rg-batchid)
        delimited by size into done-record.
    write done-record.
    add 1 to rg-done-count.
    move rg-id to rgd-id(rg-done-count).
    move rg-kind to rgd-kind(rg-done-count).
    move rg-entry-date to rgd-date(rg-done-count).

    display 'Template ' rg-id ': batch ' rg-batchid
        ' on ' rg-batch-date.
0600-exit.
    exit.

0910-readtemplate.
    read template-file
        at end
            move 'Y' to ws-eof-template
    end-read.

0920-readdone.
    read done-file
        at end
            move 'Y' to ws-eof-done
    end-read.
