*>*****************************************************************
*> trialbal - Period balances and trial balance from posted GL.    *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> GLGATE passes clean batches to GLPOST.DAT and nothing ever      *
*> added them up, so "what is the balance on 1200" meant summing   *
*> old posting files by hand.  This accumulates every posted       *
*> detail by company, account and fiscal period into the period    *
*> balance file GLBAL.DAT,                                         *
*>                                                                *
*>   ACCOUNT,FISCALYEAR,PERIOD,DEBITS,CREDITS[,COMPANY]            *
*>                                                                *
*> COMPANY is the batch's, from the GLGATE header line, blank for  *
*> the home company so a balance file written before the company   *
*> master needs no conversion; the period is FISCALPERIODOF of the *
*> batch's POSTDATE on that company's own fiscal start from        *
*> COMPANYOF.  A batch for a company not on COMPANY.DAT is not     *
*> accumulated.  It prints the trial balance of one company, or    *
*> of all of them consolidated, for one period: per account its    *
*> description and type from the COAMAST.DAT chart (see COAMAINT), *
*> the opening balance, the period's debits and credits, and the   *
*> closing balance, debit balances positive.  Balance-sheet        *
*> accounts open with everything posted before the period;         *
*> revenue and expense accounts only with the fiscal year to date, *
*> their earlier years' net carried on one PRIOR YEARS RESULT line *
*> so the opening column still sums to zero.  The totals prove     *
*> debits equal credits and the closing balances net to zero.      *
*>                                                                *
*> GLGATE rewrites GLPOST.DAT every run, so each run here adds     *
*> whatever batches it finds and records them in GLACCUM.DAT       *
*> (BATCHID,POSTDATE); a batch already there is skipped, so a      *
*> rerun against the same posting file does not double-count.      *
*> Run it after every GLGATE.                                      *
*>                                                                *
*> Command line: [fiscal-start-month] [YYYY-PP] [company|ALL]      *
*>                                                                *
*> The fiscal start month, when given and not 0, is the home       *
*> company's - a site without a company master - and otherwise     *
*> comes from COMPANY.DAT.  The period defaults to the reported    *
*> company's current fiscal period, the company to the home one;   *
*> ALL consolidates every company, each contributing its own       *
*> fiscal period YYYY-PP.                                          *
*>                                                                *
*> RETURN-CODE 4 when the trial balance does not balance or an     *
*> account with a balance is not on the chart, 16 when GLBAL.DAT   *
*> or GLACCUM.DAT outgrows its table (nothing is written).         *
*>*****************************************************************
identification division.
program-id. trialbal.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateparse
    function fielded_to_linear
    function fiscalperiodof
    function all intrinsic.

input-output section.
file-control.

    select post-file assign to 'glpost.dat'
        organization is line sequential
        access is sequential
        file status is ws-post-status.

    select bal-file assign to 'glbal.dat'
        organization is line sequential
        access is sequential
        file status is ws-bal-status.

    select accum-file assign to 'glaccum.dat'
        organization is line sequential
        access is sequential
        file status is ws-accum-status.

data division.
file section.
fd  post-file.

01  post-record          pic x(100).

fd  bal-file.

01  bal-record           pic x(100).

fd  accum-file.

01  accum-record         pic x(40).

working-storage section.
01  ws-post-status       pic xx.
    88  ws-post-ok           value '00'.
01  ws-bal-status        pic xx.
    88  ws-bal-ok            value '00'.
01  ws-accum-status      pic xx.
    88  ws-accum-ok          value '00'.

01  ws-eof-post          pic x       value 'N'.
    88  eof-post             value 'Y'.
01  ws-eof-bal           pic x       value 'N'.
    88  eof-bal              value 'Y'.
01  ws-eof-accum         pic x       value 'N'.
    88  eof-accum            value 'Y'.

01  ws-cmdline           pic x(200).
01  ws-arg-fiscal        pic x(2).
01  ws-arg-period        pic x(10).
01  ws-arg-company       pic x(8).

01  tb-fiscalstart       pic 99 comp-5 value 1.
01  tb-home-fiscalstart  pic 99 comp-5 value 0.

*>  the company reported on - blank the home company - or ALL.
*>
01  tb-company           pic x(4) value spaces.
01  tb-all               pic x value 'N'.
01  tb-batch-company     pic x(4).
01  tb-bal-company       pic x(4).

copy compinfo.

*>  the period balance file, loaded whole and written back.
*>
01  tb-balances.
    05  tb-bal occurs 20000 times.
        10  tbb-account      pic x(16).
        10  tbb-company      pic x(4).
        10  tbb-fy           pic s9(9)   comp-5.
        10  tbb-period       pic 99      comp-5.
        10  tbb-debits       pic s9(13)v99 comp-5.
        10  tbb-credits      pic s9(13)v99 comp-5.
01  tb-bal-count         usage signed-int value 0.

*>  batches already accumulated, and those added this run.
*>
01  tb-accums.
    05  tb-accum occurs 20000 times.
        10  tba-batchid      pic x(12).
        10  tba-postdate     pic x(10).
01  tb-accum-count       usage signed-int value 0.
01  tb-accum-old         usage signed-int value 0.
01  tb-overflow          pic x value 'N'.

*>  the trial balance, one row per account.
*>
01  tb-rows.
    05  tb-row occurs 2000 times.
        10  tbr-account      pic x(16).
        10  tbr-opening      pic s9(13)v99 comp-5.
        10  tbr-debits       pic s9(13)v99 comp-5.
        10  tbr-credits      pic s9(13)v99 comp-5.
01  tb-row-count         usage signed-int value 0.

01  tb-idx               usage signed-int.
01  tb-ridx              usage signed-int.
01  tb-bidx              usage signed-int.

01  tb-batchid           pic x(12).
01  tb-postdate          pic x(10).
01  tb-skip-batch        pic x value 'N'.
01  tb-in-batch          pic x value 'N'.
01  tb-new-batches       usage signed-int value 0.
01  tb-skipped-batches   usage signed-int value 0.
01  tb-bad-batches       usage signed-int value 0.
01  tb-batch-fy          pic s9(9)   comp-5.
01  tb-batch-period      pic 99      comp-5.
01  tb-post-ld           usage signed-int.

01  tb-account           pic x(16).
01  tb-debit             pic s9(13)v99 comp-5.
01  tb-credit            pic s9(13)v99 comp-5.

01  tb-target-fy         pic s9(9)   comp-5.
01  tb-target-period     pic 99      comp-5.
01  tb-pl                pic x.
01  tb-net               pic s9(13)v99 comp-5.
01  tb-closing           pic s9(13)v99 comp-5.
01  tb-prior-result      pic s9(13)v99 comp-5 value 0.
01  tb-total-opening     pic s9(13)v99 comp-5 value 0.
01  tb-total-debits      pic s9(13)v99 comp-5 value 0.
01  tb-total-credits     pic s9(13)v99 comp-5 value 0.
01  tb-total-closing     pic s9(13)v99 comp-5 value 0.
01  tb-unknown-count     usage signed-int value 0.
01  tb-flag              pic x.

01  tb-tok-1             pic x(16).
01  tb-tok-2             pic x(16).
01  tb-tok-3             pic x(16).
01  tb-tok-4             pic x(16).
01  tb-tok-5             pic x(16).
01  tb-tok-6             pic x(16).

01  tb-fy-display        pic 9(4).
01  tb-pp-display        pic 99.
01  tb-open-display      pic -(12)9.99.
01  tb-debit-display     pic -(12)9.99.
01  tb-credit-display    pic -(12)9.99.
01  tb-close-display     pic -(12)9.99.
01  tb-count-display     pic z(5)9.
01  tb-line              pic x(100).

*>  Chart-of-accounts lookup (see ACCOUNTOF).
*>
copy coaacct.

01  tb-fpo-result.
    05  tb-fpo-period        pic 99      comp-5.
    05  tb-fpo-fiscalyear    pic s9(9)   comp-5.

01  tb-parse-result.
    05  tb-p-fielded.
        10  tb-p-year        pic s9(9)   comp-5.
        10  tb-p-month       pic 99      comp-5.
        10  tb-p-dom         pic 99      comp-5.
    05  tb-p-success     pic x.

01  tb-fielded-date.
    05  tb-year              pic s9(9)   comp-5.
    05  tb-month             pic 99      comp-5.
    05  tb-dom               pic 99      comp-5.
    05  tb-doy               pic 999     comp-5.
    05  tb-dow               pic 9       comp-5.

01  tb-today-ld          usage signed-int.

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
    move spaces to ws-arg-fiscal ws-arg-period ws-arg-company.
    unstring ws-cmdline delimited by all space
        into ws-arg-fiscal ws-arg-period ws-arg-company.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to tb-home-fiscalstart
    end-if.
    if tb-home-fiscalstart > 12
        move 0 to tb-home-fiscalstart
    end-if.

    move function upper-case(ws-arg-company) to ws-arg-company.
    if ws-arg-company = 'ALL'
        move 'Y' to tb-all
        move spaces to ws-arg-company
    end-if.
    if ws-arg-company = low-values
        move spaces to ws-arg-company
    end-if.
    call 'companyof' using ws-arg-company(1:4) compinfo-result.
    if ci-found not = 'Y' or ws-arg-company(5:) not = spaces
        display 'Company "' function trim(ws-arg-company)
            '" is not on company.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.
    if ci-home = 'N'
        move ws-arg-company(1:4) to tb-company
    end-if.
    perform 0050-fiscalstart.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to tb-fielded-date.
    move fielded_to_linear(tb-year, tb-month, tb-dom)
        to tb-today-ld.
    move fiscalperiodof(tb-today-ld, tb-fiscalstart)
        to tb-fpo-result.
    move tb-fpo-fiscalyear to tb-target-fy.
    move tb-fpo-period to tb-target-period.

    if ws-arg-period not = spaces and ws-arg-period not = low-values
        move spaces to tb-tok-1 tb-tok-2
        unstring ws-arg-period delimited by '-'
            into tb-tok-1 tb-tok-2
        end-unstring
        if function test-numval(tb-tok-1) not = 0
                or function test-numval(tb-tok-2) not = 0
            display 'Period "' function trim(ws-arg-period)
                '" must be YYYY-PP.'
            move 8 to return-code
            go to 9000-end
        end-if
        move function numval(tb-tok-1) to tb-target-fy
        move function numval(tb-tok-2) to tb-target-period
        if tb-target-period < 1 or tb-target-period > 12
            display 'Period "' function trim(ws-arg-period)
                '" must be YYYY-PP.'
            move 8 to return-code
            go to 9000-end
        end-if
    end-if.

    perform 0100-loadaccum thru 0100-exit.
    perform 0150-loadbalances thru 0150-exit.
    if tb-overflow = 'N'
        perform 0200-accumulate thru 0200-exit
    end-if.
    if tb-overflow = 'Y'
        display 'glbal.dat or glaccum.dat exceeds its 20000-entry'
            ' table; run abandoned - archive old periods first.'
        move 16 to return-code
        go to 9000-end
    end-if.

    perform 0300-savebalances thru 0300-exit.
    perform 0500-report thru 0500-exit.

    move tb-new-batches to tb-count-display.
    display 'Batches accumulated: ' tb-count-display.
    move tb-skipped-batches to tb-count-display.
    display 'Batches already on GLBAL: ' tb-count-display.
    if tb-bad-batches > 0
        move tb-bad-batches to tb-count-display
        display 'Batches with an unreadable POSTDATE: '
            tb-count-display
    end-if.
    goback.

9000-end.
    goback.

*>*****************************************************************
*> 0050-fiscalstart                                                *
*>                                                                *
*> TB-FISCALSTART for the company COMPANYOF last returned: the     *
*> command line's month for the home company when one was given,   *
*> otherwise the company master's.                                 *
*>*****************************************************************
0050-fiscalstart.
    if ci-home = 'Y' and tb-home-fiscalstart > 0
        move tb-home-fiscalstart to tb-fiscalstart
    else
        move ci-fiscalstart to tb-fiscalstart
    end-if.
    if tb-fiscalstart < 1 or tb-fiscalstart > 12
        move 1 to tb-fiscalstart
    end-if.

*>*****************************************************************
*> 0100-loadaccum                                                  *
*>*****************************************************************
0100-loadaccum.
    move 'N' to ws-eof-accum.
    open input accum-file.
    if not ws-accum-ok
        go to 0100-exit
    end-if.
    perform 0910-readaccum.
    perform until eof-accum
        if tb-accum-count >= 20000
            move 'Y' to tb-overflow
            move 'Y' to ws-eof-accum
        else
            add 1 to tb-accum-count
            move spaces to tba-batchid(tb-accum-count)
                tba-postdate(tb-accum-count)
            unstring accum-record delimited by ','
                into tba-batchid(tb-accum-count)
                    tba-postdate(tb-accum-count)
            end-unstring
            perform 0910-readaccum
        end-if
    end-perform.
    close accum-file.
    move tb-accum-count to tb-accum-old.
0100-exit.
    exit.

*>*****************************************************************
*> 0150-loadbalances                                               *
*>*****************************************************************
0150-loadbalances.
    move 'N' to ws-eof-bal.
    open input bal-file.
    if not ws-bal-ok
        go to 0150-exit
    end-if.
    perform 0920-readbal.
    perform until eof-bal
        if tb-bal-count >= 20000
            move 'Y' to tb-overflow
            move 'Y' to ws-eof-bal
        else
            move spaces to tb-tok-1 tb-tok-2 tb-tok-3 tb-tok-4
                tb-tok-5 tb-tok-6
            unstring bal-record delimited by ','
                into tb-tok-1 tb-tok-2 tb-tok-3 tb-tok-4 tb-tok-5
                    tb-tok-6
            end-unstring
            if tb-tok-1 not = spaces
                add 1 to tb-bal-count
                move tb-tok-1 to tbb-account(tb-bal-count)
                move function upper-case(tb-tok-6(1:4))
                    to tb-bal-company
                if tb-bal-company not = spaces
                    call 'companyof' using tb-bal-company
                        compinfo-result
                    if ci-home = 'Y'
                        move spaces to tb-bal-company
                    end-if
                end-if
                move tb-bal-company to tbb-company(tb-bal-count)
                move function numval(tb-tok-2)
                    to tbb-fy(tb-bal-count)
                move function numval(tb-tok-3)
                    to tbb-period(tb-bal-count)
                move function numval(tb-tok-4)
                    to tbb-debits(tb-bal-count)
                move function numval(tb-tok-5)
                    to tbb-credits(tb-bal-count)
            end-if
            perform 0920-readbal
        end-if
    end-perform.
    close bal-file.
0150-exit.
    exit.

*>*****************************************************************
*> 0200-accumulate                                                 *
*>                                                                *
*> Adds each GLPOST.DAT batch not already on GLACCUM.DAT to its    *
*> company's balances under the fiscal period of its POSTDATE.     *
*>*****************************************************************
0200-accumulate.
    move 'N' to ws-eof-post.
    open input post-file.
    if not ws-post-ok
        display 'No glpost.dat; balances carried forward unchanged.'
        go to 0200-exit
    end-if.
    perform 0930-readpost.
    perform until eof-post or tb-overflow = 'Y'
        perform 0210-onepostline thru 0210-exit
        perform 0930-readpost
    end-perform.
    close post-file.
0200-exit.
    exit.

0210-onepostline.
    move spaces to tb-tok-1 tb-tok-2 tb-tok-3 tb-tok-4 tb-tok-5.
    unstring post-record delimited by ','
        into tb-tok-1 tb-tok-2 tb-tok-3 tb-tok-4 tb-tok-5
    end-unstring.

    evaluate function upper-case(tb-tok-1)
        when 'H'
            move 'Y' to tb-in-batch
            move tb-tok-2 to tb-batchid
            move tb-tok-3(1:10) to tb-postdate
            move 'N' to tb-skip-batch
            perform varying tb-idx from 1 by 1
                    until tb-idx > tb-accum-count
                if tba-batchid(tb-idx) = tb-batchid
                    move 'Y' to tb-skip-batch
                    move tb-accum-count to tb-idx
                end-if
            end-perform
            if tb-skip-batch = 'Y'
                add 1 to tb-skipped-batches
                go to 0210-exit
            end-if
            move dateparse(tb-postdate, '02') to tb-parse-result
            if tb-p-success = 'N'
                move 'Y' to tb-skip-batch
                add 1 to tb-bad-batches
                display 'Batch ' function trim(tb-batchid)
                    ' POSTDATE "' tb-postdate '" does not parse;'
                    ' not accumulated.'
                go to 0210-exit
            end-if
            move function upper-case(tb-tok-4(1:4))
                to tb-batch-company
            call 'companyof' using tb-batch-company compinfo-result
            if ci-found not = 'Y'
                move 'Y' to tb-skip-batch
                add 1 to tb-bad-batches
                display 'Batch ' function trim(tb-batchid)
                    ' company "' function trim(tb-batch-company)
                    '" is not on company.dat; not accumulated.'
                go to 0210-exit
            end-if
            if ci-home = 'Y'
                move spaces to tb-batch-company
            end-if
            perform 0050-fiscalstart
            move fielded_to_linear(tb-p-year, tb-p-month,
                    tb-p-dom) to tb-post-ld
            move fiscalperiodof(tb-post-ld, tb-fiscalstart)
                to tb-fpo-result
            move tb-fpo-fiscalyear to tb-batch-fy
            move tb-fpo-period to tb-batch-period
        when 'D'
            if tb-in-batch = 'N' or tb-skip-batch = 'Y'
                go to 0210-exit
            end-if
            move tb-tok-3 to tb-account
            move function numval(tb-tok-4) to tb-debit
            move function numval(tb-tok-5) to tb-credit
            perform 0250-findbalance thru 0250-exit
            if tb-overflow = 'N'
                add tb-debit to tbb-debits(tb-bidx)
                add tb-credit to tbb-credits(tb-bidx)
            end-if
        when 'T'
            if tb-in-batch = 'Y' and tb-skip-batch = 'N'
                if tb-accum-count >= 20000
                    move 'Y' to tb-overflow
                else
                    add 1 to tb-accum-count
                    move tb-batchid to tba-batchid(tb-accum-count)
                    move tb-postdate to tba-postdate(tb-accum-count)
                    add 1 to tb-new-batches
                end-if
            end-if
            move 'N' to tb-in-batch
        when other
            continue
    end-evaluate.
0210-exit.
    exit.

*>  TB-BIDX the GLBAL entry for TB-ACCOUNT in the batch's company
*>  and period, added at zero when there is none yet.
*>
0250-findbalance.
    perform varying tb-bidx from 1 by 1
            until tb-bidx > tb-bal-count
        if tbb-account(tb-bidx) = tb-account
                and tbb-company(tb-bidx) = tb-batch-company
                and tbb-fy(tb-bidx) = tb-batch-fy
                and tbb-period(tb-bidx) = tb-batch-period
            go to 0250-exit
        end-if
    end-perform.
    if tb-bal-count >= 20000
        move 'Y' to tb-overflow
        go to 0250-exit
    end-if.
    add 1 to tb-bal-count.
    move tb-bal-count to tb-bidx.
    move tb-account to tbb-account(tb-bidx).
    move tb-batch-company to tbb-company(tb-bidx).
    move tb-batch-fy to tbb-fy(tb-bidx).
    move tb-batch-period to tbb-period(tb-bidx).
    move 0 to tbb-debits(tb-bidx) tbb-credits(tb-bidx).
0250-exit.
    exit.

*>*****************************************************************
*> 0300-savebalances                                               *
*>                                                                *
*> GLBAL.DAT is rewritten whole; the new batches append to         *
*> GLACCUM.DAT only after it, so a failed write is redone by the   *
*> next run rather than lost.                                      *
*>*****************************************************************
0300-savebalances.
    open output bal-file.
    perform varying tb-bidx from 1 by 1
            until tb-bidx > tb-bal-count
        move tbb-fy(tb-bidx) to tb-fy-display
        move tbb-period(tb-bidx) to tb-pp-display
        move spaces to tb-line
        move tbb-debits(tb-bidx) to tb-debit-display
        move tbb-credits(tb-bidx) to tb-credit-display
        if tbb-company(tb-bidx) = spaces
            string function trim(tbb-account(tb-bidx)) ','
                tb-fy-display ',' tb-pp-display ','
                function trim(tb-debit-display) ','
                function trim(tb-credit-display)
                delimited by size into tb-line
        else
            string function trim(tbb-account(tb-bidx)) ','
                tb-fy-display ',' tb-pp-display ','
                function trim(tb-debit-display) ','
                function trim(tb-credit-display) ','
                function trim(tbb-company(tb-bidx))
                delimited by size into tb-line
        end-if
        move tb-line to bal-record
        write bal-record
    end-perform.
    close bal-file.

    if tb-accum-count > tb-accum-old
        open extend accum-file
        if not ws-accum-ok
            open output accum-file
        end-if
        compute tb-idx = tb-accum-old + 1
        perform until tb-idx > tb-accum-count
            move spaces to accum-record
            string function trim(tba-batchid(tb-idx)) ','
                tba-postdate(tb-idx)
                delimited by size into accum-record
            write accum-record
            add 1 to tb-idx
        end-perform
        close accum-file
    end-if.
0300-exit.
    exit.

*>*****************************************************************
*> 0500-report                                                     *
*>                                                                *
*> Folds the reported company's GLBAL.DAT entries - every          *
*> company's for ALL - into one row per account for the target     *
*> period and prints the trial balance.  Periods after the target  *
*> are ignored, so an earlier period can be reprinted at any time. *
*>*****************************************************************
0500-report.
    perform varying tb-bidx from 1 by 1
            until tb-bidx > tb-bal-count
        if (tb-all = 'Y' or tbb-company(tb-bidx) = tb-company)
                and (tbb-fy(tb-bidx) < tb-target-fy
                    or (tbb-fy(tb-bidx) = tb-target-fy
                    and tbb-period(tb-bidx) <= tb-target-period))
            perform 0550-foldbalance thru 0550-exit
        end-if
    end-perform.

    move tb-target-fy to tb-fy-display.
    move tb-target-period to tb-pp-display.
    evaluate true
        when tb-all = 'Y'
            display 'TRIAL BALANCE  fiscal year ' tb-fy-display
                ' period ' tb-pp-display '  all companies'
        when tb-company = spaces
            display 'TRIAL BALANCE  fiscal year ' tb-fy-display
                ' period ' tb-pp-display
        when other
            display 'TRIAL BALANCE  fiscal year ' tb-fy-display
                ' period ' tb-pp-display '  company ' tb-company
    end-evaluate.
    display ' '.
    display 'Account          Description                    '
        'Type       '
        '         Opening'
        '          Debits'
        '         Credits'
        '         Closing'.

    perform varying tb-ridx from 1 by 1
            until tb-ridx > tb-row-count
        perform 0600-printrow thru 0600-exit
    end-perform.

    if tb-prior-result not = 0
        move tb-prior-result to tb-open-display
        move 0 to tb-debit-display tb-credit-display
        move tb-prior-result to tb-close-display
        display '                 PRIOR YEARS RESULT             '
            'EQUITY     '
            tb-open-display tb-debit-display tb-credit-display
            tb-close-display
        add tb-prior-result to tb-total-opening
        add tb-prior-result to tb-total-closing
    end-if.

    move tb-total-opening to tb-open-display.
    move tb-total-debits to tb-debit-display.
    move tb-total-credits to tb-credit-display.
    move tb-total-closing to tb-close-display.
    display ' '.
    display 'TOTALS                                          '
        '           '
        tb-open-display tb-debit-display tb-credit-display
        tb-close-display.

    if tb-total-debits not = tb-total-credits
            or tb-total-closing not = 0
            or tb-total-opening not = 0
        display '*** OUT OF BALANCE ***'
        move 4 to return-code
    else
        display 'Debits equal credits; trial balance proves.'
    end-if.
    if tb-unknown-count > 0
        move tb-unknown-count to tb-count-display
        display tb-count-display
            ' account(s) marked ? are not on the chart.'
        move 4 to return-code
    end-if.
    if tb-overflow = 'Y'
        move 16 to return-code
    end-if.
0500-exit.
    exit.

*>  Adds one GLBAL entry to its account's row: into the period's
*>  activity when it is the target period, otherwise into the
*>  opening balance - for a revenue or expense account only when
*>  it falls in the target fiscal year, the rest going to the
*>  prior years' result.
*>
0550-foldbalance.
    move tbb-account(tb-bidx) to tb-account.
    move 0 to tb-idx.
    perform varying tb-ridx from 1 by 1
            until tb-ridx > tb-row-count
        if tbr-account(tb-ridx) = tb-account
            move tb-ridx to tb-idx
            move tb-row-count to tb-ridx
        end-if
    end-perform.
    move tb-idx to tb-ridx.
    if tb-ridx = 0
        if tb-row-count >= 2000
            move 'Y' to tb-overflow
            display 'More than 2000 accounts; account '
                function trim(tb-account) ' left off the report.'
            go to 0550-exit
        end-if
        add 1 to tb-row-count
        move tb-row-count to tb-ridx
        move tb-account to tbr-account(tb-ridx)
        move 0 to tbr-opening(tb-ridx) tbr-debits(tb-ridx)
            tbr-credits(tb-ridx)
    end-if.

    if tbb-fy(tb-bidx) = tb-target-fy
            and tbb-period(tb-bidx) = tb-target-period
        add tbb-debits(tb-bidx) to tbr-debits(tb-ridx)
        add tbb-credits(tb-bidx) to tbr-credits(tb-ridx)
        go to 0550-exit
    end-if.

    compute tb-net = tbb-debits(tb-bidx) - tbb-credits(tb-bidx).
    perform 0560-classify.
    if tb-pl = 'Y' and tbb-fy(tb-bidx) < tb-target-fy
        add tb-net to tb-prior-result
    else
        add tb-net to tbr-opening(tb-ridx)
    end-if.
0550-exit.
    exit.

*>  TB-PL Y for a revenue or expense account on the chart.
*>
0560-classify.
    call 'accountof' using tb-account tb-today-ld coaacct-result.
    if ca-found = 'Y'
            and (ca-type = 'REVENUE' or ca-type = 'EXPENSE')
        move 'Y' to tb-pl
    else
        move 'N' to tb-pl
    end-if.

0600-printrow.
    compute tb-closing = tbr-opening(tb-ridx) + tbr-debits(tb-ridx)
        - tbr-credits(tb-ridx).
    if tbr-opening(tb-ridx) = 0 and tbr-debits(tb-ridx) = 0
            and tbr-credits(tb-ridx) = 0
        go to 0600-exit
    end-if.

    move tbr-account(tb-ridx) to tb-account.
    call 'accountof' using tb-account tb-today-ld coaacct-result.
    move ' ' to tb-flag.
    if ca-found not = 'Y'
        move '?' to tb-flag
        move '(not on chart)' to ca-description
        add 1 to tb-unknown-count
    end-if.

    add tbr-opening(tb-ridx) to tb-total-opening.
    add tbr-debits(tb-ridx) to tb-total-debits.
    add tbr-credits(tb-ridx) to tb-total-credits.
    add tb-closing to tb-total-closing.

    move tbr-opening(tb-ridx) to tb-open-display.
    move tbr-debits(tb-ridx) to tb-debit-display.
    move tbr-credits(tb-ridx) to tb-credit-display.
    move tb-closing to tb-close-display.
    display tb-account tb-flag ca-description ' ' ca-type ' '
        tb-open-display tb-debit-display tb-credit-display
        tb-close-display.
0600-exit.
    exit.

0910-readaccum.
    read accum-file
        at end
            move 'Y' to ws-eof-accum
    end-read.

0920-readbal.
    read bal-file
        at end
            move 'Y' to ws-eof-bal
    end-read.

0930-readpost.
    read post-file
        at end
            move 'Y' to ws-eof-post
    end-read.
