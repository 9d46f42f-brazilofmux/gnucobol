*>*****************************************************************
*> budvar - Budget versus actual variance by fiscal period.        *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> BUDSPREAD spreads each budget line across the periods in        *
*> SPREAD.DAT and TRIALBAL folds what GLGATE posts into the period *
*> balances in GLBAL.DAT, but the two were only ever compared by   *
*> hand.  This prints, for one fiscal period, one line per account *
*> with the period's budget, actual, dollar and percent variance,  *
*> the same four figures year to date, and a full-year projection  *
*> - actual to date plus the spread budget still to come.          *
*>                                                                *
*> Actuals are taken from GLBAL.DAT rather than GLPOST.DAT, which  *
*> GLGATE rewrites every run; run TRIALBAL first so the period's   *
*> batches are on it.  They are signed by the account's normal     *
*> side on the COAMAST.DAT chart - debits less credits for a       *
*> debit account, credits less debits for a credit one - so a      *
*> revenue budget compares with revenue earned.  The variance is   *
*> actual less budget.                                             *
*>                                                                *
*> An account written ACCOUNT-CC on either file is cost center CC  *
*> of that account: each cost center prints on its own line and    *
*> the account gets a subtotal when it has more than one.  The     *
*> chart is looked up on the account alone.                        *
*>                                                                *
*> A line whose period or year-to-date variance is more than the   *
*> threshold percent of budget, either way, or which has actuals   *
*> against no budget at all, is flagged P or Y for commentary.     *
*>                                                                *
*> The report covers one company, or all of them consolidated.     *
*> GLBAL.DAT carries the company in its sixth column and           *
*> SPREAD.DAT may carry one in its fifth, blank for the home       *
*> company on both; BUDSPREAD writes none, so its budget is the    *
*> home company's.                                                 *
*>                                                                *
*> The report is a DRAFT unless FINAL is asked for, and a FINAL is *
*> refused - printed as DRAFT with RETURN-CODE 4 - when PERIODSTAT *
*> does not show the period closed for the company, or for ALL     *
*> for the home company and every company with actuals.            *
*>                                                                *
*> Command line: [fiscal-start-month] [YYYY-PP] [threshold-pct]    *
*>               [FINAL|DRAFT] [company|ALL]                       *
*>               (defaults the company master's fiscal start,      *
*>               the current fiscal period, 10, DRAFT, the home    *
*>               company)                                          *
*>                                                                *
*> The fiscal start month, when given and not 0, is the home       *
*> company's - a site without a company master - as on TRIALBAL;   *
*> another company's always comes from COMPANY.DAT.                *
*>                                                                *
*> RETURN-CODE 4 when a final is refused or an account is not on   *
*> the chart, 8 for a bad command line or a company not on         *
*> COMPANY.DAT, 16 when more than 2000                             *
*> account lines would print (the rest are left off).              *
*>*****************************************************************
identification division.
program-id. budvar.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function fielded_to_linear
    function fiscalperiodof
    function isperiodopenco
    function all intrinsic.

input-output section.
file-control.

    select spread-file assign to 'spread.dat'
        organization is line sequential
        access is sequential
        file status is ws-spread-status.

    select bal-file assign to 'glbal.dat'
        organization is line sequential
        access is sequential
        file status is ws-bal-status.

data division.
file section.
fd  spread-file.

01  spread-record        pic x(60).

fd  bal-file.

01  bal-record           pic x(100).

working-storage section.
01  ws-spread-status     pic xx.
    88  ws-spread-ok         value '00'.
01  ws-bal-status        pic xx.
    88  ws-bal-ok            value '00'.

01  ws-eof-spread        pic x       value 'N'.
    88  eof-spread           value 'Y'.
01  ws-eof-bal           pic x       value 'N'.
    88  eof-bal              value 'Y'.

01  ws-cmdline           pic x(200).
01  ws-arg-fiscal        pic x(2).
01  ws-arg-period        pic x(10).
01  ws-arg-threshold     pic x(10).
01  ws-arg-final         pic x(10).
01  ws-arg-company       pic x(8).

01  bv-fiscalstart       pic 99 comp-5 value 1.
01  bv-home-fiscalstart  pic 99 comp-5 value 0.

*>  the company reported on - blank the home company - or ALL, and
*>  every company with actuals in the target year, for a FINAL.
*>
01  bv-company           pic x(4) value spaces.
01  bv-all               pic x value 'N'.
01  bv-row-company       pic x(4).
01  bv-companies.
    05  bv-co occurs 50 times pic x(4).
01  bv-co-count          usage signed-int value 0.
01  bv-cdx               usage signed-int.

copy compinfo.
01  bv-threshold         pic 9(3)v99 value 10.

*>  one row per account or account-cost center, kept in key order
*>  so an account's cost centers print together.
*>
01  bv-rows.
    05  bv-row occurs 2000 times.
        10  bvr-key          pic x(16).
        10  bvr-budget       pic s9(13)v99 comp-5 occurs 12 times.
        10  bvr-actual       pic s9(13)v99 comp-5 occurs 12 times.
01  bv-row-count         usage signed-int value 0.
01  bv-overflow          pic x value 'N'.

01  bv-ridx              usage signed-int.
01  bv-jdx               usage signed-int.
01  bv-pidx              usage signed-int.

01  bv-key               pic x(16).
01  bv-account           pic x(16).
01  bv-cc                pic x(16).
01  bv-group-account     pic x(16) value spaces.
01  bv-group-lines       usage signed-int value 0.
01  bv-fy                pic s9(9)   comp-5.
01  bv-period            pic 99      comp-5.
01  bv-amount            pic s9(13)v99 comp-5.
01  bv-debit             pic s9(13)v99 comp-5.
01  bv-credit            pic s9(13)v99 comp-5.

01  bv-target-fy         pic s9(9)   comp-5.
01  bv-target-period     pic 99      comp-5.
01  bv-period-state      pic x.
01  bv-final             pic x value 'N'.
01  bv-label             pic x(17).
01  bv-flag              pic xx.
01  bv-flag-count        usage signed-int value 0.
01  bv-unknown-count     usage signed-int value 0.
01  bv-chart-flag        pic x.

*>  the figures for one printed line, and an account's subtotal.
*>
01  bv-figures.
    05  bv-ptd-budget        pic s9(13)v99 comp-5.
    05  bv-ptd-actual        pic s9(13)v99 comp-5.
    05  bv-ytd-budget        pic s9(13)v99 comp-5.
    05  bv-ytd-actual        pic s9(13)v99 comp-5.
    05  bv-projection        pic s9(13)v99 comp-5.
01  bv-subtotal.
    05  bv-sub-ptd-budget    pic s9(13)v99 comp-5.
    05  bv-sub-ptd-actual    pic s9(13)v99 comp-5.
    05  bv-sub-ytd-budget    pic s9(13)v99 comp-5.
    05  bv-sub-ytd-actual    pic s9(13)v99 comp-5.
    05  bv-sub-projection    pic s9(13)v99 comp-5.

01  bv-variance          pic s9(13)v99 comp-5.
01  bv-base              pic s9(13)v99 comp-5.
01  bv-pct               pic s9(7)v9 comp-5.
01  bv-pct-out           pic x(8).

01  bv-tok-1             pic x(16).
01  bv-tok-2             pic x(16).
01  bv-tok-3             pic x(16).
01  bv-tok-4             pic x(16).
01  bv-tok-5             pic x(16).
01  bv-tok-6             pic x(16).

01  bv-fy-display        pic 9(4).
01  bv-pp-display        pic 99.
01  bv-amount-display    pic -(10)9.99.
01  bv-pct-display       pic -(4)9.9.
01  bv-threshold-display pic zz9.99.
01  bv-count-display     pic z(5)9.
01  bv-line              pic x(160).
01  bv-lptr              usage signed-int.

*>  Chart-of-accounts lookup (see ACCOUNTOF).
*>
copy coaacct.

01  bv-fpo-result.
    05  bv-fpo-period        pic 99      comp-5.
    05  bv-fpo-fiscalyear    pic s9(9)   comp-5.

01  bv-fielded-date.
    05  bv-year              pic s9(9)   comp-5.
    05  bv-month             pic 99      comp-5.
    05  bv-dom               pic 99      comp-5.
    05  bv-doy               pic 999     comp-5.
    05  bv-dow               pic 9       comp-5.

01  bv-today-ld          usage signed-int.

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
    move spaces to ws-arg-fiscal ws-arg-period ws-arg-threshold
        ws-arg-final ws-arg-company.
    unstring ws-cmdline delimited by all space
        into ws-arg-fiscal ws-arg-period ws-arg-threshold
            ws-arg-final ws-arg-company.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to bv-home-fiscalstart
    end-if.
    if bv-home-fiscalstart > 12
        move 0 to bv-home-fiscalstart
    end-if.

    move function upper-case(ws-arg-company) to ws-arg-company.
    if ws-arg-company = 'ALL'
        move 'Y' to bv-all
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
        move ws-arg-company(1:4) to bv-company
    end-if.
    if ci-home = 'Y' and bv-home-fiscalstart > 0
        move bv-home-fiscalstart to bv-fiscalstart
    else
        move ci-fiscalstart to bv-fiscalstart
    end-if.
    if bv-fiscalstart < 1 or bv-fiscalstart > 12
        move 1 to bv-fiscalstart
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to bv-fielded-date.
    move fielded_to_linear(bv-year, bv-month, bv-dom)
        to bv-today-ld.
    move fiscalperiodof(bv-today-ld, bv-fiscalstart)
        to bv-fpo-result.
    move bv-fpo-fiscalyear to bv-target-fy.
    move bv-fpo-period to bv-target-period.

    if ws-arg-period not = spaces and ws-arg-period not = low-values
        move spaces to bv-tok-1 bv-tok-2
        unstring ws-arg-period delimited by '-'
            into bv-tok-1 bv-tok-2
        end-unstring
        if function test-numval(bv-tok-1) not = 0
                or function test-numval(bv-tok-2) not = 0
            display 'Period "' function trim(ws-arg-period)
                '" must be YYYY-PP.'
            move 8 to return-code
            go to 9000-end
        end-if
        move function numval(bv-tok-1) to bv-target-fy
        move function numval(bv-tok-2) to bv-target-period
        if bv-target-period < 1 or bv-target-period > 12
            display 'Period "' function trim(ws-arg-period)
                '" must be YYYY-PP.'
            move 8 to return-code
            go to 9000-end
        end-if
    end-if.

    if ws-arg-threshold not = spaces
            and ws-arg-threshold not = low-values
        if function test-numval(ws-arg-threshold) not = 0
                or function numval(ws-arg-threshold) < 0
                or function numval(ws-arg-threshold) > 999
            display 'Threshold "' function trim(ws-arg-threshold)
                '" must be a percentage from 0 to 999.'
            move 8 to return-code
            go to 9000-end
        end-if
        move function numval(ws-arg-threshold) to bv-threshold
    end-if.

    if ws-arg-final not = spaces and ws-arg-final not = low-values
        evaluate function upper-case(ws-arg-final)
            when 'FINAL'
                move 'Y' to bv-final
            when 'DRAFT'
                move 'N' to bv-final
            when other
                display 'Fourth argument "'
                    function trim(ws-arg-final)
                    '" must be FINAL, DRAFT or omitted.'
                move 8 to return-code
                go to 9000-end
        end-evaluate
    end-if.

    move bv-target-fy to bv-fy-display.
    move bv-target-period to bv-pp-display.

    perform 0100-loadspread thru 0100-exit.
    perform 0150-loadbalances thru 0150-exit.

*>  A FINAL needs the period closed for the company reported on;
*>  for ALL, for the home company and every company with actuals.
    if bv-final = 'Y'
        move isperiodopenco(bv-company, bv-target-fy,
                bv-target-period) to bv-period-state
        perform varying bv-cdx from 1 by 1
                until bv-cdx > bv-co-count
            if bv-period-state = 'N'
                move isperiodopenco(bv-co(bv-cdx), bv-target-fy,
                        bv-target-period) to bv-period-state
            end-if
        end-perform
        if bv-period-state not = 'N'
            display 'Period ' bv-fy-display '-' bv-pp-display
                ' is not closed on PERIODSTAT; final refused,'
                ' printed as DRAFT.'
            move 'N' to bv-final
            move 4 to return-code
        end-if
    end-if.

    perform 0500-report thru 0500-exit.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadspread                                                 *
*>                                                                *
*> The target fiscal year's cells from SPREAD.DAT into the rows'   *
*> budget columns, for the company reported on or, for ALL, every  *
*> company.                                                        *
*>*****************************************************************
0100-loadspread.
    move 'N' to ws-eof-spread.
    open input spread-file.
    if not ws-spread-ok
        display 'No spread.dat; every budget column is zero.'
        go to 0100-exit
    end-if.
    perform 0910-readspread.
    perform until eof-spread
        move spaces to bv-tok-1 bv-tok-2 bv-tok-3 bv-tok-4
            bv-tok-5
        unstring spread-record delimited by ','
            into bv-tok-1 bv-tok-2 bv-tok-3 bv-tok-4 bv-tok-5
        end-unstring
        move bv-tok-5 to bv-tok-6
        perform 0170-rowcompany
        if bv-tok-1 not = spaces
                and (bv-all = 'Y' or bv-row-company = bv-company)
                and function test-numval(bv-tok-2) = 0
                and function test-numval(bv-tok-3) = 0
                and function test-numval(bv-tok-4) = 0
            move function numval(bv-tok-2) to bv-fy
            move function numval(bv-tok-3) to bv-period
            if bv-fy = bv-target-fy
                    and bv-period >= 1 and bv-period <= 12
                move bv-tok-1 to bv-key
                perform 0250-findrow thru 0250-exit
                if bv-ridx > 0
                    add function numval(bv-tok-4)
                        to bvr-budget(bv-ridx, bv-period)
                end-if
            end-if
        end-if
        perform 0910-readspread
    end-perform.
    close spread-file.
0100-exit.
    exit.

*>*****************************************************************
*> 0150-loadbalances                                               *
*>                                                                *
*> The target fiscal year's GLBAL.DAT entries for the company      *
*> reported on - every company's for ALL - into the rows' actual   *
*> columns, as debits less credits; 0600-printrow turns them       *
*> round for a credit account.                                     *
*>*****************************************************************
0150-loadbalances.
    move 'N' to ws-eof-bal.
    open input bal-file.
    if not ws-bal-ok
        display 'No glbal.dat; every actual column is zero.'
        go to 0150-exit
    end-if.
    perform 0920-readbal.
    perform until eof-bal
        move spaces to bv-tok-1 bv-tok-2 bv-tok-3 bv-tok-4 bv-tok-5
            bv-tok-6
        unstring bal-record delimited by ','
            into bv-tok-1 bv-tok-2 bv-tok-3 bv-tok-4 bv-tok-5
                bv-tok-6
        end-unstring
        perform 0170-rowcompany
        if bv-tok-1 not = spaces
                and (bv-all = 'Y' or bv-row-company = bv-company)
            move function numval(bv-tok-2) to bv-fy
            move function numval(bv-tok-3) to bv-period
            if bv-fy = bv-target-fy
                    and bv-period >= 1 and bv-period <= 12
                move function numval(bv-tok-4) to bv-debit
                move function numval(bv-tok-5) to bv-credit
                move bv-tok-1 to bv-key
                perform 0250-findrow thru 0250-exit
                if bv-ridx > 0
                    compute bvr-actual(bv-ridx, bv-period) =
                        bvr-actual(bv-ridx, bv-period)
                        + bv-debit - bv-credit
                end-if
                perform 0180-notecompany
            end-if
        end-if
        perform 0920-readbal
    end-perform.
    close bal-file.
0150-exit.
    exit.

*>  BV-ROW-COMPANY the company in BV-TOK-6, blank for the home
*>  company however it is written.
*>
0170-rowcompany.
    move function upper-case(bv-tok-6(1:4)) to bv-row-company.
    if bv-row-company not = spaces
        call 'companyof' using bv-row-company compinfo-result
        if ci-home = 'Y'
            move spaces to bv-row-company
        end-if
    end-if.

*>  BV-ROW-COMPANY onto the companies with actuals, for the FINAL
*>  check; COMPANY.DAT holds no more than fifty.
*>
0180-notecompany.
    move 0 to bv-pidx.
    perform varying bv-cdx from 1 by 1 until bv-cdx > bv-co-count
        if bv-co(bv-cdx) = bv-row-company
            move bv-cdx to bv-pidx
        end-if
    end-perform.
    if bv-pidx = 0 and bv-co-count < 50
        add 1 to bv-co-count
        move bv-row-company to bv-co(bv-co-count)
    end-if.

*>*****************************************************************
*> 0250-findrow                                                    *
*>                                                                *
*> BV-RIDX the row for BV-KEY, inserted at zero in key order when  *
*> there is none yet; 0 when the table is full.                    *
*>*****************************************************************
0250-findrow.
    move 0 to bv-pidx.
    perform varying bv-ridx from 1 by 1
            until bv-ridx > bv-row-count
        if bvr-key(bv-ridx) = bv-key
            go to 0250-exit
        end-if
        if bvr-key(bv-ridx) > bv-key
            move bv-ridx to bv-pidx
            move bv-row-count to bv-ridx
        end-if
    end-perform.
    if bv-row-count >= 2000
        if bv-overflow = 'N'
            display 'More than 2000 account lines; '
                function trim(bv-key) ' and later keys left off.'
        end-if
        move 'Y' to bv-overflow
        move 0 to bv-ridx
        go to 0250-exit
    end-if.

*>  No match: BV-PIDX is the first larger key when the loop found
*>  one, else the row goes on the end.
    if bv-pidx = 0
        compute bv-pidx = bv-row-count + 1
    end-if.
    perform varying bv-jdx from bv-row-count by -1
            until bv-jdx < bv-pidx
        move bv-row(bv-jdx) to bv-row(bv-jdx + 1)
    end-perform.
    add 1 to bv-row-count.
    move bv-pidx to bv-ridx.
    move bv-key to bvr-key(bv-ridx).
    perform varying bv-jdx from 1 by 1 until bv-jdx > 12
        move 0 to bvr-budget(bv-ridx, bv-jdx)
            bvr-actual(bv-ridx, bv-jdx)
    end-perform.
0250-exit.
    exit.

*>*****************************************************************
*> 0500-report                                                     *
*>*****************************************************************
0500-report.
    move bv-threshold to bv-threshold-display.
    if bv-final = 'Y'
        display 'BUDGET VARIANCE  fiscal year ' bv-fy-display
            ' period ' bv-pp-display '  FINAL'
    else
        display 'BUDGET VARIANCE  fiscal year ' bv-fy-display
            ' period ' bv-pp-display '  *** DRAFT ***'
    end-if.
    evaluate true
        when bv-all = 'Y'
            display 'All companies consolidated'
        when bv-company not = spaces
            display 'Company ' bv-company
    end-evaluate.
    display 'Flag threshold ' function trim(bv-threshold-display)
        '% of budget'.
    display ' '.
    display '                  '
        '----------------------- PERIOD ---------------------- '
        '-------------------- YEAR TO DATE ------------------- '
        '     FULL YEAR'.
    display 'Account           '
        '        Budget         Actual       Variance     Var% '
        '        Budget         Actual       Variance     Var% '
        '    Projection Flag'.

    perform 0660-clearsubtotal.
    move spaces to bv-group-account.
    move 0 to bv-group-lines.
    perform varying bv-ridx from 1 by 1
            until bv-ridx > bv-row-count
        perform 0600-printrow thru 0600-exit
    end-perform.
    perform 0650-subtotal thru 0650-exit.

    display ' '.
    if bv-row-count = 0
        display 'No budget or actuals for the fiscal year.'
    end-if.
    if bv-flag-count > 0
        move bv-flag-count to bv-count-display
        display bv-count-display ' line(s) flagged for commentary'
            ' (P period, Y year to date).'
    else
        display 'No variances beyond the threshold.'
    end-if.
    if bv-unknown-count > 0
        move bv-unknown-count to bv-count-display
        display bv-count-display
            ' account(s) marked ? are not on the chart.'
        if return-code < 4
            move 4 to return-code
        end-if
    end-if.
    if bv-final = 'N'
        display '*** DRAFT - not for distribution ***'
    end-if.
    if bv-overflow = 'Y'
        move 16 to return-code
    end-if.
0500-exit.
    exit.

*>  One account or cost-center line, signed by the account's
*>  normal side, with the account's subtotal when the account
*>  changes.
*>
0600-printrow.
    move spaces to bv-account bv-cc.
    unstring bvr-key(bv-ridx) delimited by '-'
        into bv-account bv-cc
    end-unstring.
    if bv-account not = bv-group-account
        perform 0650-subtotal thru 0650-exit
        move bv-account to bv-group-account
    end-if.

    call 'accountof' using bv-account bv-today-ld coaacct-result.
    move ' ' to bv-chart-flag.
    if ca-found not = 'Y'
        move '?' to bv-chart-flag
    end-if.

    move 0 to bv-ptd-budget bv-ptd-actual bv-ytd-budget
        bv-ytd-actual bv-projection.
    perform varying bv-pidx from 1 by 1 until bv-pidx > 12
        if ca-found = 'Y' and ca-normal = 'C'
            compute bv-amount = 0 - bvr-actual(bv-ridx, bv-pidx)
        else
            move bvr-actual(bv-ridx, bv-pidx) to bv-amount
        end-if
        if bv-pidx = bv-target-period
            move bvr-budget(bv-ridx, bv-pidx) to bv-ptd-budget
            move bv-amount to bv-ptd-actual
        end-if
        if bv-pidx <= bv-target-period
            add bvr-budget(bv-ridx, bv-pidx) to bv-ytd-budget
            add bv-amount to bv-ytd-actual
        else
            add bvr-budget(bv-ridx, bv-pidx) to bv-projection
        end-if
    end-perform.
    add bv-ytd-actual to bv-projection.

    if bv-ptd-budget = 0 and bv-ptd-actual = 0
            and bv-ytd-budget = 0 and bv-ytd-actual = 0
            and bv-projection = 0
        go to 0600-exit
    end-if.

    add bv-ptd-budget to bv-sub-ptd-budget.
    add bv-ptd-actual to bv-sub-ptd-actual.
    add bv-ytd-budget to bv-sub-ytd-budget.
    add bv-ytd-actual to bv-sub-ytd-actual.
    add bv-projection to bv-sub-projection.
    add 1 to bv-group-lines.
    if bv-chart-flag = '?'
        add 1 to bv-unknown-count
    end-if.

    move bvr-key(bv-ridx) to bv-label.
    move bv-chart-flag to bv-label(17:1).
    perform 0700-printline thru 0700-exit.
    if bv-flag not = spaces
        add 1 to bv-flag-count
    end-if.
0600-exit.
    exit.

*>  The account subtotal, printed only when the account ran to
*>  more than one cost-center line.
*>
0650-subtotal.
    if bv-group-lines > 1
        move bv-subtotal to bv-figures
        move spaces to bv-label
        string function trim(bv-group-account) ' TOTAL'
            delimited by size into bv-label
        perform 0700-printline thru 0700-exit
        display ' '
    end-if.
    perform 0660-clearsubtotal.
    move 0 to bv-group-lines.
0650-exit.
    exit.

0660-clearsubtotal.
    move 0 to bv-sub-ptd-budget bv-sub-ptd-actual bv-sub-ytd-budget
        bv-sub-ytd-actual bv-sub-projection.

*>*****************************************************************
*> 0700-printline                                                  *
*>                                                                *
*> Prints BV-LABEL and BV-FIGURES, setting BV-FLAG to P and/or Y   *
*> for a variance beyond the threshold.                            *
*>*****************************************************************
0700-printline.
    move spaces to bv-line bv-flag.
    move 1 to bv-lptr.
    string bv-label ' ' delimited by size
        into bv-line with pointer bv-lptr.

    move bv-ptd-budget to bv-base.
    move bv-ptd-actual to bv-amount.
    perform 0750-variance thru 0750-exit.
    if bv-pct-out(8:1) = '*'
        move 'P' to bv-flag(1:1)
    end-if.

    move bv-ytd-budget to bv-base.
    move bv-ytd-actual to bv-amount.
    perform 0750-variance thru 0750-exit.
    if bv-pct-out(8:1) = '*'
        move 'Y' to bv-flag(2:1)
    end-if.

    move bv-projection to bv-amount-display.
    string bv-amount-display ' ' bv-flag delimited by size
        into bv-line with pointer bv-lptr.
    display function trim(bv-line trailing).
0700-exit.
    exit.

*>  Appends budget BV-BASE, actual BV-AMOUNT, their variance and
*>  its percent of budget to BV-LINE.  BV-PCT-OUT ends in * when
*>  the variance is beyond the threshold.
*>
0750-variance.
    compute bv-variance = bv-amount - bv-base.
    move spaces to bv-pct-out.
    if bv-base = 0
        if bv-variance = 0
            move '     0.0' to bv-pct-out
        else
            move '    n/a*' to bv-pct-out
        end-if
    else
        compute bv-pct rounded = bv-variance * 100 / bv-base
        if bv-base < 0
            compute bv-pct = 0 - bv-pct
        end-if
        if bv-pct > 9999 or bv-pct < -9999
            move '  >9999' to bv-pct-out
        else
            move bv-pct to bv-pct-display
            move bv-pct-display to bv-pct-out
        end-if
        if bv-pct > bv-threshold or bv-pct < 0 - bv-threshold
            move '*' to bv-pct-out(8:1)
        end-if
    end-if.

    move bv-base to bv-amount-display.
    string bv-amount-display ' ' delimited by size
        into bv-line with pointer bv-lptr.
    move bv-amount to bv-amount-display.
    string bv-amount-display ' ' delimited by size
        into bv-line with pointer bv-lptr.
    move bv-variance to bv-amount-display.
    string bv-amount-display ' ' bv-pct-out ' ' delimited by size
        into bv-line with pointer bv-lptr.
0750-exit.
    exit.

0910-readspread.
    read spread-file
        at end
            move 'Y' to ws-eof-spread
    end-read.

0920-readbal.
    read bal-file
        at end
            move 'Y' to ws-eof-bal
    end-read.
