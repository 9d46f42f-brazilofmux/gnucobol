*>                  (the input the bank-file and remittance work   *
*>                  hang off);                                     *
*>   PAYDETL.DAT  - per-vendor history detail,                     *
*>                  PAYNO,VENDOR,INVOICE,GROSS,DISC,NET,DATE,      *
*>                  INVDATE (INVDATE the invoice's own date from   *
*>                  MATCHED.DAT, which DUPSCREEN compares against);*
*>   PAIDINV.DAT  - the paid-invoice list, one invoice id per      *
*>                  line, consulted on the next run so an item     *
*>                  can never be picked twice.                     *
*>                                                                *
*> Command line: [pay-through-date] [cooling-off-days]             *
*>                                                                *
*> The pay-through date defaults to each company's next business   *
*> day on its own calendar - ADDBUSINESSDAYSCAL under the CALID    *
*> COMPANYOF gives it, or ADDBUSINESSDAYS on the shop calendar     *
*> when that profile is not on CALPROFILES.DAT.                    *
*>                                                                *
*> A vendor whose VENDBANK.DAT bank or remit-to details changed    *
*> within the last cooling-off-days business days (default 5) -    *
*> its CHANGED date plus that many business days, counted on the   *
*> paying company's calendar the same way, still after today - is  *
*> held for fraud review:                                          *
*> none of its items are paid or marked paid, so they come up      *
*> again on the first run after the window closes, and the holds   *
*> are listed separately after the payments, with a warning alert  *
*> each and RETURN-CODE 4.                                         *
*>                                                                *
*> Every payment also starts PENDING on the approval file          *
*> PAYAPPR.DAT, PAYNO,RUN,RUNBY,AMOUNT,STATUS,APPROVER,DATE,TIME,  *
*> under this run's RUNLEDGER number and the OPERATOR environment  *
*> id of whoever ran it; POSPAY, ACHPAY and CHECKPRT hold it back  *
*> until PAYAPPROVE records an approval (or it falls inside the    *
*> no-approval tier of APPROVLIM.DAT), and the count written is    *
*> displayed as the run's approval worklist.                       *
*>                                                                *
*> Before the first payment is written, PAYREG.DAT, PAYDETL.DAT,   *
*> PAIDINV.DAT and PAYAPPR.DAT are each copied through BEFOREIMAGE *
*> under the run number RUNLEDGER will give this run, and signed   *
*> again once the run is done, so ROLLBACK can take a bad payment  *
*> run back off all four together.  A before-image that cannot be  *
*> written abandons the run untouched, RETURN-CODE 16.  The run is *
*> ledgered as job PAYRUN against DUEDATES.DAT.                    *
*>                                                                *
*> Each company pays its own invoices: the payment groups by       *
*> vendor within the COMPANY column PAYTERMS writes last on        *
*> DUEDATES.DAT, so a vendor billing two companies gets one        *
*> payment from each, and a payment for any company but the home   *
*> one carries that code as the register's seventh column,         *
*> PAYNO,DATE,VENDOR,AMOUNT,,,COMPANY (the fifth and sixth left    *
*> for PAYVOID's VOID,REASON).  The run closes with payment counts *
*> and totals per company and across all of them.                  *
*>*****************************************************************
identification division.
program-id. payrun.
configuration section.
repository.
    function addbusinessdays
    function addbusinessdayscal
    function currentbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function linear_to_fielded
    function all intrinsic.

input-output section.
        access is sequential
        file status is ws-paidinv-status.

    select payappr-file assign to 'payappr.dat'
        organization is line sequential
        access is sequential
        file status is ws-payappr-status.

data division.
file section.
fd  duedate-file.

01  paidinv-record       pic x(16).

fd  payappr-file.

01  payappr-record       pic x(100).

working-storage section.
01  ws-duedate-status    pic xx.
    88  ws-duedate-ok        value '00'.
    88  ws-paydetl-ok        value '00'.
01  ws-paidinv-status    pic xx.
    88  ws-paidinv-ok        value '00'.
01  ws-payappr-status    pic xx.
    88  ws-payappr-ok        value '00'.

01  ws-eof-duedate       pic x       value 'N'.
    88  eof-duedate          value 'Y'.

01  ws-cmdline           pic x(40).
01  ws-arg-through       pic x(12).
01  ws-arg-cooling       pic x(4).

*>  Open items selected this run.
*>
    05  pr-item occurs 500 times.
        10  pri-invoice      pic x(16).
        10  pri-vendor       pic x(12).
        10  pri-invdate      pic x(10).
        10  pri-gross        pic s9(11)v99 comp-5.
        10  pri-disc        pic s9(11)v99 comp-5.
        10  pri-net          pic s9(11)v99 comp-5.
        10  pri-grouped      pic x.
        10  pri-company      pic x(4).

*>  Invoice -> PO (from MATCHED.DAT) and PO -> vendor (from
*>  PURCHORD.DAT) mappings.
    05  pr-map occurs 500 times.
        10  prm-invoice      pic x(16).
        10  prm-po           pic x(12).
        10  prm-date         pic x(10).

01  pr-po-count          usage signed-int value 0.
01  pr-pos.
01  pr-tok-po            pic x(12).
01  pr-tok-vendor        pic x(12).
01  pr-tok-payno         pic x(6).
01  pr-tok-skip          pic x(14).
01  pr-tok-company       pic x(8).

*>  Company of each item (blank for the home company, see
*>  COMPANYOF) and the per-company run totals.
*>
copy compinfo.
01  pr-co-count          usage signed-int value 0.
01  pr-cdx               usage signed-int.
01  pr-co-hit            usage signed-int.
01  pr-companies.
    05  pr-co occurs 50 times.
        10  prc-id           pic x(4).
        10  prc-count        usage signed-int.
        10  prc-amount       pic s9(13)v99 comp-5.
01  pr-all-amount        pic s9(13)v99 comp-5 value 0.

*>  Each company's pay-through date, worked out on its calendar the
*>  first time one of its items is read (see 0420-companythrough).
*>
01  pr-thru-count        usage signed-int value 0.
01  pr-tdx               usage signed-int.
01  pr-thru-hit          usage signed-int.
01  pr-thrus.
    05  pr-thru occurs 50 times.
        10  prt-company      pic x(4).
        10  prt-through-ld   usage signed-int.
01  pr-item-through-ld   usage signed-int.

*>  Business days on a company's own calendar (0460-companydays):
*>  PR-CAL-DAYS added to PR-CAL-FROM-LD give PR-CAL-RESULT-LD.
*>
01  pr-cal-from-ld       usage signed-int.
01  pr-cal-days          usage signed-int.
01  pr-cal-result-ld     usage signed-int.
01  pr-cal-profile.
    05  pr-cal-weekend       pic x occurs 7 times.
    05  pr-cal-shiftdir      pic s9 occurs 7 times.
    05  pr-cal-file          pic x(40).
    05  pr-cal-found         pic x.
01  pr-total-display     pic -(12)9.99.
01  pr-co-label          pic x(8).

01  pr-today-ld          usage signed-int.
01  pr-through-ld        usage signed-int.
01  pr-already-paid      pic x.
01  pr-pay-count         usage signed-int value 0.

*>  Fraud-review holds (see VENDBANKOF): one entry per vendor held
*>  this run.
*>
01  pr-cooling-days      usage signed-int value 5.
01  pr-changed-ld        usage signed-int.
01  pr-release-ld        usage signed-int.
01  pr-bank-held         pic x.
01  pr-hold-count        usage signed-int value 0.
01  pr-hdx               usage signed-int.
01  pr-holds.
    05  pr-hold occurs 500 times.
        10  prh-vendor       pic x(12).
        10  prh-changed      pic x(10).
        10  prh-release      pic x(10).
        10  prh-items        usage signed-int.
        10  prh-amount       pic s9(11)v99 comp-5.

01  pr-bank-result.
    05  pr-b-routing         pic x(9).
    05  pr-b-account         pic x(17).
    05  pr-b-changed         pic x(10).
    05  pr-b-name            pic x(30).
    05  pr-b-address         pic x(30).
    05  pr-b-city            pic x(20).
    05  pr-b-state           pic x(2).
    05  pr-b-zip             pic x(10).
    05  pr-b-method          pic x(5).
    05  pr-b-found           pic x.

01  pr-al-severity       pic x.
01  pr-al-job            pic x(12) value 'PAYRUN'.
01  pr-al-key            pic x(40).
01  pr-al-msg            pic x(60).

01  pr-amount-display    pic -(10)9.99.
01  pr-disc-display      pic -(10)9.99.
01  pr-net-display       pic -(10)9.99.
01  pr-date-text         pic x(20).
01  pr-run-date          pic x(10).

*>  Run ledger and before-images: the four files a payment run
*>  appends to.
*>
01  pr-rl-action         pic x.
01  pr-rl-input          pic x(40) value 'duedates.dat'.
01  pr-rl-rc             usage signed-int.
01  pr-rl-result         pic x.
01  pr-run-number        usage signed-int value 0.

01  pr-image-names.
    05  filler          pic x(40) value 'payreg.dat'.
    05  filler          pic x(40) value 'paydetl.dat'.
    05  filler          pic x(40) value 'paidinv.dat'.
    05  filler          pic x(40) value 'payappr.dat'.
01  pr-image-table redefines pr-image-names.
    05  pr-image-file   pic x(40) occurs 4 times.
01  pr-bi-action         pic x.
01  pr-bi-rebuild        pic x(12) value spaces.
01  pr-bi-result         pic x.

*>  Approval file: who ran this run, and its number as written.
*>
01  pr-operator          pic x(8).
01  pr-run-text          pic 9(6).

01  time-stamp.
    05  ts-date.
        10  ts-year         pic 9999.
    move 0 to return-code.
    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move spaces to ws-arg-cooling.
    unstring ws-cmdline delimited by all space
        into ws-arg-through ws-arg-cooling.
    if ws-arg-cooling not = spaces
        if function trim(ws-arg-cooling) is not numeric
            display 'Invalid cooling-off days: ' ws-arg-cooling
            move 8 to return-code
            go to 9000-end
        end-if
        move function numval(ws-arg-cooling) to pr-cooling-days
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to pr-fielded-date.
        move fielded_to_linear(pr-p-year, pr-p-month, pr-p-dom)
            to pr-through-ld
    else
        move 0 to pr-through-ld
    end-if.

    move 'O' to pr-rl-action.
    call 'runledger' using pr-rl-action pr-al-job pr-rl-input
        pr-run-number pr-rl-rc pr-rl-result.
    move 'N' to pr-rl-action.
    call 'runledger' using pr-rl-action pr-al-job pr-rl-input
        pr-run-number pr-rl-rc pr-rl-result.

    perform 0100-loadmaps.
    perform 0150-loadpaid.

        go to 9000-end
    end-if.

    perform 0350-takeimages thru 0350-exit.
    if return-code = 16
        go to 9000-end
    end-if.

    open extend payreg-file.
    if not ws-payreg-ok
        open output payreg-file
    if not ws-paidinv-ok
        open output paidinv-file
    end-if.
    open extend payappr-file.
    if not ws-payappr-ok
        open output payappr-file
    end-if.
    move spaces to pr-operator.
    accept pr-operator from environment 'OPERATOR'.
    move function upper-case(pr-operator) to pr-operator.
    move pr-run-number to pr-run-text.

    if pr-through-ld = 0
        display 'Payment run ' pr-run-date ' paying through each'
            ' company''s next business day'
    else
        display 'Payment run ' pr-run-date ' paying through '
            ws-arg-through
    end-if.
    display '=============================================='.

*>  one payment per vendor, covering every selected item of that
    perform varying pr-idx from 1 by 1
            until pr-idx > pr-item-count
        if pri-grouped(pr-idx) = 'N'
            perform 0700-checkbankhold
            if pr-bank-held = 'Y'
                perform 0750-holdvendor
            else
                perform 0500-onepayment
            end-if
        end-if
    end-perform.

    close payreg-file.
    close paydetl-file.
    close paidinv-file.
    close payappr-file.

    display '=============================================='.
    display 'Payments written: ' pr-pay-count.
    perform 0850-companytotals.
    if pr-pay-count > 0
        display 'Awaiting approval: ' pr-pay-count
            ' (payapprove LIST ' pr-run-text ')'
    end-if.

    if pr-hold-count > 0
        perform 0800-listholds
        move 4 to return-code
    end-if.

    move 'A' to pr-bi-action.
    perform varying pr-idx from 1 by 1 until pr-idx > 4
        call 'beforeimage' using pr-bi-action pr-al-job
            pr-run-number pr-image-file(pr-idx) pr-bi-rebuild
            pr-bi-result
    end-perform.

    move return-code to pr-rl-rc.
    move 'W' to pr-rl-action.
    call 'runledger' using pr-rl-action pr-al-job pr-rl-input
        pr-pay-count pr-rl-rc pr-rl-result.
    move pr-rl-rc to return-code.

9000-end.
    goback.
                move pr-tok-invoice
                    to prm-invoice(pr-map-count)
                move pr-tok-po to prm-po(pr-map-count)
                move pr-tok-date to prm-date(pr-map-count)
            end-if
            perform 0110-readmatched
        end-perform
        end-read
    end-if.

*>*****************************************************************
*> 0350-takeimages                                                 *
*>                                                                *
*> All four files copied before any is opened for update; one      *
*> copy failing stops the run with nothing touched.                *
*>*****************************************************************
0350-takeimages.
    move 'B' to pr-bi-action.
    perform varying pr-idx from 1 by 1 until pr-idx > 4
        call 'beforeimage' using pr-bi-action pr-al-job
            pr-run-number pr-image-file(pr-idx) pr-bi-rebuild
            pr-bi-result
        if pr-bi-result not = 'Y'
            display 'Before-image of '
                function trim(pr-image-file(pr-idx))
                ' failed; run abandoned before any update.'
            move 16 to return-code
            go to 0350-exit
        end-if
    end-perform.
0350-exit.
    exit.

*>*****************************************************************
*> 0400-oneitem                                                    *
*>*****************************************************************
0400-oneitem.
    move spaces to pr-tok-invoice pr-tok-duedate pr-tok-discdate
        pr-tok-discpct pr-tok-amount pr-tok-terms pr-tok-company.
    unstring duedate-record delimited by ','
        into pr-tok-invoice pr-tok-duedate pr-tok-discdate
            pr-tok-discpct pr-tok-amount pr-tok-terms
            pr-tok-skip pr-tok-skip pr-tok-skip pr-tok-company
    end-unstring.

    move dateparse(pr-tok-duedate, '02') to pr-parse-result.
    end-if.
    move fielded_to_linear(pr-p-year, pr-p-month, pr-p-dom)
        to pr-due-ld.
    perform 0420-companythrough.
    if pr-due-ld > pr-item-through-ld
        go to 0490-exit
    end-if.

    compute pri-net(pr-item-count) =
        pri-gross(pr-item-count) - pri-disc(pr-item-count).
    move 'N' to pri-grouped(pr-item-count).
    move pr-tok-company(1:4) to pri-company(pr-item-count).

0490-exit.
    exit.

*>*****************************************************************
*> 0420-companythrough                                             *
*>                                                                *
*> The item's company (blank for the home company) into            *
*> PR-TOK-COMPANY, and its pay-through date into                   *
*> PR-ITEM-THROUGH-LD: the command line's date when one was given, *
*> otherwise the company's next business day on its own calendar.  *
*>*****************************************************************
0420-companythrough.
    move function upper-case(pr-tok-company(1:4))
        to pr-tok-company.
    call 'companyof' using pr-tok-company(1:4) compinfo-result.
    if ci-home = 'Y'
        move spaces to pr-tok-company
    end-if.
    if pr-through-ld not = 0
        move pr-through-ld to pr-item-through-ld
    else
        move 0 to pr-thru-hit
        perform varying pr-tdx from 1 by 1
                until pr-tdx > pr-thru-count
            if prt-company(pr-tdx) = pr-tok-company
                move pr-tdx to pr-thru-hit
            end-if
        end-perform
        if pr-thru-hit = 0
            move pr-today-ld to pr-cal-from-ld
            move 1 to pr-cal-days
            perform 0460-companydays
            move pr-cal-result-ld to pr-item-through-ld
            if pr-thru-count < 50
                add 1 to pr-thru-count
                move pr-tok-company to prt-company(pr-thru-count)
                move pr-cal-result-ld
                    to prt-through-ld(pr-thru-count)
            end-if
        else
            move prt-through-ld(pr-thru-hit) to pr-item-through-ld
        end-if
    end-if.

*>*****************************************************************
*> 0460-companydays                                                *
*>                                                                *
*> PR-CAL-DAYS business days on from PR-CAL-FROM-LD on the         *
*> calendar of the company last asked of COMPANYOF; the shop       *
*> calendar when its profile is not on CALPROFILES.DAT, so a site  *
*> without calendar profiles pays exactly as before.               *
*>*****************************************************************
0460-companydays.
    move 'N' to pr-cal-found.
    if ci-calid not = spaces
        call 'calendarprofileof' using ci-calid pr-cal-profile
    end-if.
    if pr-cal-found = 'Y'
        move addbusinessdayscal(pr-cal-from-ld, pr-cal-days,
                ci-calid) to pr-cal-result-ld
    else
        move addbusinessdays(pr-cal-from-ld, pr-cal-days)
            to pr-cal-result-ld
    end-if.

*>*****************************************************************
*> 0450-resolvevendor                                              *
*>*****************************************************************
0450-resolvevendor.
    move 'UNKNOWN' to pri-vendor(pr-item-count).
    move spaces to pri-invdate(pr-item-count).
    perform varying pr-jdx from 1 by 1
            until pr-jdx > pr-map-count
        if prm-invoice(pr-jdx) = pr-tok-invoice
            move prm-po(pr-jdx) to pr-tok-po
            move prm-date(pr-jdx) to pri-invdate(pr-item-count)
            perform varying pr-idx from 1 by 1
                    until pr-idx > pr-po-count
                if prp-po(pr-idx) = pr-tok-po
*>*****************************************************************
*> 0500-onepayment                                                 *
*>                                                                *
*> PR-IDX anchors the vendor and company; every ungrouped item of  *
*> that vendor for that company joins this payment.                *
*>*****************************************************************
0500-onepayment.
    add 1 to pr-pay-max.
            until pr-jdx > pr-item-count
        if pri-grouped(pr-jdx) = 'N'
                and pri-vendor(pr-jdx) = pri-vendor(pr-idx)
                and pri-company(pr-jdx) = pri-company(pr-idx)
            move 'Y' to pri-grouped(pr-jdx)
            add pri-net(pr-jdx) to pr-pay-amount
            perform 0600-writedetail

    move pr-pay-amount to pr-amount-display.
    move spaces to pr-line.
    if pri-company(pr-idx) = spaces
        string pr-pay-number ','
            pr-run-date ','
            function trim(pri-vendor(pr-idx)) ','
            pr-amount-display
            delimited by size into pr-line
    else
        string pr-pay-number ','
            pr-run-date ','
            function trim(pri-vendor(pr-idx)) ','
            pr-amount-display ',,,'
            function trim(pri-company(pr-idx))
            delimited by size into pr-line
    end-if.
    move pr-line to payreg-record.
    write payreg-record.
    add 1 to pr-pay-count.
    perform 0550-tallycompany.

    move spaces to pr-line.
    string pr-pay-number ','
        pr-run-text ','
        function trim(pr-operator) ','
        function trim(pr-amount-display) ','
        'PENDING,,,'
        delimited by size into pr-line.
    move pr-line to payappr-record.
    write payappr-record.

    if pri-company(pr-idx) = spaces
        display 'Payment ' pr-pay-number ' to '
            function trim(pri-vendor(pr-idx)) ' for '
            pr-amount-display
    else
        display 'Payment ' pr-pay-number ' to '
            function trim(pri-vendor(pr-idx)) ' for '
            pr-amount-display ' (company '
            function trim(pri-company(pr-idx)) ')'
    end-if.

*>*****************************************************************
*> 0550-tallycompany                                               *
*>                                                                *
*> Adds the payment to its company's run totals, the company       *
*> taking the next slot on first sight (past 50 the last slot      *
*> takes the rest).                                                *
*>*****************************************************************
0550-tallycompany.
    move 0 to pr-co-hit.
    perform varying pr-cdx from 1 by 1 until pr-cdx > pr-co-count
        if prc-id(pr-cdx) = pri-company(pr-idx)
            move pr-cdx to pr-co-hit
        end-if
    end-perform.
    if pr-co-hit = 0
        if pr-co-count < 50
            add 1 to pr-co-count
            move pri-company(pr-idx) to prc-id(pr-co-count)
            move 0 to prc-count(pr-co-count)
            move 0 to prc-amount(pr-co-count)
        end-if
        move pr-co-count to pr-co-hit
    end-if.
    add 1 to prc-count(pr-co-hit).
    add pr-pay-amount to prc-amount(pr-co-hit).
    add pr-pay-amount to pr-all-amount.

*>*****************************************************************
*> 0600-writedetail                                                *
        pr-amount-display ','
        pr-disc-display ','
        pr-net-display ','
        pr-run-date ','
        function trim(pri-invdate(pr-jdx))
        delimited by size into pr-line.
    move pr-line to paydetl-record.
    write paydetl-record.
    move pri-invoice(pr-jdx) to paidinv-record.
    write paidinv-record.

*>*****************************************************************
*> 0700-checkbankhold                                              *
*>                                                                *
*> PR-IDX anchors the vendor.  Held when VENDBANK.DAT shows its    *
*> details changed and the cooling-off window, counted in          *
*> business days of the paying company from the change, has not    *
*> yet run out.  A vendor with no bank master line pays exactly    *
*> as before.                                                      *
*>*****************************************************************
0700-checkbankhold.
    move 'N' to pr-bank-held.
    call 'vendbankof' using pri-vendor(pr-idx) pr-bank-result.
    if pr-b-found = 'Y' and pr-b-changed not = spaces
        move dateparse(pr-b-changed, '02') to pr-parse-result
        if pr-p-success = 'Y'
            move fielded_to_linear(pr-p-year, pr-p-month,
                    pr-p-dom) to pr-changed-ld
            call 'companyof' using pri-company(pr-idx)
                compinfo-result
            move pr-changed-ld to pr-cal-from-ld
            move pr-cooling-days to pr-cal-days
            perform 0460-companydays
            move pr-cal-result-ld to pr-release-ld
            if pr-release-ld > pr-today-ld
                move 'Y' to pr-bank-held
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0750-holdvendor                                                 *
*>                                                                *
*> Every ungrouped item of the held vendor is set aside - marked   *
*> so it is not paid, but never written to PAIDINV.DAT, so the     *
*> first run after the window picks it up again.                   *
*>*****************************************************************
0750-holdvendor.
    add 1 to pr-hold-count.
    move pri-vendor(pr-idx) to prh-vendor(pr-hold-count).
    move pr-b-changed to prh-changed(pr-hold-count).
    move linear_to_fielded(pr-release-ld) to pr-fielded-date.
    move dateformat(pr-fielded-date, '01') to pr-date-text.
    move pr-date-text(1:10) to prh-release(pr-hold-count).
    move 0 to prh-items(pr-hold-count).
    move 0 to prh-amount(pr-hold-count).

    perform varying pr-jdx from pr-idx by 1
            until pr-jdx > pr-item-count
        if pri-grouped(pr-jdx) = 'N'
                and pri-vendor(pr-jdx) = pri-vendor(pr-idx)
                and pri-company(pr-jdx) = pri-company(pr-idx)
            move 'H' to pri-grouped(pr-jdx)
            add 1 to prh-items(pr-hold-count)
            add pri-net(pr-jdx) to prh-amount(pr-hold-count)
        end-if
    end-perform.

    move 'W' to pr-al-severity.
    move pri-vendor(pr-idx) to pr-al-key.
    move 'bank details changed; payment held for fraud review'
        to pr-al-msg.
    call 'alertadd' using pr-al-severity pr-al-job
        pr-al-key pr-al-msg.

*>*****************************************************************
*> 0800-listholds                                                  *
*>*****************************************************************
0800-listholds.
    display ' '.
    display 'Fraud-review holds - bank details changed within '
        pr-cooling-days ' business days'.
    display 'Vendor       Changed    Releases   Items'
        '       Amount'.
    display '=============================================='.
    perform varying pr-hdx from 1 by 1
            until pr-hdx > pr-hold-count
        move prh-amount(pr-hdx) to pr-amount-display
        display prh-vendor(pr-hdx) ' '
            prh-changed(pr-hdx) ' '
            prh-release(pr-hdx) ' '
            prh-items(pr-hdx) ' '
            pr-amount-display
    end-perform.
    display '=============================================='.
    display 'Vendors held: ' pr-hold-count.

*>*****************************************************************
*> 0850-companytotals                                              *
*>                                                                *
*> The run's payments per company, then across all companies for   *
*> the consolidated view.                                          *
*>*****************************************************************
0850-companytotals.
    perform varying pr-cdx from 1 by 1 until pr-cdx > pr-co-count
        move prc-id(pr-cdx) to pr-co-label
        if pr-co-label = spaces
            move '(home)' to pr-co-label
        end-if
        move prc-amount(pr-cdx) to pr-total-display
        display '  Company ' pr-co-label ' payments: '
            prc-count(pr-cdx) ' total ' pr-total-display
    end-perform.
    if pr-pay-count > 0
        move pr-all-amount to pr-total-display
        display '  All companies    payments: '
            pr-pay-count ' total ' pr-total-display
    end-if.

end program payrun.
