*>*****************************************************************
*> payanom - Payment anomaly analytics over the disbursement       *
*>           history.                                              *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> DUPSCREEN catches the resubmitted invoice and PAYRUN holds a    *
*> freshly changed bank account, but the patterns the auditors     *
*> look for only show across a month of payments.  This runs the   *
*> month's tests over PAYREG.DAT (PAYNO,DATE,VENDOR,AMOUNT[,       *
*> STATUS]) and PAYDETL.DAT (PAYNO,VENDOR,INVOICE,GROSS,DISC,NET,  *
*> DATE,INVDATE), voided payments left out throughout:             *
*>                                                                *
*>   BENFORD   a vendor's payment lines, all history through the   *
*>             month's end, whose first digits fail Benford's law  *
*>             - the chi-square over the nine digits against       *
*>             log10(1 + 1/d) past 15.51 (8 degrees of freedom,    *
*>             5%), or past 20.09 (1%) for the higher score; only  *
*>             NETs of 10.00 and up count, and only vendors with   *
*>             the minimum number of them are tested               *
*>   ROUND     a payment in the month of whole hundreds of         *
*>             dollars, 1,000.00 or more (whole thousands score    *
*>             higher)                                             *
*>   BELOWLIM  an invoice in the month whose GROSS sits within the *
*>             band just below an approval limit                   *
*>   PAYWKND   a payment dated on a day ISBUSINESSDAY says is not  *
*>             a business day - a weekend or a holiday             *
*>   CHGWKND   a vendor master change dated on one: VENDBANK.DAT's *
*>             CHANGED, or a BANKMAINT entry on MAINTJRNL.DAT -    *
*>             BANKMAINT only stamps business dates, so either one *
*>             means the master was changed some other way         *
*>   NEWVEND   a payment in the month within the window of         *
*>             business days after the vendor was created - the    *
*>             BANKMAINT SET that added it to VENDBANK.DAT (a      *
*>             vendor on file before the journal began counts      *
*>             as established)                                     *
*>   SHAREVND  a vendor whose routing and account on VENDBANK.DAT  *
*>             another vendor also has                             *
*>   SHAREEMP  a vendor paid to an employee's account              *
*>                                                                *
*> Employee accounts are payroll's direct-deposit extract          *
*> EMPBANK.DAT - EMPLOYEE,ROUTING,ACCOUNT - named from             *
*> EMPLOYEE.DAT (EMPLOYEE.DAT itself carries no bank details).     *
*> The approval limits are the single-payment tiers of the         *
*> approval-limit master APPROVLIM.DAT (APPROVER,MAXPAYMENT,       *
*> MAXRUN, kept by PAYAPPROVE), each distinct MAXPAYMENT once;     *
*> without the file the limits are 5,000.00, 10,000.00 and         *
*> 25,000.00.                                                      *
*>                                                                *
*> Every finding carries a score - how hard the auditors should    *
*> look, 95 for a shared employee account down to 20 for a round   *
*> amount - and goes to the exceptions file PAYANOM.DAT, highest   *
*> score first, rewritten for the month,                           *
*>                                                                *
*>   MONTH,SCORE,TEST,VENDOR,PAYNO,INVOICE,DATE,AMOUNT,DETAIL      *
*>                                                                *
*> and the same list is printed with a count per test.             *
*>                                                                *
*> Command line: [month] [new-vendor-days] [below-percent]         *
*>               [benford-minimum]                                 *
*>                                                                *
*> The month is YYYY-MM, the one before today's when omitted; the  *
*> new-vendor window defaults to 10 business days, the band below  *
*> a limit to 5 percent of it, the Benford minimum to 30 lines.    *
*> RETURN-CODE 4 when there are findings, 8 for a bad argument or  *
*> a missing PAYREG.DAT or PAYDETL.DAT, 16 when a file outgrows    *
*> its table (no exceptions file is written).                      *
*>*****************************************************************
identification division.
program-id. payanom.

environment division.
configuration section.
repository.
    function addbusinessdays
    function dateparse
    function fielded_to_linear
    function isbusinessday
    function all intrinsic.

input-output section.
file-control.

    select payreg-file assign to 'payreg.dat'
        organization is line sequential
        access is sequential
        file status is ws-payreg-status.

    select paydetl-file assign to 'paydetl.dat'
        organization is line sequential
        access is sequential
        file status is ws-paydetl-status.

    select vendbank-file assign to 'vendbank.dat'
        organization is line sequential
        access is sequential
        file status is ws-vendbank-status.

    select journal-file assign to 'maintjrnl.dat'
        organization is line sequential
        access is sequential
        file status is ws-journal-status.

    select employee-file assign to 'employee.dat'
        organization is line sequential
        access is sequential
        file status is ws-employee-status.

    select empbank-file assign to 'empbank.dat'
        organization is line sequential
        access is sequential
        file status is ws-empbank-status.

    select limit-file assign to 'approvlim.dat'
        organization is line sequential
        access is sequential
        file status is ws-limit-status.

    select anomaly-file assign to 'payanom.dat'
        organization is line sequential
        access is sequential
        file status is ws-anomaly-status.

data division.
file section.
fd  payreg-file.

01  payreg-record        pic x(80).

fd  paydetl-file.

01  paydetl-record       pic x(120).

fd  vendbank-file.

01  vendbank-record      pic x(160).

fd  journal-file.

01  journal-record.
    05  jr-date          pic x(10).
    05  filler           pic x.
    05  jr-time          pic x(8).
    05  filler           pic x.
    05  jr-program       pic x(12).
    05  filler           pic x.
    05  jr-action        pic x(8).
    05  filler           pic x.
    05  jr-before        pic x(80).
    05  filler           pic x.
    05  jr-after         pic x(80).
    05  filler           pic x.
    05  jr-operator      pic x(8).

fd  employee-file.

01  employee-record      pic x(80).

fd  empbank-file.

01  empbank-record       pic x(80).

fd  limit-file.

01  limit-record         pic x(80).

fd  anomaly-file.

01  anomaly-record       pic x(200).

working-storage section.
01  ws-payreg-status     pic xx.
    88  ws-payreg-ok         value '00'.
01  ws-paydetl-status    pic xx.
    88  ws-paydetl-ok        value '00'.
01  ws-vendbank-status   pic xx.
    88  ws-vendbank-ok       value '00'.
01  ws-journal-status    pic xx.
    88  ws-journal-ok        value '00'.
01  ws-employee-status   pic xx.
    88  ws-employee-ok       value '00'.
01  ws-empbank-status    pic xx.
    88  ws-empbank-ok        value '00'.
01  ws-limit-status      pic xx.
    88  ws-limit-ok          value '00'.
01  ws-anomaly-status    pic xx.
    88  ws-anomaly-ok        value '00'.

01  ws-eof-payreg        pic x       value 'N'.
    88  eof-payreg           value 'Y'.
01  ws-eof-paydetl       pic x       value 'N'.
    88  eof-paydetl          value 'Y'.
01  ws-eof-vendbank      pic x       value 'N'.
    88  eof-vendbank         value 'Y'.
01  ws-eof-journal       pic x       value 'N'.
    88  eof-journal          value 'Y'.
01  ws-eof-employee      pic x       value 'N'.
    88  eof-employee         value 'Y'.
01  ws-eof-empbank       pic x       value 'N'.
    88  eof-empbank          value 'Y'.
01  ws-eof-limit         pic x       value 'N'.
    88  eof-limit            value 'Y'.

01  ws-cmdline           pic x(200).
01  ws-arg-month         pic x(10).
01  ws-arg-days          pic x(8).
01  ws-arg-percent       pic x(8).
01  ws-arg-minimum       pic x(8).

01  pa-args-ok           pic x       value 'Y'.
01  pa-overflow          pic x       value 'N'.
01  pa-month             pic x(7).
01  pa-new-days          usage signed-int value 10.
01  pa-below-percent     pic s9(3)v99 comp-5 value 5.
01  pa-benford-minimum   usage signed-int value 30.

*>  The scores, highest first.
*>
01  pa-score-shareemp    pic 999     value 95.
01  pa-score-sharevnd    pic 999     value 80.
01  pa-score-benford-1   pic 999     value 70.
01  pa-score-newvend     pic 999     value 60.
01  pa-score-benford-5   pic 999     value 50.
01  pa-score-belowlim    pic 999     value 40.
01  pa-score-chgwknd     pic 999     value 35.
01  pa-score-round-1000  pic 999     value 30.
01  pa-score-paywknd     pic 999     value 30.
01  pa-score-round-100   pic 999     value 20.

*>  Benford's first-digit proportions, log10(1 + 1/d), and the
*>  chi-square critical values for 8 degrees of freedom.
*>
01  pa-benford-values.
    05  filler               pic v9(5)   value .30103.
    05  filler               pic v9(5)   value .17609.
    05  filler               pic v9(5)   value .12494.
    05  filler               pic v9(5)   value .09691.
    05  filler               pic v9(5)   value .07918.
    05  filler               pic v9(5)   value .06695.
    05  filler               pic v9(5)   value .05799.
    05  filler               pic v9(5)   value .05115.
    05  filler               pic v9(5)   value .04576.
01  pa-benford-table redefines pa-benford-values.
    05  pa-benford-p         pic v9(5)   occurs 9 times.
01  pa-chi-5-percent     pic s9(3)v99 comp-5 value 15.51.
01  pa-chi-1-percent     pic s9(3)v99 comp-5 value 20.09.

*>  Payments voided on the register.
*>
01  pa-void-count        usage signed-int value 0.
01  pa-void              occurs 2000 times pic 9(6).

*>  Approval limits (APPROVLIM.DAT).
*>
01  pa-limit-count       usage signed-int value 0.
01  pa-limit             occurs 20 times pic s9(11)v99 comp-5.
01  pa-band-floor        pic s9(11)v99 comp-5.

*>  The vendor bank master, with when each vendor was created.
*>
01  pa-bank-count        usage signed-int value 0.
01  pa-banks.
    05  pa-bank occurs 1000 times.
        10  pab-vendor           pic x(12).
        10  pab-routing          pic x(9).
        10  pab-account          pic x(17).
        10  pab-changed          pic x(10).

01  pa-new-count         usage signed-int value 0.
01  pa-news.
    05  pa-new occurs 1000 times.
        10  pan-vendor           pic x(12).
        10  pan-created          pic x(10).
        10  pan-created-ld       usage signed-int.

*>  Employees and their direct-deposit accounts.
*>
01  pa-emp-count         usage signed-int value 0.
01  pa-emps.
    05  pa-emp occurs 2000 times.
        10  pae-employee         pic x(12).
        10  pae-name             pic x(30).

01  pa-empbank-count     usage signed-int value 0.
01  pa-empbanks.
    05  pa-empbank occurs 2000 times.
        10  paeb-employee        pic x(12).
        10  paeb-routing         pic x(9).
        10  paeb-account         pic x(17).

*>  First-digit counts per vendor for the Benford test.
*>
01  pa-vend-count        usage signed-int value 0.
01  pa-vends.
    05  pa-vend occurs 1000 times.
        10  pav-vendor           pic x(12).
        10  pav-lines            usage signed-int.
        10  pav-digit            usage signed-int occurs 9 times.
01  pa-tested-count      usage signed-int value 0.

*>  The findings, in the order found.
*>
01  pa-find-count        usage signed-int value 0.
01  pa-finds.
    05  pa-find occurs 3000 times.
        10  paf-test             pic x(8).
        10  paf-score            pic 999.
        10  paf-vendor           pic x(12).
        10  paf-payno            pic x(6).
        10  paf-invoice          pic x(16).
        10  paf-date             pic x(10).
        10  paf-amount           pic s9(11)v99 comp-5.
        10  paf-has-amount       pic x.
        10  paf-detail           pic x(60).

*>  The finding being added (0800-addfinding).
*>
01  pa-new-finding.
    05  pa-nf-test           pic x(8).
    05  pa-nf-score          pic 999.
    05  pa-nf-vendor         pic x(12).
    05  pa-nf-payno          pic x(6).
    05  pa-nf-invoice        pic x(16).
    05  pa-nf-date           pic x(10).
    05  pa-nf-amount         pic s9(11)v99 comp-5.
    05  pa-nf-has-amount     pic x.
    05  pa-nf-detail         pic x(60).

*>  Counts per test for the summary.
*>
01  pa-test-names.
    05  filler               pic x(8)    value 'BENFORD'.
    05  filler               pic x(8)    value 'ROUND'.
    05  filler               pic x(8)    value 'BELOWLIM'.
    05  filler               pic x(8)    value 'PAYWKND'.
    05  filler               pic x(8)    value 'CHGWKND'.
    05  filler               pic x(8)    value 'NEWVEND'.
    05  filler               pic x(8)    value 'SHAREVND'.
    05  filler               pic x(8)    value 'SHAREEMP'.
01  pa-test-table redefines pa-test-names.
    05  pa-test-name         pic x(8)    occurs 8 times.
01  pa-test-hits         usage signed-int occurs 8 times.

*>  The line being tested.
*>
01  pa-payno             pic 9(6).
01  pa-payno-text        pic x(6).
01  pa-date              pic x(10).
01  pa-vendor            pic x(12).
01  pa-invoice           pic x(16).
01  pa-amount            pic s9(11)v99 comp-5.
01  pa-gross             pic s9(11)v99 comp-5.
01  pa-whole             pic 9(11).
01  pa-whole-text redefines pa-whole pic x(11).
01  pa-cents             pic s9(15) comp-5.
01  pa-digit             usage signed-int.
01  pa-paid-ld           usage signed-int.
01  pa-window-ld         usage signed-int.
01  pa-void-flag         pic x.

*>  Chi-square arithmetic.
*>
01  pa-expected          pic s9(7)v9(5) comp-5.
01  pa-difference        pic s9(7)v9(5) comp-5.
01  pa-chi-square        pic s9(7)v9(4) comp-5.
01  pa-high-digit        usage signed-int.
01  pa-high-excess       pic s9(7)v9(5) comp-5.

01  pa-idx               usage signed-int.
01  pa-jdx               usage signed-int.
01  pa-kdx               usage signed-int.
01  pa-vidx              usage signed-int.
01  pa-score-at          usage signed-int.
01  pa-found             pic x.
01  pa-findings-total    usage signed-int value 0.

01  pa-tok-1             pic x(16).
01  pa-tok-2             pic x(16).
01  pa-tok-3             pic x(20).
01  pa-tok-4             pic x(16).
01  pa-tok-5             pic x(16).
01  pa-tok-6             pic x(16).
01  pa-tok-7             pic x(16).
01  pa-tok-8             pic x(16).

01  pa-parse-result.
    05  pa-p-fielded.
        10  pa-p-year        pic s9(9)   comp-5.
        10  pa-p-month       pic 99      comp-5.
        10  pa-p-dom         pic 99      comp-5.
    05  pa-p-success     pic x.
01  pa-ld                usage signed-int.
01  pa-ld-ok             pic x.

01  pa-month-text.
    05  pa-mt-year           pic 9(4).
    05  filler               pic x value '-'.
    05  pa-mt-month          pic 99.

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

*>  Listing and file edits.
*>
01  pa-line              pic x(160).
01  pa-count-display     pic z(5)9.
01  pa-score-display     pic zz9.
01  pa-amount-display    pic -(11)9.99.
01  pa-chi-display       pic z(5)9.99.
01  pa-digit-display     pic 9.
01  pa-e-amount          pic x(16).
01  pa-e-count           pic x(8).
01  pa-e-score           pic x(4).

procedure division.
0000-start-here.
    move 0 to return-code.

    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move spaces to ws-arg-month ws-arg-days ws-arg-percent
        ws-arg-minimum.
    unstring ws-cmdline delimited by all space
        into ws-arg-month ws-arg-days ws-arg-percent ws-arg-minimum.

*>  the month: the one named, else the month before today's.
*>
    if ws-arg-month = spaces
        move function current-date to time-stamp
        if ts-month = 1
            compute pa-mt-year = ts-year - 1
            move 12 to pa-mt-month
        else
            move ts-year to pa-mt-year
            compute pa-mt-month = ts-month - 1
        end-if
        move pa-month-text to pa-month
    else
        move ws-arg-month(1:7) to pa-month
        move spaces to pa-tok-1
        string pa-month '-01' delimited by size into pa-tok-1
        move dateparse(pa-tok-1, '02') to pa-parse-result
        if pa-p-success not = 'Y' or ws-arg-month(8:3) not = spaces
            move 'N' to pa-args-ok
        end-if
    end-if.

    if ws-arg-days not = spaces
        if function test-numval(ws-arg-days) not = 0
                or function numval(ws-arg-days) < 0
                or function numval(ws-arg-days) > 250
            move 'N' to pa-args-ok
        else
            compute pa-new-days = function numval(ws-arg-days)
        end-if
    end-if.

    if ws-arg-percent not = spaces
        if function test-numval(ws-arg-percent) not = 0
                or function numval(ws-arg-percent) <= 0
                or function numval(ws-arg-percent) >= 100
            move 'N' to pa-args-ok
        else
            compute pa-below-percent = function numval(ws-arg-percent)
        end-if
    end-if.

    if ws-arg-minimum not = spaces
        if function test-numval(ws-arg-minimum) not = 0
                or function numval(ws-arg-minimum) < 9
            move 'N' to pa-args-ok
        else
            compute pa-benford-minimum =
                function numval(ws-arg-minimum)
        end-if
    end-if.

    if pa-args-ok = 'N'
        display 'Usage: payanom [month] [new-vendor-days]'
            ' [below-percent] [benford-minimum]'
        display '       month YYYY-MM; days 0-250; percent above 0'
            ' and below 100; minimum 9 or more.'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform varying pa-idx from 1 by 1 until pa-idx > 8
        move 0 to pa-test-hits(pa-idx)
    end-perform.

    perform 0100-loadvoids thru 0100-exit.
    if not ws-payreg-ok
        display 'payreg.dat is missing; run payrun first.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0120-loadlimits.
    perform 0140-loadbanks.
    perform 0160-loadjournal.
    perform 0180-loademployees.

    open input paydetl-file.
    if not ws-paydetl-ok
        display 'paydetl.dat is missing; run payrun first.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0930-readpaydetl.
    perform until eof-paydetl or pa-overflow = 'Y'
        perform 0300-onedetail thru 0300-exit
        perform 0930-readpaydetl
    end-perform.
    close paydetl-file.

    open input payreg-file.
    move 'N' to ws-eof-payreg.
    perform 0910-readpayreg.
    perform until eof-payreg or pa-overflow = 'Y'
        perform 0200-onepayment thru 0200-exit
        perform 0910-readpayreg
    end-perform.
    close payreg-file.

    perform 0400-benford.
    perform 0500-shared.

    if pa-overflow = 'Y'
        display 'A master or history file, or the findings, exceed'
            ' their table; no exceptions written.'
        move 16 to return-code
        go to 9000-end
    end-if.

    open output anomaly-file.
    perform 0700-report.
    close anomaly-file.

    if pa-find-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadvoids                                                  *
*>*****************************************************************
0100-loadvoids.
    open input payreg-file.
    if not ws-payreg-ok
        go to 0100-exit
    end-if.
    perform 0910-readpayreg.
    perform until eof-payreg
        move spaces to pa-tok-1 pa-tok-2 pa-tok-3 pa-tok-4 pa-tok-5
        unstring payreg-record delimited by ','
            into pa-tok-1 pa-tok-2 pa-tok-3 pa-tok-4 pa-tok-5
        end-unstring
        if pa-tok-1 not = spaces and pa-tok-5 = 'VOID'
            if pa-void-count >= 2000
                move 'Y' to pa-overflow
            else
                add 1 to pa-void-count
                compute pa-void(pa-void-count) =
                    function numval(pa-tok-1)
            end-if
        end-if
        perform 0910-readpayreg
    end-perform.
    close payreg-file.
0100-exit.
    exit.

*>*****************************************************************
*> 0120-loadlimits                                                 *
*>                                                                *
*> Each approver's MAXPAYMENT, duplicates dropped; the house       *
*> limits when the file is missing.                                *
*>*****************************************************************
0120-loadlimits.
    open input limit-file.
    if ws-limit-ok
        perform 0970-readlimit
        perform until eof-limit
            move spaces to pa-tok-1 pa-tok-2
            unstring limit-record delimited by ','
                into pa-tok-1 pa-tok-2
            end-unstring
            if pa-tok-2 not = spaces
                if function test-numval(pa-tok-2) = 0
                        and function numval(pa-tok-2) > 0
                    move 'N' to pa-found
                    perform varying pa-jdx from 1 by 1
                            until pa-jdx > pa-limit-count
                        if pa-limit(pa-jdx) = function numval(pa-tok-2)
                            move 'Y' to pa-found
                        end-if
                    end-perform
                    if pa-found = 'N'
                        if pa-limit-count >= 20
                            move 'Y' to pa-overflow
                        else
                            add 1 to pa-limit-count
                            compute pa-limit(pa-limit-count) =
                                function numval(pa-tok-2)
                        end-if
                    end-if
                end-if
            end-if
            perform 0970-readlimit
        end-perform
        close limit-file
    else
        move 3 to pa-limit-count
        move 5000.00 to pa-limit(1)
        move 10000.00 to pa-limit(2)
        move 25000.00 to pa-limit(3)
    end-if.

*>*****************************************************************
*> 0140-loadbanks                                                  *
*>                                                                *
*> VENDBANK.DAT; a CHANGED date in the month that is not a         *
*> business day is a finding straight away.                        *
*>*****************************************************************
0140-loadbanks.
    open input vendbank-file.
    if ws-vendbank-ok
        perform 0940-readvendbank
        perform until eof-vendbank
            move spaces to pa-tok-1 pa-tok-2 pa-tok-3 pa-tok-4
            unstring vendbank-record delimited by ','
                into pa-tok-1 pa-tok-2 pa-tok-3 pa-tok-4
            end-unstring
            if pa-tok-1 not = spaces
                if pa-bank-count >= 1000
                    move 'Y' to pa-overflow
                else
                    add 1 to pa-bank-count
                    move pa-tok-1 to pab-vendor(pa-bank-count)
                    move pa-tok-2 to pab-routing(pa-bank-count)
                    move pa-tok-3 to pab-account(pa-bank-count)
                    move pa-tok-4 to pab-changed(pa-bank-count)
                    if pa-tok-4(1:7) = pa-month
                        move pa-tok-4 to pa-date
                        perform 0950-linear
                        if pa-ld-ok = 'Y'
                                and isbusinessday(pa-ld) = 'N'
                            move spaces to pa-new-finding
                            move 'CHGWKND' to pa-nf-test
                            move pa-score-chgwknd to pa-nf-score
                            move pa-tok-1 to pa-nf-vendor
                            move pa-date to pa-nf-date
                            string 'VENDBANK.DAT CHANGED ON A '
                                'NON-BUSINESS DAY'
                                delimited by size into pa-nf-detail
                            perform 0800-addfinding
                        end-if
                    end-if
                end-if
            end-if
            perform 0940-readvendbank
        end-perform
        close vendbank-file
    end-if.

*>*****************************************************************
*> 0160-loadjournal                                                *
*>                                                                *
*> The BANKMAINT entries on MAINTJRNL.DAT: a SET with no before    *
*> image is the vendor being created (a later one, after a REMOVE, *
*> re-creates it), and any entry in the month dated on a           *
*> non-business day is a master change made outside the program.   *
*>*****************************************************************
0160-loadjournal.
    open input journal-file.
    if ws-journal-ok
        perform 0960-readjournal
        perform until eof-journal
            if jr-program = 'BANKMAINT'
                perform 0165-journalentry
            end-if
            perform 0960-readjournal
        end-perform
        close journal-file
    end-if.

0165-journalentry.
    move spaces to pa-tok-1.
    if jr-after not = spaces
        unstring jr-after delimited by ',' into pa-tok-1
        end-unstring
    else
        unstring jr-before delimited by ',' into pa-tok-1
        end-unstring
    end-if.
    if pa-tok-1 = spaces
        move 'N' to pa-ld-ok
    else
        move jr-date to pa-date
        perform 0950-linear
    end-if.

    if pa-ld-ok = 'Y' and jr-action = 'SET' and jr-before = spaces
        move 0 to pa-kdx
        perform varying pa-jdx from 1 by 1
                until pa-jdx > pa-new-count or pa-kdx > 0
            if pan-vendor(pa-jdx) = pa-tok-1
                move pa-jdx to pa-kdx
            end-if
        end-perform
        if pa-kdx = 0
            if pa-new-count >= 1000
                move 'Y' to pa-overflow
            else
                add 1 to pa-new-count
                move pa-new-count to pa-kdx
                move pa-tok-1 to pan-vendor(pa-kdx)
            end-if
        end-if
        if pa-kdx > 0
            move pa-date to pan-created(pa-kdx)
            move pa-ld to pan-created-ld(pa-kdx)
        end-if
    end-if.

    if pa-ld-ok = 'Y' and jr-date(1:7) = pa-month
        if isbusinessday(pa-ld) = 'N'
            move spaces to pa-new-finding
            move 'CHGWKND' to pa-nf-test
            move pa-score-chgwknd to pa-nf-score
            move pa-tok-1 to pa-nf-vendor
            move pa-date to pa-nf-date
            string 'BANKMAINT ' function trim(jr-action) ' AT '
                jr-time ' BY ' function trim(jr-operator)
                delimited by size into pa-nf-detail
            perform 0800-addfinding
        end-if
    end-if.

*>*****************************************************************
*> 0180-loademployees                                              *
*>*****************************************************************
0180-loademployees.
    open input employee-file.
    if ws-employee-ok
        perform 0980-reademployee
        perform until eof-employee
            move spaces to pa-tok-1 pa-tok-3
            unstring employee-record delimited by ','
                into pa-tok-1 pa-tok-3
            end-unstring
            if pa-tok-1 not = spaces
                if pa-emp-count >= 2000
                    move 'Y' to pa-overflow
                else
                    add 1 to pa-emp-count
                    move pa-tok-1 to pae-employee(pa-emp-count)
                    move employee-record to pa-line
                    unstring pa-line delimited by ','
                        into pa-tok-1 pae-name(pa-emp-count)
                    end-unstring
                end-if
            end-if
            perform 0980-reademployee
        end-perform
        close employee-file
    end-if.

    open input empbank-file.
    if ws-empbank-ok
        perform 0990-readempbank
        perform until eof-empbank
            move spaces to pa-tok-1 pa-tok-2 pa-tok-3
            unstring empbank-record delimited by ','
                into pa-tok-1 pa-tok-2 pa-tok-3
            end-unstring
            if pa-tok-1 not = spaces and pa-tok-3 not = spaces
                if pa-empbank-count >= 2000
                    move 'Y' to pa-overflow
                else
                    add 1 to pa-empbank-count
                    move pa-tok-1 to paeb-employee(pa-empbank-count)
                    move pa-tok-2 to paeb-routing(pa-empbank-count)
                    move pa-tok-3 to paeb-account(pa-empbank-count)
                end-if
            end-if
            perform 0990-readempbank
        end-perform
        close empbank-file
    end-if.

*>*****************************************************************
*> 0200-onepayment                                                 *
*>                                                                *
*> A PAYREG.DAT payment in the month: ROUND, PAYWKND and NEWVEND.  *
*>*****************************************************************
0200-onepayment.
    move spaces to pa-tok-1 pa-tok-2 pa-tok-3 pa-tok-4 pa-tok-5.
    unstring payreg-record delimited by ','
        into pa-tok-1 pa-tok-2 pa-tok-3 pa-tok-4 pa-tok-5
    end-unstring.
    if pa-tok-1 = spaces or pa-tok-2(1:7) not = pa-month
            or pa-tok-5 = 'VOID'
        go to 0200-exit
    end-if.
    compute pa-payno = function numval(pa-tok-1).
    perform 0810-voidcheck.
    if pa-void-flag = 'Y'
        go to 0200-exit
    end-if.
    move pa-payno to pa-payno-text.
    move pa-tok-2 to pa-date.
    move pa-tok-3 to pa-vendor.
    compute pa-amount = function numval(pa-tok-4).

*>  round: whole hundreds of dollars, a thousand or more.
*>
    compute pa-cents = pa-amount * 100.
    if pa-amount >= 1000 and function mod(pa-cents, 10000) = 0
        move spaces to pa-new-finding
        move 'ROUND' to pa-nf-test
        if function mod(pa-cents, 100000) = 0
            move pa-score-round-1000 to pa-nf-score
            move 'PAYMENT IN WHOLE THOUSANDS' to pa-nf-detail
        else
            move pa-score-round-100 to pa-nf-score
            move 'PAYMENT IN WHOLE HUNDREDS' to pa-nf-detail
        end-if
        perform 0820-paymentfinding
    end-if.

    perform 0950-linear.
    if pa-ld-ok = 'N'
        go to 0200-exit
    end-if.
    move pa-ld to pa-paid-ld.

    if isbusinessday(pa-paid-ld) = 'N'
        move spaces to pa-new-finding
        move 'PAYWKND' to pa-nf-test
        move pa-score-paywknd to pa-nf-score
        move 'PAYMENT DATED ON A NON-BUSINESS DAY' to pa-nf-detail
        perform 0820-paymentfinding
    end-if.

    perform varying pa-jdx from 1 by 1 until pa-jdx > pa-new-count
        if pan-vendor(pa-jdx) = pa-vendor
                and pa-paid-ld >= pan-created-ld(pa-jdx)
            move addbusinessdays(pan-created-ld(pa-jdx), pa-new-days)
                to pa-window-ld
            if pa-paid-ld <= pa-window-ld
                move spaces to pa-new-finding
                move 'NEWVEND' to pa-nf-test
                move pa-score-newvend to pa-nf-score
                move pa-new-days to pa-count-display
                string 'VENDOR CREATED ' pan-created(pa-jdx)
                    '; PAID WITHIN '
                    function trim(pa-count-display) ' BUSINESS DAYS'
                    delimited by size into pa-nf-detail
                perform 0820-paymentfinding
            end-if
        end-if
    end-perform.
0200-exit.
    exit.

*>*****************************************************************
*> 0300-onedetail                                                  *
*>                                                                *
*> A PAYDETL.DAT line through the month's end: its NET's first     *
*> digit for BENFORD, and BELOWLIM when it falls in the month.     *
*>*****************************************************************
0300-onedetail.
    move spaces to pa-tok-1 pa-tok-2 pa-tok-3 pa-tok-4 pa-tok-5
        pa-tok-6 pa-tok-7.
    unstring paydetl-record delimited by ','
        into pa-tok-1 pa-tok-2 pa-tok-3 pa-tok-4 pa-tok-5 pa-tok-6
            pa-tok-7
    end-unstring.
    if pa-tok-1 = spaces or pa-tok-7(1:7) > pa-month
        go to 0300-exit
    end-if.
    compute pa-payno = function numval(pa-tok-1).
    perform 0810-voidcheck.
    if pa-void-flag = 'Y'
        go to 0300-exit
    end-if.
    move pa-payno to pa-payno-text.
    move pa-tok-2 to pa-vendor.
    move pa-tok-3 to pa-invoice.
    compute pa-gross = function numval(pa-tok-4).
    compute pa-amount = function numval(pa-tok-6).
    move pa-tok-7 to pa-date.

    if pa-amount >= 10
        move pa-amount to pa-whole
        move 0 to pa-digit
        perform varying pa-jdx from 1 by 1
                until pa-jdx > 11 or pa-digit > 0
            if pa-whole-text(pa-jdx:1) not = '0'
                compute pa-digit = function numval(
                    pa-whole-text(pa-jdx:1))
            end-if
        end-perform
        move 0 to pa-vidx
        perform varying pa-jdx from 1 by 1
                until pa-jdx > pa-vend-count or pa-vidx > 0
            if pav-vendor(pa-jdx) = pa-vendor
                move pa-jdx to pa-vidx
            end-if
        end-perform
        if pa-vidx = 0
            if pa-vend-count >= 1000
                move 'Y' to pa-overflow
                go to 0300-exit
            end-if
            add 1 to pa-vend-count
            move pa-vend-count to pa-vidx
            move pa-vendor to pav-vendor(pa-vidx)
            move 0 to pav-lines(pa-vidx)
            perform varying pa-jdx from 1 by 1 until pa-jdx > 9
                move 0 to pav-digit(pa-vidx, pa-jdx)
            end-perform
        end-if
        add 1 to pav-lines(pa-vidx)
        add 1 to pav-digit(pa-vidx, pa-digit)
    end-if.

    if pa-date(1:7) = pa-month
        perform varying pa-kdx from 1 by 1
                until pa-kdx > pa-limit-count
            compute pa-band-floor rounded = pa-limit(pa-kdx)
                * (100 - pa-below-percent) / 100
            if pa-gross >= pa-band-floor and pa-gross < pa-limit(pa-kdx)
                move spaces to pa-new-finding
                move 'BELOWLIM' to pa-nf-test
                move pa-score-belowlim to pa-nf-score
                move pa-vendor to pa-nf-vendor
                move pa-payno-text to pa-nf-payno
                move pa-invoice to pa-nf-invoice
                move pa-date to pa-nf-date
                move pa-gross to pa-nf-amount
                move 'Y' to pa-nf-has-amount
                move pa-limit(pa-kdx) to pa-amount-display
                string 'INVOICE JUST BELOW APPROVAL LIMIT '
                    function trim(pa-amount-display)
                    delimited by size into pa-nf-detail
                perform 0800-addfinding
            end-if
        end-perform
    end-if.
0300-exit.
    exit.

*>*****************************************************************
*> 0400-benford                                                    *
*>                                                                *
*> Chi-square of each vendor's first digits against Benford's      *
*> proportions, for vendors with the minimum number of lines; the  *
*> finding names the digit furthest over its share.                *
*>*****************************************************************
0400-benford.
    perform varying pa-vidx from 1 by 1 until pa-vidx > pa-vend-count
        if pav-lines(pa-vidx) >= pa-benford-minimum
            add 1 to pa-tested-count
            move 0 to pa-chi-square pa-high-digit pa-high-excess
            perform varying pa-jdx from 1 by 1 until pa-jdx > 9
                compute pa-expected =
                    pav-lines(pa-vidx) * pa-benford-p(pa-jdx)
                compute pa-difference =
                    pav-digit(pa-vidx, pa-jdx) - pa-expected
                compute pa-chi-square = pa-chi-square
                    + pa-difference * pa-difference / pa-expected
                if pa-difference > pa-high-excess
                    move pa-difference to pa-high-excess
                    move pa-jdx to pa-high-digit
                end-if
            end-perform
            if pa-chi-square > pa-chi-5-percent
                move spaces to pa-new-finding
                move 'BENFORD' to pa-nf-test
                if pa-chi-square > pa-chi-1-percent
                    move pa-score-benford-1 to pa-nf-score
                else
                    move pa-score-benford-5 to pa-nf-score
                end-if
                move pav-vendor(pa-vidx) to pa-nf-vendor
                move pa-chi-square to pa-chi-display
                move pav-lines(pa-vidx) to pa-count-display
                move pa-high-digit to pa-digit-display
                string 'CHI-SQUARE ' function trim(pa-chi-display)
                    ' OVER ' function trim(pa-count-display)
                    ' LINES; DIGIT ' pa-digit-display ' HIGH'
                    delimited by size into pa-nf-detail
                perform 0800-addfinding
            end-if
        end-if
    end-perform.

*>*****************************************************************
*> 0500-shared                                                     *
*>                                                                *
*> Vendors on VENDBANK.DAT sharing a routing and account with      *
*> another vendor (a finding for each of them) or an employee.     *
*>*****************************************************************
0500-shared.
    perform varying pa-idx from 1 by 1 until pa-idx > pa-bank-count
        if pab-account(pa-idx) not = spaces
            perform varying pa-jdx from 1 by 1
                    until pa-jdx > pa-bank-count
                if pa-jdx not = pa-idx
                        and pab-routing(pa-jdx) = pab-routing(pa-idx)
                        and pab-account(pa-jdx) = pab-account(pa-idx)
                    move spaces to pa-new-finding
                    move 'SHAREVND' to pa-nf-test
                    move pa-score-sharevnd to pa-nf-score
                    move pab-vendor(pa-idx) to pa-nf-vendor
                    move pab-changed(pa-idx) to pa-nf-date
                    string 'ACCOUNT ALSO ON VENDOR '
                        function trim(pab-vendor(pa-jdx))
                        delimited by size into pa-nf-detail
                    perform 0800-addfinding
                end-if
            end-perform
            perform varying pa-jdx from 1 by 1
                    until pa-jdx > pa-empbank-count
                if paeb-routing(pa-jdx) = pab-routing(pa-idx)
                        and paeb-account(pa-jdx) = pab-account(pa-idx)
                    move spaces to pa-new-finding
                    move 'SHAREEMP' to pa-nf-test
                    move pa-score-shareemp to pa-nf-score
                    move pab-vendor(pa-idx) to pa-nf-vendor
                    move pab-changed(pa-idx) to pa-nf-date
                    move spaces to pa-line
                    perform varying pa-kdx from 1 by 1
                            until pa-kdx > pa-emp-count
                        if pae-employee(pa-kdx) = paeb-employee(pa-jdx)
                            move pae-name(pa-kdx) to pa-line
                        end-if
                    end-perform
                    string 'ACCOUNT OF EMPLOYEE '
                        function trim(paeb-employee(pa-jdx)) ' '
                        function trim(pa-line)
                        delimited by size into pa-nf-detail
                    perform 0800-addfinding
                end-if
            end-perform
        end-if
    end-perform.

*>*****************************************************************
*> 0700-report                                                     *
*>                                                                *
*> The findings highest score first, each to PAYANOM.DAT and the   *
*> listing, then the count per test.                               *
*>*****************************************************************
0700-report.
    display '=============================================='.
    display 'PAYMENT ANOMALY ANALYTICS FOR ' pa-month.
    display ' '.
    move pa-new-days to pa-count-display.
    display 'New-vendor window ' function trim(pa-count-display)
        ' business days; Benford minimum ' with no advancing.
    move pa-benford-minimum to pa-count-display.
    display function trim(pa-count-display) ' lines.'.
    display 'Approval limits:' with no advancing.
    perform varying pa-kdx from 1 by 1 until pa-kdx > pa-limit-count
        move pa-limit(pa-kdx) to pa-amount-display
        display ' ' function trim(pa-amount-display)
            with no advancing
    end-perform.
    move pa-below-percent to pa-chi-display.
    display '; band ' function trim(pa-chi-display) ' percent below.'.
    display ' '.
    display 'Score Test     Vendor       Payno  Invoice          '
        'Date                Amount  Detail'.

    perform varying pa-score-at from 100 by -1 until pa-score-at < 1
        perform varying pa-idx from 1 by 1 until pa-idx > pa-find-count
            if paf-score(pa-idx) = pa-score-at
                perform 0710-findingline
            end-if
        end-perform
    end-perform.

    display ' '.
    display 'Findings by test'.
    perform varying pa-idx from 1 by 1 until pa-idx > 8
        move pa-test-hits(pa-idx) to pa-count-display
        display '  ' pa-test-name(pa-idx) '  ' pa-count-display
    end-perform.
    move pa-find-count to pa-count-display.
    display '  Total     ' pa-count-display.
    move pa-tested-count to pa-count-display.
    display 'Vendors with enough lines for the Benford test: '
        function trim(pa-count-display).

0710-findingline.
    move spaces to pa-line pa-e-amount.
    move paf-score(pa-idx) to pa-score-display.
    move pa-score-display to pa-line(3:3).
    move paf-test(pa-idx) to pa-line(7:8).
    move paf-vendor(pa-idx) to pa-line(16:12).
    move paf-payno(pa-idx) to pa-line(29:6).
    move paf-invoice(pa-idx) to pa-line(36:16).
    move paf-date(pa-idx) to pa-line(53:10).
    if paf-has-amount(pa-idx) = 'Y'
        move paf-amount(pa-idx) to pa-amount-display
        move pa-amount-display to pa-line(64:15)
        move function trim(pa-amount-display) to pa-e-amount
    end-if.
    move paf-detail(pa-idx) to pa-line(81:60).
    display function trim(pa-line trailing).

    move spaces to anomaly-record.
    move function trim(pa-score-display) to pa-e-score.
    string pa-month ','
        function trim(pa-e-score) ','
        function trim(paf-test(pa-idx)) ','
        function trim(paf-vendor(pa-idx)) ','
        function trim(paf-payno(pa-idx)) ','
        function trim(paf-invoice(pa-idx)) ','
        function trim(paf-date(pa-idx)) ','
        function trim(pa-e-amount) ','
        function trim(paf-detail(pa-idx))
        delimited by size into anomaly-record.
    write anomaly-record.

*>*****************************************************************
*> 0800-addfinding                                                 *
*>                                                                *
*> Adds PA-NEW-FINDING unless the same test already has it for the *
*> same vendor, payment, invoice and date (a change on both the    *
*> master and the journal is one finding).                         *
*>*****************************************************************
0800-addfinding.
    move 'N' to pa-found.
    perform varying pa-kdx from 1 by 1
            until pa-kdx > pa-find-count or pa-found = 'Y'
        if paf-test(pa-kdx) = pa-nf-test
                and paf-vendor(pa-kdx) = pa-nf-vendor
                and paf-payno(pa-kdx) = pa-nf-payno
                and paf-invoice(pa-kdx) = pa-nf-invoice
                and paf-date(pa-kdx) = pa-nf-date
            move 'Y' to pa-found
        end-if
    end-perform.
    if pa-found = 'N'
        if pa-find-count >= 3000
            move 'Y' to pa-overflow
        else
            add 1 to pa-find-count
            move pa-nf-test to paf-test(pa-find-count)
            move pa-nf-score to paf-score(pa-find-count)
            move pa-nf-vendor to paf-vendor(pa-find-count)
            move pa-nf-payno to paf-payno(pa-find-count)
            move pa-nf-invoice to paf-invoice(pa-find-count)
            move pa-nf-date to paf-date(pa-find-count)
            move pa-nf-amount to paf-amount(pa-find-count)
            move pa-nf-has-amount to paf-has-amount(pa-find-count)
            move pa-nf-detail to paf-detail(pa-find-count)
            perform varying pa-kdx from 1 by 1 until pa-kdx > 8
                if pa-test-name(pa-kdx) = pa-nf-test
                    add 1 to pa-test-hits(pa-kdx)
                end-if
            end-perform
        end-if
    end-if.

0810-voidcheck.
    move 'N' to pa-void-flag.
    perform varying pa-kdx from 1 by 1
            until pa-kdx > pa-void-count or pa-void-flag = 'Y'
        if pa-void(pa-kdx) = pa-payno
            move 'Y' to pa-void-flag
        end-if
    end-perform.

*>  The payment in hand as a finding; the caller has set the test,
*>  score and detail.
*>
0820-paymentfinding.
    move pa-vendor to pa-nf-vendor.
    move pa-payno-text to pa-nf-payno.
    move pa-date to pa-nf-date.
    move pa-amount to pa-nf-amount.
    move 'Y' to pa-nf-has-amount.
    perform 0800-addfinding.

*>*****************************************************************
*> 0910-readpayreg .. 0990-readempbank                             *
*>*****************************************************************
0910-readpayreg.
    if not eof-payreg
        read payreg-file
            at end
                move 'Y' to ws-eof-payreg
        end-read
    end-if.

0930-readpaydetl.
    if not eof-paydetl
        read paydetl-file
            at end
                move 'Y' to ws-eof-paydetl
        end-read
    end-if.

0940-readvendbank.
    if not eof-vendbank
        read vendbank-file
            at end
                move 'Y' to ws-eof-vendbank
        end-read
    end-if.

*>  PA-DATE (YYYY-MM-DD) as a linear day in PA-LD; PA-LD-OK 'N'
*>  when it does not parse.
*>
0950-linear.
    move dateparse(pa-date, '02') to pa-parse-result.
    if pa-p-success = 'Y'
        move fielded_to_linear(pa-p-year, pa-p-month, pa-p-dom)
            to pa-ld
        move 'Y' to pa-ld-ok
    else
        move 'N' to pa-ld-ok
    end-if.

0960-readjournal.
    if not eof-journal
        read journal-file
            at end
                move 'Y' to ws-eof-journal
        end-read
    end-if.

0970-readlimit.
    if not eof-limit
        read limit-file
            at end
                move 'Y' to ws-eof-limit
        end-read
    end-if.

0980-reademployee.
    if not eof-employee
        read employee-file
            at end
                move 'Y' to ws-eof-employee
        end-read
    end-if.

0990-readempbank.
    if not eof-empbank
        read empbank-file
            at end
                move 'Y' to ws-eof-empbank
        end-read
    end-if.

end program payanom.
