*>*****************************************************************
*> billrun - Recurring customer billing into the open-item file.   *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Maintenance contracts, rentals and retainers were invoiced by   *
*> hand every month and OPENITEMS.DAT loaded from outside.         *
*> BILLAGR.DAT is the billing-agreement master, one comma-         *
*> delimited line per agreement,                                   *
*>                                                                *
*>   AGREEMENTID,CUSTOMER,AMOUNT,START,END,TERMS,TYPE,MONTH,       *
*>     WEEKDAY,OCCURRENCE,ANCHOR,INTERVAL,OFFSET,BDOFFSET[,COMPANY]*
*>                                                                *
*> TYPE through BDOFFSET say when the agreement bills, in          *
*> SCHEDEXPAND's definition syntax (L for the last business day of *
*> the month, B,,,1 for the first, I with an ANCHOR and INTERVAL   *
*> for every n days, and so on), exactly as RECURGEN reads them.   *
*> START and END (END blank for an open agreement) bound the       *
*> billing dates; AMOUNT is billed at each one.  TERMS is a        *
*> PAYTERMS terms code; blank takes the customer's terms from      *
*> CUSTMAST.DAT, and NET30 when the customer has none.             *
*> COMPANY is the legal entity on COMPANY.DAT that bills (blank    *
*> for the home company), carried onto the open items it raises.   *
*>                                                                *
*> A run bills one calendar month.  Every billing date of every    *
*> agreement inside it becomes an invoice, numbered INVnnnnnnn on  *
*> from the highest number yet issued, dated the billing date and  *
*> due per its terms through TERMSDUE - the same arithmetic        *
*> PAYTERMS uses, rolled off closures the same way.  The invoices  *
*>                                                                *
*>   - append to OPENITEMS.DAT as items of type IN, so AGING, the  *
*>     statements and CASHAPP carry them;                          *
*>   - write to the indexed open-item master OPENITEMX.DAT (see    *
*>     OPENITEMLOAD), skipped at a site without one;               *
*>   - record in the billing register BILLREG.DAT,                 *
*>                                                                *
*>       INVOICE,RUNDATE,PERIOD,AGREEMENTID,CUSTOMER,INVDATE,      *
*>       DUEDATE,DISCDATE,AMOUNT                                   *
*>                                                                *
*> and print as an invoice register with control totals.  An       *
*> agreement already on the register for the period is not billed  *
*> again, so a rerun of the month raises only what the first run   *
*> did not.                                                        *
*>                                                                *
*> Command line: [YYYY-MM]     (default the current business       *
*>                              date's month)                      *
*>                                                                *
*> RETURN-CODE 4 when an agreement was rejected (unknown customer, *
*> bad amount, dates, schedule or terms), 8 for a bad argument or  *
*> a missing BILLAGR.DAT, 16 when a table overflows (nothing is    *
*> billed), 20 when OPENITEMS.DAT cannot be extended.              *
*>*****************************************************************
identification division.
program-id. billrun.

environment division.
configuration section.
repository.
    function addbusinessdays
    function addmonths
    function currentbusinessdate
    function dateformat
    function dateparse
    function easterdate
    function fielded_to_linear
    function floor-div
    function linear_to_fielded
    function nthbusinessdayofmonth
    function nthweekdayofmonth
    function all intrinsic.

input-output section.
file-control.

    select agreement-file assign to 'billagr.dat'
        organization is line sequential
        access is sequential
        file status is ws-agreement-status.

    select billreg-file assign to 'billreg.dat'
        organization is line sequential
        access is sequential
        file status is ws-billreg-status.

    select openitem-file assign to 'openitems.dat'
        organization is line sequential
        access is sequential
        file status is ws-openitem-status.

    select openitemx-file assign to 'openitemx.dat'
        organization is indexed
        access is dynamic
        record key is ox-key
        file status is ws-openitemx-status.

data division.
file section.
fd  agreement-file.

01  agreement-record     pic x(200).

fd  billreg-file.

01  billreg-record       pic x(120).

fd  openitem-file.

01  openitem-record.
    05  oi-customer     pic x(12).
    05  oi-invoice      pic x(16).
    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

fd  openitemx-file.

01  openitemx-record.
    05  ox-key.
        10  ox-customer     pic x(12).
        10  ox-invoice      pic x(16).
    05  ox-date         pic x(10).
    05  ox-date-ld      pic s9(9)   comp-5.
    05  ox-amount       pic s9(11)v99 comp-5.
    05  ox-type         pic x(2).

working-storage section.
01  ws-agreement-status  pic xx.
    88  ws-agreement-ok      value '00'.
01  ws-billreg-status    pic xx.
    88  ws-billreg-ok        value '00'.
01  ws-openitem-status   pic xx.
    88  ws-openitem-ok       value '00'.
01  ws-openitemx-status  pic xx.
    88  ws-openitemx-ok      value '00'.

01  ws-eof-agreement     pic x       value 'N'.
    88  eof-agreement        value 'Y'.
01  ws-eof-billreg       pic x       value 'N'.
    88  eof-billreg          value 'Y'.

01  ws-cmdline           pic x(40).
01  ws-arg-period        pic x(10).

01  br-period            pic x(7).
01  br-run-date          pic x(10).
01  br-from-ld           usage signed-int.
01  br-to-ld             usage signed-int.
01  br-lo-ld             usage signed-int.
01  br-hi-ld             usage signed-int.

*>  agreements already on the register for this period, and the
*>  highest invoice number the register has issued.
*>
01  br-billeds.
    05  br-billed occurs 2000 times pic x(12).
01  br-billed-count      usage signed-int value 0.
01  br-last-number       pic 9(7) value 0.
01  br-number            pic 9(7).

*>  the current agreement.
*>
01  br-agreement.
    05  bra-id               pic x(12).
    05  bra-customer         pic x(12).
    05  bra-amount           pic s9(11)v99 comp-5.
    05  bra-start-ld         usage signed-int.
    05  bra-end-ld           usage signed-int.
    05  bra-terms            pic x(16).
    05  bra-type             pic x.
    05  bra-month            pic x(2).
    05  bra-weekday          pic x(2).
    05  bra-occurrence       pic x(3).
    05  bra-anchor           pic x(20).
    05  bra-interval         pic x(4).
    05  bra-offset           pic x(4).
    05  bra-bdoffset         pic x(4).
    05  bra-company          pic x(4).

*>  its billing dates in the period.
*>
01  br-occurs.
    05  br-occ-ld occurs 400 times usage signed-int.
01  br-occ-count         usage signed-int.

*>  the invoices this run raises.
*>
01  br-invoices.
    05  br-invoice occurs 2000 times.
        10  bri-invoice      pic x(16).
        10  bri-agreement    pic x(12).
        10  bri-customer     pic x(12).
        10  bri-inv-ld       usage signed-int.
        10  bri-due-ld       usage signed-int.
        10  bri-disc-ld      usage signed-int.
        10  bri-amount       pic s9(11)v99 comp-5.
        10  bri-company      pic x(4).
01  br-inv-count         usage signed-int value 0.
01  br-overflow          pic x value 'N'.

01  br-idx               usage signed-int.
01  br-oidx              usage signed-int.
01  br-iidx              usage signed-int.

01  br-ld                usage signed-int.
01  br-work-ld           usage signed-int.
01  br-interval          usage signed-int.
01  br-occurrence        usage signed-int.
01  br-bdoffset          usage signed-int.
01  br-offset            usage signed-int.
01  br-k                 usage signed-int.
01  br-c1                pic s9(9) comp-5.
01  br-weekday           usage unsigned-short.
01  br-month-fixed       pic 99 comp-5.
01  br-one-month         usage signed-int value 1.
01  br-one-day           pic 99 comp-5 value 1.
01  br-year-arg          pic s9(9) comp-5.
01  br-month-arg         pic 99 comp-5.

01  br-cursor.
    05  br-cur-year          pic s9(9)   comp-5.
    05  br-cur-month         pic 99      comp-5.
01  br-end-year          pic s9(9)   comp-5.
01  br-end-month         pic 99      comp-5.

01  br-next-month.
    05  br-nm-year           pic s9(9)   comp-5.
    05  br-nm-month          pic 99      comp-5.
    05  br-nm-dom            pic 99      comp-5.

01  br-easter-result.
    05  br-easter-ld         signed-int.
    05  br-easter-success    pic x.

01  br-fielded-date.
    05  br-year              pic s9(9)   comp-5.
    05  br-month             pic 99      comp-5.
    05  br-dom               pic 99      comp-5.
    05  br-doy               pic 999     comp-5.
    05  br-dow               pic 9       comp-5.

01  br-parse-result.
    05  br-p-fielded.
        10  br-p-year        pic s9(9)   comp-5.
        10  br-p-month       pic 99      comp-5.
        10  br-p-dom         pic 99      comp-5.
    05  br-p-success     pic x.

01  br-cust-result.
    05  br-c-name           pic x(30).
    05  br-c-address        pic x(30).
    05  br-c-city           pic x(20).
    05  br-c-state          pic x(2).
    05  br-c-zip            pic x(10).
    05  br-c-terms          pic x(12).
    05  br-c-limit          pic s9(11)v99 comp-5.
    05  br-c-hold           pic x.
    05  br-c-collector      pic x(8).
    05  br-c-found          pic x.

copy termsdue.

01  br-tok-1             pic x(20).
01  br-tok-2             pic x(20).
01  br-tok-3             pic x(20).
01  br-tok-4             pic x(20).
01  br-tok-5             pic x(20).
01  br-tok-6             pic x(20).
01  br-tok-7             pic x(20).
01  br-tok-8             pic x(20).
01  br-tok-9             pic x(20).
01  br-tok-10            pic x(20).
01  br-tok-11            pic x(20).
01  br-tok-12            pic x(20).
01  br-tok-13            pic x(20).
01  br-tok-14            pic x(20).
01  br-tok-15            pic x(20).

*>  The agreement's billing company (see COMPANYOF).
*>
copy compinfo.

01  br-reason            pic x(40).
01  br-total-amount      pic s9(13)v99 comp-5 value 0.
01  br-billed-agr        usage signed-int value 0.
01  br-dup-count         usage signed-int value 0.
01  br-reject-count      usage signed-int value 0.
01  br-idle-count        usage signed-int value 0.
01  br-agr-count         usage signed-int value 0.
01  br-raised            usage signed-int.

*>  the run's return code, kept apart from RETURN-CODE, which each
*>  CALL of CUSTOMEROF and TERMSDUE resets.
*>
01  br-rc                usage signed-int value 0.

01  br-date-text         pic x(20).
01  br-yyyy-display      pic 9(4).
01  br-mm-display        pic 99.
01  br-inv-date          pic x(10).
01  br-due-date          pic x(10).
01  br-disc-date         pic x(10).
01  br-amount-display    pic -(10)9.99.
01  br-total-display     pic -(12)9.99.
01  br-count-display     pic z(5)9.
01  br-line              pic x(120).

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
    move spaces to ws-cmdline ws-arg-period.
    accept ws-cmdline from command-line.
    unstring ws-cmdline delimited by all space
        into ws-arg-period.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to br-fielded-date.
    move dateformat(br-fielded-date, '01') to br-date-text.
    move br-date-text(1:10) to br-run-date.

    if ws-arg-period = spaces or ws-arg-period = low-values
        move br-year to br-year-arg
        move br-month to br-month-arg
    else
        if ws-arg-period(5:1) not = '-'
                or ws-arg-period(1:4) is not numeric
                or ws-arg-period(6:2) is not numeric
                or ws-arg-period(8:) not = spaces
            display 'Usage: billrun [YYYY-MM]'
            move 8 to return-code
            go to 9000-end
        end-if
        move ws-arg-period(1:4) to br-year-arg
        move ws-arg-period(6:2) to br-month-arg
        if br-month-arg < 1 or br-month-arg > 12
            display 'Invalid billing period: ' ws-arg-period
            move 8 to return-code
            go to 9000-end
        end-if
    end-if.

    move br-year-arg to br-yyyy-display.
    move br-month-arg to br-mm-display.
    move spaces to br-period.
    string br-yyyy-display '-' br-mm-display
        delimited by size into br-period.
    move fielded_to_linear(br-year-arg, br-month-arg, br-one-day)
        to br-from-ld.
    move addmonths(br-year-arg, br-month-arg, br-one-day,
            br-one-month) to br-next-month.
    compute br-to-ld =
        fielded_to_linear(br-nm-year, br-nm-month, br-nm-dom) - 1.

    perform 0100-loadregister thru 0100-exit.

    open input agreement-file.
    if not ws-agreement-ok
        display 'billagr.dat is missing entirely.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0910-readagreement.
    perform until eof-agreement
        perform 0200-oneagreement thru 0200-exit
        perform 0910-readagreement
    end-perform.
    close agreement-file.

    if br-overflow = 'Y'
        display 'billagr.dat raises more than 2000 invoices or'
            ' billreg.dat holds more than 2000 agreements for'
            ' the period; run abandoned, nothing billed.'
        move 16 to return-code
        go to 9000-end
    end-if.

    if br-inv-count > 0
        perform 0500-appenditems
        perform 0600-refreshmaster thru 0690-exit
        perform 0700-register
    end-if.
    perform 0800-printregister.
    if br-rc > return-code
        move br-rc to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadregister                                               *
*>                                                                *
*> Notes each agreement the register already shows billed for the  *
*> period, and the highest invoice number issued in any period.    *
*>*****************************************************************
0100-loadregister.
    move 'N' to ws-eof-billreg.
    open input billreg-file.
    if not ws-billreg-ok
        go to 0100-exit
    end-if.
    perform 0920-readbillreg.
    perform until eof-billreg
        move spaces to br-tok-1 br-tok-2 br-tok-3 br-tok-4
        unstring billreg-record delimited by ','
            into br-tok-1 br-tok-2 br-tok-3 br-tok-4
        end-unstring
        if br-tok-1(1:3) = 'INV' and br-tok-1(4:7) is numeric
            move br-tok-1(4:7) to br-number
            if br-number > br-last-number
                move br-number to br-last-number
            end-if
        end-if
        if br-tok-3 = br-period
            perform varying br-idx from 1 by 1
                    until br-idx > br-billed-count
                    or br-billed(br-idx) = br-tok-4
                continue
            end-perform
            if br-idx > br-billed-count
                if br-billed-count >= 2000
                    move 'Y' to br-overflow
                else
                    add 1 to br-billed-count
                    move br-tok-4 to br-billed(br-billed-count)
                end-if
            end-if
        end-if
        perform 0920-readbillreg
    end-perform.
    close billreg-file.
0100-exit.
    exit.

*>*****************************************************************
*> 0200-oneagreement                                               *
*>                                                                *
*> Validates one BILLAGR.DAT line and raises an invoice for each   *
*> of its billing dates in the period.  A rejected agreement is    *
*> reported and billed nothing.                                    *
*>*****************************************************************
0200-oneagreement.
    if agreement-record = spaces
        go to 0200-exit
    end-if.
    move spaces to br-tok-1 br-tok-2 br-tok-3 br-tok-4 br-tok-5
        br-tok-6 br-tok-7 br-tok-8 br-tok-9 br-tok-10 br-tok-11
        br-tok-12 br-tok-13 br-tok-14 br-tok-15.
    unstring agreement-record delimited by ','
        into br-tok-1 br-tok-2 br-tok-3 br-tok-4 br-tok-5
            br-tok-6 br-tok-7 br-tok-8 br-tok-9 br-tok-10
            br-tok-11 br-tok-12 br-tok-13 br-tok-14 br-tok-15
    end-unstring.
    add 1 to br-agr-count.

    move br-tok-1 to bra-id.
    move br-tok-2 to bra-customer.
    move function upper-case(br-tok-6) to bra-terms.
    move function upper-case(br-tok-7) to bra-type.
    move br-tok-8 to bra-month.
    move br-tok-9 to bra-weekday.
    move br-tok-10 to bra-occurrence.
    move br-tok-11 to bra-anchor.
    move br-tok-12 to bra-interval.
    move br-tok-13 to bra-offset.
    move br-tok-14 to bra-bdoffset.
    move function upper-case(br-tok-15(1:4)) to bra-company.

    perform varying br-idx from 1 by 1
            until br-idx > br-billed-count
            or br-billed(br-idx) = bra-id
        continue
    end-perform.
    if br-idx <= br-billed-count
        add 1 to br-dup-count
        go to 0200-exit
    end-if.

    move spaces to br-reason.
    perform 0210-validate thru 0210-exit.
    if br-reason not = spaces
        perform 0250-reject
        go to 0200-exit
    end-if.

*>  the billing window: the period, inside the agreement's term.
*>
    move br-from-ld to br-lo-ld.
    if bra-start-ld > br-lo-ld
        move bra-start-ld to br-lo-ld
    end-if.
    move br-to-ld to br-hi-ld.
    if bra-end-ld > 0 and bra-end-ld < br-hi-ld
        move bra-end-ld to br-hi-ld
    end-if.
    if br-lo-ld > br-hi-ld
        add 1 to br-idle-count
        go to 0200-exit
    end-if.

    move spaces to br-reason.
    perform 0300-expand thru 0300-exit.
    if br-reason not = spaces
        perform 0250-reject
        go to 0200-exit
    end-if.
    if br-occ-count = 0
        add 1 to br-idle-count
        go to 0200-exit
    end-if.

    move 0 to br-raised.
    perform varying br-oidx from 1 by 1
            until br-oidx > br-occ-count
        perform 0400-raiseinvoice thru 0400-exit
    end-perform.
    if br-raised > 0
        add 1 to br-billed-agr
    end-if.
0200-exit.
    exit.

*>*****************************************************************
*> 0210-validate                                                   *
*>                                                                *
*> Checks the agreement's customer, amount, dates, schedule type   *
*> and terms, leaving the first fault found in BR-REASON.          *
*>*****************************************************************
0210-validate.
    if bra-id = spaces or br-tok-1(13:) not = spaces
        move 'agreement id must be 1 to 12 characters'
            to br-reason
        go to 0210-exit
    end-if.

    call 'customerof' using bra-customer br-cust-result.
    if br-c-found not = 'Y'
        move 'customer not on custmast.dat' to br-reason
        go to 0210-exit
    end-if.

    call 'companyof' using bra-company compinfo-result.
    if ci-found not = 'Y' or br-tok-15(5:) not = spaces
        move 'company not on company.dat' to br-reason
        go to 0210-exit
    end-if.
    if ci-home = 'Y'
        move spaces to bra-company
    end-if.

    if function test-numval(br-tok-3) not = 0
        move 'bad amount' to br-reason
        go to 0210-exit
    end-if.
    compute bra-amount = function numval(br-tok-3).
    if bra-amount <= 0
        move 'bad amount' to br-reason
        go to 0210-exit
    end-if.

    move dateparse(br-tok-4, '02') to br-parse-result.
    if br-p-success = 'N'
        move 'bad start date' to br-reason
        go to 0210-exit
    end-if.
    move fielded_to_linear(br-p-year, br-p-month, br-p-dom)
        to bra-start-ld.
    move 0 to bra-end-ld.
    if br-tok-5 not = spaces
        move dateparse(br-tok-5, '02') to br-parse-result
        if br-p-success = 'N'
            move 'bad end date' to br-reason
            go to 0210-exit
        end-if
        move fielded_to_linear(br-p-year, br-p-month, br-p-dom)
            to bra-end-ld
        if bra-end-ld < bra-start-ld
            move 'end date before start date' to br-reason
            go to 0210-exit
        end-if
    end-if.

    if bra-type not = 'N' and not = 'I' and not = 'L'
            and not = 'B' and not = 'G'
        move 'unknown schedule type' to br-reason
        go to 0210-exit
    end-if.

*>  the terms: the agreement's own, else the customer's, else
*>  NET30.  Checked against an invoice on the start date so a bad
*>  code rejects the agreement whether or not it bills this month.
*>
    if bra-terms = spaces
        move function upper-case(br-c-terms) to bra-terms
    end-if.
    if bra-terms = spaces
        move 'NET30' to bra-terms
    end-if.
    call 'termsdue' using bra-terms bra-start-ld termsdue-result.
    if td-valid = 'N'
        move spaces to br-reason
        string 'unrecognized terms "' function trim(bra-terms) '"'
            delimited by size into br-reason
        go to 0210-exit
    end-if.
0210-exit.
    exit.

0250-reject.
    display 'Agreement ' function trim(bra-id) ' rejected: '
        function trim(br-reason) '.'
    add 1 to br-reject-count.
    move 4 to br-rc.

*>*****************************************************************
*> 0300-expand                                                     *
*>                                                                *
*> Lists the agreement's billing dates from BR-LO-LD through       *
*> BR-HI-LD, by SCHEDEXPAND's rules for its TYPE (as RECURGEN).    *
*> A bad anchor or interval is left in BR-REASON.                  *
*>*****************************************************************
0300-expand.
    move 0 to br-occ-count.
    move 0 to br-month-fixed.
    if bra-month not = spaces
        move function numval(bra-month) to br-month-fixed
    end-if.

    move linear_to_fielded(br-lo-ld) to br-fielded-date.
    move br-year to br-cur-year.
    move br-month to br-cur-month.
    move linear_to_fielded(br-hi-ld) to br-fielded-date.
    move br-year to br-end-year.
    move br-month to br-end-month.

    evaluate bra-type
        when 'I'
            perform 0350-interval thru 0350-exit
        when 'G'
            perform 0380-easter thru 0380-exit
        when other
            perform 0320-onemonth thru 0320-exit
                until br-cur-year > br-end-year
                or (br-cur-year = br-end-year
                    and br-cur-month > br-end-month)
    end-evaluate.
0300-exit.
    exit.

*>  the month-based types - N, L and B - for the month at
*>  BR-CURSOR, which then steps one month on.
*>
0320-onemonth.
    move 0 to br-ld.
    if br-month-fixed = 0 or br-month-fixed = br-cur-month
        evaluate bra-type
            when 'N'
                move function numval(bra-weekday) to br-weekday
                compute br-occurrence =
                    function numval(bra-occurrence)
                move nthweekdayofmonth(br-cur-year, br-cur-month,
                        br-weekday, br-occurrence) to br-ld
            when 'L'
                compute br-occurrence = 0 - 1
                move nthbusinessdayofmonth(br-cur-year,
                        br-cur-month, br-occurrence) to br-ld
            when 'B'
                compute br-occurrence =
                    function numval(bra-occurrence)
                move nthbusinessdayofmonth(br-cur-year,
                        br-cur-month, br-occurrence) to br-ld
        end-evaluate
    end-if.
    if br-ld > 0
        perform 0390-addoccurrence thru 0390-exit
    end-if.

    move addmonths(br-cur-year, br-cur-month, br-one-day,
            br-one-month) to br-next-month.
    move br-nm-year to br-cur-year.
    move br-nm-month to br-cur-month.
0320-exit.
    exit.

0350-interval.
    move dateparse(bra-anchor, '02') to br-parse-result.
    compute br-interval = function numval(bra-interval).
    if br-p-success = 'N' or br-interval < 1
        move 'bad anchor or interval' to br-reason
        go to 0350-exit
    end-if.
    move fielded_to_linear(br-p-year, br-p-month, br-p-dom)
        to br-work-ld.
    compute br-c1 = br-lo-ld - br-work-ld + br-interval - 1.
    move br-interval to br-ld.
    compute br-k = floor-div(br-c1, br-ld).
    if br-k < 0
        move 0 to br-k
    end-if.
    compute br-ld = br-work-ld + br-k * br-interval.
    perform until br-ld > br-hi-ld
        perform 0390-addoccurrence thru 0390-exit
        add br-interval to br-ld
    end-perform.
0350-exit.
    exit.

0380-easter.
    compute br-offset = function numval(bra-offset).
    compute br-bdoffset = function numval(bra-bdoffset).
    perform until br-cur-year > br-end-year
        move easterdate(br-cur-year) to br-easter-result
        if br-easter-success = 'Y'
            compute br-ld = br-easter-ld + br-offset
            if br-bdoffset not = 0
                move addbusinessdays(br-ld, br-bdoffset) to br-ld
            end-if
            perform 0390-addoccurrence thru 0390-exit
        end-if
        add 1 to br-cur-year
    end-perform.
0380-exit.
    exit.

0390-addoccurrence.
    if br-ld < br-lo-ld or br-ld > br-hi-ld
        go to 0390-exit
    end-if.
    if br-occ-count >= 400
        go to 0390-exit
    end-if.
    add 1 to br-occ-count.
    move br-ld to br-occ-ld(br-occ-count).
0390-exit.
    exit.

*>*****************************************************************
*> 0400-raiseinvoice                                               *
*>                                                                *
*> One invoice for the billing date at BR-OIDX, numbered on from   *
*> the register and dated through TERMSDUE.                        *
*>*****************************************************************
0400-raiseinvoice.
    if br-inv-count >= 2000 or br-last-number >= 9999999
        move 'Y' to br-overflow
        go to 0400-exit
    end-if.
    add 1 to br-inv-count.
    move br-inv-count to br-iidx.
    add 1 to br-last-number.
    move spaces to bri-invoice(br-iidx).
    string 'INV' br-last-number delimited by size
        into bri-invoice(br-iidx).
    move bra-id to bri-agreement(br-iidx).
    move bra-customer to bri-customer(br-iidx).
    move br-occ-ld(br-oidx) to bri-inv-ld(br-iidx).
    move bra-amount to bri-amount(br-iidx).
    move bra-company to bri-company(br-iidx).
    call 'termsdue' using bra-terms bri-inv-ld(br-iidx)
        termsdue-result.
    move td-due-ld to bri-due-ld(br-iidx).
    move td-disc-ld to bri-disc-ld(br-iidx).
    add bra-amount to br-total-amount.
    add 1 to br-raised.
0400-exit.
    exit.

*>*****************************************************************
*> 0500-appenditems                                                *
*>                                                                *
*> The new IN items join the open-item file.                       *
*>*****************************************************************
0500-appenditems.
    open extend openitem-file.
    if not ws-openitem-ok
        display 'Cannot extend openitems.dat; nothing billed.'
        move 20 to return-code
        goback
    end-if.
    perform varying br-iidx from 1 by 1
            until br-iidx > br-inv-count
        perform 0810-formatdates
        move bri-customer(br-iidx) to oi-customer
        move bri-invoice(br-iidx) to oi-invoice
        move br-inv-date to oi-date
        move bri-amount(br-iidx) to oi-amount
        move 'IN' to oi-type
        move bri-company(br-iidx) to oi-company
        write openitem-record
    end-perform.
    close openitem-file.

*>*****************************************************************
*> 0600-refreshmaster                                              *
*>                                                                *
*> The new items write to the indexed open-item master; a site     *
*> without the master yet simply skips this.                       *
*>*****************************************************************
0600-refreshmaster.
    open i-o openitemx-file.
    if not ws-openitemx-ok
        go to 0690-exit
    end-if.
    perform varying br-iidx from 1 by 1
            until br-iidx > br-inv-count
        perform 0810-formatdates
        move bri-customer(br-iidx) to ox-customer
        move bri-invoice(br-iidx) to ox-invoice
        move br-inv-date to ox-date
        move bri-inv-ld(br-iidx) to ox-date-ld
        move bri-amount(br-iidx) to ox-amount
        move 'IN' to ox-type
        write openitemx-record
            invalid key
                display 'Invoice ' function trim(ox-invoice)
                    ' for ' function trim(ox-customer)
                    ' is already on openitemx.dat.'
        end-write
    end-perform.
    close openitemx-file.
0690-exit.
    exit.

*>*****************************************************************
*> 0700-register                                                   *
*>*****************************************************************
0700-register.
    open extend billreg-file.
    if not ws-billreg-ok
        open output billreg-file
    end-if.
    if ws-billreg-ok
        perform varying br-iidx from 1 by 1
                until br-iidx > br-inv-count
            perform 0810-formatdates
            move bri-amount(br-iidx) to br-amount-display
            move spaces to br-line
            string function trim(bri-invoice(br-iidx)) ','
                br-run-date ','
                br-period ','
                function trim(bri-agreement(br-iidx)) ','
                function trim(bri-customer(br-iidx)) ','
                br-inv-date ','
                br-due-date ','
                function trim(br-disc-date) ','
                function trim(br-amount-display)
                delimited by size into br-line
            move br-line to billreg-record
            write billreg-record
        end-perform
        close billreg-file
    end-if.

*>*****************************************************************
*> 0800-printregister                                              *
*>*****************************************************************
0800-printregister.
    display '=============================================='
        '=============================='.
    display 'Invoice register - billing period ' br-period
        '   run ' br-run-date.
    display '=============================================='
        '=============================='.
    display 'INVOICE    AGREEMENT    CUSTOMER     INV DATE  '
        ' DUE DATE   DISC DATE         AMOUNT'.
    perform varying br-iidx from 1 by 1
            until br-iidx > br-inv-count
        perform 0810-formatdates
        move bri-amount(br-iidx) to br-amount-display
        display bri-invoice(br-iidx)(1:10) ' '
            bri-agreement(br-iidx) ' '
            bri-customer(br-iidx) ' '
            br-inv-date ' ' br-due-date ' ' br-disc-date
            br-amount-display
    end-perform.
    display '=============================================='
        '=============================='.
    move br-inv-count to br-count-display.
    move br-total-amount to br-total-display.
    display 'Invoices raised:            ' br-count-display
        '   amount ' br-total-display.
    move br-agr-count to br-count-display.
    display 'Agreements read:            ' br-count-display.
    move br-billed-agr to br-count-display.
    display '  billed this run:          ' br-count-display.
    move br-dup-count to br-count-display.
    display '  already billed, not again:' br-count-display.
    move br-idle-count to br-count-display.
    display '  nothing due this period:  ' br-count-display.
    move br-reject-count to br-count-display.
    display '  rejected:                 ' br-count-display.

*>  the invoice's dates as YYYY-MM-DD, the discount date blank
*>  when its terms offer none.
*>
0810-formatdates.
    move linear_to_fielded(bri-inv-ld(br-iidx)) to br-fielded-date.
    move dateformat(br-fielded-date, '01') to br-date-text.
    move br-date-text(1:10) to br-inv-date.
    move linear_to_fielded(bri-due-ld(br-iidx)) to br-fielded-date.
    move dateformat(br-fielded-date, '01') to br-date-text.
    move br-date-text(1:10) to br-due-date.
    move spaces to br-disc-date.
    if bri-disc-ld(br-iidx) not = 0
        move linear_to_fielded(bri-disc-ld(br-iidx))
            to br-fielded-date
        move dateformat(br-fielded-date, '01') to br-date-text
        move br-date-text(1:10) to br-disc-date
    end-if.

0910-readagreement.
    if not eof-agreement
        read agreement-file
            at end
                move 'Y' to ws-eof-agreement
        end-read
    end-if.

0920-readbillreg.
    if not eof-billreg
        read billreg-file
            at end
                move 'Y' to ws-eof-billreg
        end-read
    end-if.

end program billrun.
