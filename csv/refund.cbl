*>*****************************************************************
*> refund - Customer refund run for aged credit balances.          *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> CASHAPP turns an overpayment into a CR credit item on           *
*> OPENITEMS.DAT, and there it stayed until someone wrote a        *
*> cheque by hand.  This run takes every customer holding a CR     *
*> item older than the policy age in calendar days and, company by *
*> company (the item's COMPANY, blank for the home company) -      *
*>                                                                *
*>   1. removes all of that customer's aged CR items,              *
*>   2. nets the credit against the customer's open debit items    *
*>      of the same company, oldest first, reducing or clearing    *
*>      them,                                                      *
*>   3. pays whatever credit is left as a refund payment, numbered *
*>      one past the highest on PAYREG.DAT and appended there as   *
*>      PAYNO,DATE,CUSTOMER,AMOUNT - PAYNO,DATE,CUSTOMER,AMOUNT,,, *
*>      COMPANY for any company but the home one, as PAYRUN        *
*>      writes it.  Like a PAYRUN payment it starts PENDING on     *
*>      PAYAPPR.DAT under this run's RUNLEDGER number, job REFUND  *
*>      in its JOB column (REFUND numbers its own runs), and the   *
*>      OPERATOR who ran it; once PAYAPPROVE releases it           *
*>      POSPAY issues it, and BANKRECON and STALEDATE follow it    *
*>      like any disbursement.                                     *
*>                                                                *
*> A refund above the approval threshold is made only when the     *
*> operator in OPERATOR is authorized by OPERAUTH for REFUND       *
*> APPROVE; otherwise the customer is listed, nothing of theirs    *
*> is touched, and the run ends RETURN-CODE 12.  Items under       *
*> dispute on DEDUCT.DAT (see INDISPUTE) take no part.  An         *
*> undated CR item is never taken as aged.                         *
*>                                                                *
*> Every movement is appended to the refund history REFUNDS.DAT -  *
*>                                                                *
*>   DATE,CUSTOMER,ITEM,AMOUNT,ACTION,PAYNO,OPERATOR               *
*>                                                                *
*> - ACTION CREDIT for a CR item removed (amount as it stood),     *
*> NETTED for a debit item reduced (amount applied), and REFUND    *
*> for the payment (ITEM blank).  PAYNO is blank when the credit   *
*> was used up in netting.  OPENITEMS.DAT is rewritten without     *
*> the cleared items.                                              *
*>                                                                *
*> Command line: [policy-days] [approval-threshold]                *
*>               (defaults 90 and 1000.00)                         *
*>                                                                *
*> RETURN-CODE 12 as above; 16 when OPENITEMS.DAT is larger than   *
*> the table, in which case nothing is refunded.                   *
*>*****************************************************************
identification division.
program-id. refund.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateparse
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select openitem-file assign to 'openitems.dat'
        organization is line sequential
        access is sequential
        file status is ws-openitem-status.

    select payreg-file assign to 'payreg.dat'
        organization is line sequential
        access is sequential
        file status is ws-payreg-status.

    select refund-file assign to 'refunds.dat'
        organization is line sequential
        access is sequential
        file status is ws-refund-status.

    select payappr-file assign to 'payappr.dat'
        organization is line sequential
        access is sequential
        file status is ws-payappr-status.

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

fd  payreg-file.

01  payreg-record        pic x(80).

fd  refund-file.

01  refund-record        pic x(100).

fd  payappr-file.

01  payappr-record       pic x(100).

working-storage section.
01  ws-openitem-status   pic xx.
    88  ws-openitem-ok       value '00'.
01  ws-payreg-status     pic xx.
    88  ws-payreg-ok         value '00'.
01  ws-refund-status     pic xx.
    88  ws-refund-ok         value '00'.
01  ws-payappr-status    pic xx.
    88  ws-payappr-ok        value '00'.

01  ws-eof-openitem      pic x       value 'N'.
    88  eof-openitem         value 'Y'.
01  ws-eof-payreg        pic x       value 'N'.
    88  eof-payreg           value 'Y'.

01  ws-cmdline           pic x(80).
01  ws-arg-days          pic x(8).
01  ws-arg-threshold     pic x(16).

01  rf-items.
    05  rf-item occurs 5000 times.
        10  rfi-customer     pic x(12).
        10  rfi-invoice      pic x(16).
        10  rfi-date         pic x(10).
        10  rfi-date-ld      usage signed-int.
        10  rfi-amount       pic s9(11)v99 comp-5.
        10  rfi-type         pic x(2).
        10  rfi-company      pic x(4).
        10  rfi-cokey        pic x(4).
        10  rfi-dispute      pic x.
        10  rfi-done         pic x.
        10  rfi-credit       pic x.
01  rf-item-count        usage signed-int value 0.
01  rf-item-overflow     pic x value 'N'.
01  rf-idx               usage signed-int.
01  rf-jdx               usage signed-int.
01  rf-oldest            usage signed-int.

01  rf-policy-days       usage signed-int value 90.
01  rf-threshold         pic s9(11)v99 comp-5 value 1000.00.
01  rf-today-ld          usage signed-int.
01  rf-age               usage signed-int.
01  rf-today.
    05  rf-today-year        pic 9(4).
    05  filler               pic x       value '-'.
    05  rf-today-month       pic 99.
    05  filler               pic x       value '-'.
    05  rf-today-dom         pic 99.

01  rf-customer          pic x(12).
01  rf-company           pic x(4).
01  rf-credit-total      pic s9(11)v99 comp-5.
01  rf-debit-total       pic s9(11)v99 comp-5.
01  rf-refund            pic s9(11)v99 comp-5.
01  rf-net               pic s9(11)v99 comp-5.
01  rf-left              pic s9(11)v99 comp-5.
01  rf-applied           pic s9(11)v99 comp-5.

*>  The run and its number, under which each refund awaits
*>  approval (see PAYAPPROVE).
*>
01  rf-rl-job            pic x(12) value 'REFUND'.
01  rf-rl-action         pic x.
01  rf-rl-input          pic x(40) value 'openitems.dat'.
01  rf-rl-rc             usage signed-int value 0.
01  rf-rl-result         pic x.
01  rf-run-number        usage signed-int value 0.
01  rf-run-text          pic 9(6).

01  rf-pay-max           usage signed-int value 0.
01  rf-pay-number        pic 9(6).
01  rf-payno-text        pic x(6).
01  rf-tok-payno         pic x(16).

01  rf-customer-count    usage signed-int value 0.
01  rf-refund-count      usage signed-int value 0.
01  rf-kept-count        usage signed-int value 0.
01  rf-credit-sum        pic s9(11)v99 comp-5 value 0.
01  rf-net-sum           pic s9(11)v99 comp-5 value 0.
01  rf-refund-sum        pic s9(11)v99 comp-5 value 0.

01  rf-line              pic x(100).
01  rf-amount-display    pic -(10)9.99.
01  rf-action            pic x(6).
01  rf-hist-item         pic x(16).

*>  Operator authorization (see OPERAUTH), asked once per run and
*>  only when a refund above the threshold needs it.
*>
01  rf-program           pic x(12) value 'REFUND'.
01  rf-auth-action       pic x(8) value 'APPROVE'.
01  rf-operator          pic x(8).
01  rf-auth-result       pic x value space.

01  rf-fielded-date.
    05  rf-f-year            pic s9(9)   comp-5.
    05  rf-f-month           pic 99      comp-5.
    05  rf-f-dom             pic 99      comp-5.
    05  rf-f-doy             pic 999     comp-5.
    05  rf-f-dow             pic 9       comp-5.

copy compinfo.

01  rf-parse-result.
    05  rf-p-fielded.
        10  rf-p-year        pic s9(9)   comp-5.
        10  rf-p-month       pic 99      comp-5.
        10  rf-p-dom         pic 99      comp-5.
    05  rf-p-success     pic x.

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
    move spaces to ws-arg-days ws-arg-threshold.
    unstring ws-cmdline delimited by all space
        into ws-arg-days ws-arg-threshold.
    if ws-arg-days not = spaces
        compute rf-policy-days = function numval(ws-arg-days)
    end-if.
    if ws-arg-threshold not = spaces
        compute rf-threshold = function numval(ws-arg-threshold)
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to rf-fielded-date.
    move rf-f-year to rf-today-year.
    move rf-f-month to rf-today-month.
    move rf-f-dom to rf-today-dom.
    move fielded_to_linear(rf-f-year, rf-f-month, rf-f-dom)
        to rf-today-ld.

    move spaces to rf-operator.
    accept rf-operator from environment 'OPERATOR'.
    move function upper-case(rf-operator) to rf-operator.

    perform 0100-loaditems.
    if rf-item-overflow = 'Y'
        display 'openitems.dat exceeds the 5000-item table;'
            ' nothing refunded.'
        move 16 to return-code
        go to 9000-end
    end-if.

    perform 0150-findpaymax.

    move 'O' to rf-rl-action.
    call 'runledger' using rf-rl-action rf-rl-job rf-rl-input
        rf-run-number rf-rl-rc rf-rl-result.
    move 'N' to rf-rl-action.
    call 'runledger' using rf-rl-action rf-rl-job rf-rl-input
        rf-run-number rf-rl-rc rf-rl-result.
    move rf-run-number to rf-run-text.
    move 0 to rf-rl-rc.

    display 'Refund run ' rf-today ', run ' rf-run-text.
    move rf-threshold to rf-amount-display.
    display 'Policy age ' rf-policy-days ' days, approval above '
        function trim(rf-amount-display).
    display '=============================================='.

    open extend payreg-file.
    if not ws-payreg-ok
        open output payreg-file
    end-if.
    open extend refund-file.
    if not ws-refund-ok
        open output refund-file
    end-if.
    open extend payappr-file.
    if not ws-payappr-ok
        open output payappr-file
    end-if.
    perform varying rf-idx from 1 by 1 until rf-idx > rf-item-count
        perform 0200-onecustomer thru 0290-exit
    end-perform.
    close payreg-file.
    close refund-file.
    close payappr-file.
    perform 0950-saveitems.

    display '=============================================='.
    display 'Customers with aged credits: ' rf-customer-count.
    move rf-credit-sum to rf-amount-display.
    display 'Credits cleared:             ' rf-amount-display.
    move rf-net-sum to rf-amount-display.
    display 'Netted against open items:   ' rf-amount-display.
    move rf-refund-sum to rf-amount-display.
    display 'Refunded (' rf-refund-count ' payments):  '
        rf-amount-display.
    display 'Customers kept (approval):   ' rf-kept-count.
    if rf-refund-count > 0
        display 'Awaiting approval:           ' rf-refund-count
    end-if.

    move 'W' to rf-rl-action.
    call 'runledger' using rf-rl-action rf-rl-job rf-rl-input
        rf-refund-count rf-rl-rc rf-rl-result.
    move rf-rl-rc to return-code.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loaditems / 0110-readitem                                  *
*>*****************************************************************
0100-loaditems.
    move 0 to rf-item-count.
    open input openitem-file.
    if ws-openitem-ok
        perform 0110-readitem
        perform until eof-openitem or rf-item-count >= 5000
            add 1 to rf-item-count
            move oi-customer to rfi-customer(rf-item-count)
            move oi-invoice to rfi-invoice(rf-item-count)
            move oi-date to rfi-date(rf-item-count)
            move dateparse(oi-date, '02') to rf-parse-result
            if rf-p-success = 'Y'
                move fielded_to_linear(rf-p-year, rf-p-month,
                        rf-p-dom) to rfi-date-ld(rf-item-count)
            else
                move 0 to rfi-date-ld(rf-item-count)
            end-if
            compute rfi-amount(rf-item-count) =
                function numval(oi-amount)
            move oi-type to rfi-type(rf-item-count)
            move oi-company to rfi-company(rf-item-count)
            move function upper-case(oi-company)
                to rfi-cokey(rf-item-count)
            call 'companyof' using rfi-cokey(rf-item-count)
                compinfo-result
            if ci-home = 'Y'
                move spaces to rfi-cokey(rf-item-count)
            end-if
            call 'indispute' using oi-customer oi-invoice
                rfi-dispute(rf-item-count)
            move 'N' to rfi-done(rf-item-count)
            move 'N' to rfi-credit(rf-item-count)
            perform 0110-readitem
        end-perform
        if not eof-openitem
            move 'Y' to rf-item-overflow
        end-if
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
*> 0150-findpaymax                                                 *
*>                                                                *
*> One past the register's highest payment number, PAYRUN's rule,  *
*> so refunds and vendor payments share one sequence.              *
*>*****************************************************************
0150-findpaymax.
    move 0 to rf-pay-max.
    open input payreg-file.
    if ws-payreg-ok
        perform 0160-readpayreg
        perform until eof-payreg
            move spaces to rf-tok-payno
            unstring payreg-record delimited by ','
                into rf-tok-payno
            end-unstring
            if function numval(rf-tok-payno) > rf-pay-max
                compute rf-pay-max =
                    function numval(rf-tok-payno)
            end-if
            perform 0160-readpayreg
        end-perform
        close payreg-file
    end-if.

0160-readpayreg.
    if not eof-payreg
        read payreg-file
            at end
                move 'Y' to ws-eof-payreg
        end-read
    end-if.

*>*****************************************************************
*> 0200-onecustomer                                                *
*>                                                                *
*> Entered at each item; acts at the first aged CR item of a       *
*> customer and company not yet seen, and settles that customer's  *
*> items of that company in full - one company's credit never      *
*> pays down another's debits.  The refund is worked out before    *
*> anything is changed, so a customer refused approval is left     *
*> exactly as found.                                               *
*>*****************************************************************
0200-onecustomer.
    move rf-idx to rf-jdx.
    perform 0210-isagedcredit.
    if rfi-credit(rf-idx) not = 'Y' or rfi-done(rf-idx) = 'Y'
        go to 0290-exit
    end-if.

    move rfi-customer(rf-idx) to rf-customer.
    move rfi-cokey(rf-idx) to rf-company.
    move 0 to rf-credit-total rf-debit-total.
    perform varying rf-jdx from 1 by 1 until rf-jdx > rf-item-count
        if rfi-customer(rf-jdx) = rf-customer
                and rfi-cokey(rf-jdx) = rf-company
            move 'Y' to rfi-done(rf-jdx)
            perform 0210-isagedcredit
            if rfi-credit(rf-jdx) = 'Y'
                subtract rfi-amount(rf-jdx) from rf-credit-total
            end-if
            if rfi-amount(rf-jdx) > 0 and rfi-dispute(rf-jdx) not = 'Y'
                add rfi-amount(rf-jdx) to rf-debit-total
            end-if
        end-if
    end-perform.
    add 1 to rf-customer-count.

    if rf-credit-total > rf-debit-total
        compute rf-refund = rf-credit-total - rf-debit-total
    else
        move 0 to rf-refund
    end-if.
    compute rf-net = rf-credit-total - rf-refund.

    if rf-refund > rf-threshold
        if rf-auth-result = space
            call 'operauth' using rf-operator rf-program
                rf-auth-action rf-auth-result
        end-if
        if rf-auth-result not = 'Y'
            move rf-refund to rf-amount-display
            display 'KEPT    ' rf-customer ' refund '
                rf-amount-display ' needs approval; operator "'
                function trim(rf-operator) '" is not authorized'
            add 1 to rf-kept-count
            move 12 to rf-rl-rc
            go to 0290-exit
        end-if
    end-if.

    move spaces to rf-payno-text.
    if rf-refund > 0
        add 1 to rf-pay-max
        move rf-pay-max to rf-pay-number
        move rf-pay-number to rf-payno-text
    end-if.

    perform varying rf-jdx from 1 by 1 until rf-jdx > rf-item-count
        if rfi-customer(rf-jdx) = rf-customer
                and rfi-cokey(rf-jdx) = rf-company
                and rfi-credit(rf-jdx) = 'Y'
            move rfi-amount(rf-jdx) to rf-amount-display
            move rfi-invoice(rf-jdx) to rf-hist-item
            move 'CREDIT' to rf-action
            perform 0400-writehistory
            subtract rfi-amount(rf-jdx) from rf-credit-sum
            move 0 to rfi-amount(rf-jdx)
        end-if
    end-perform.

    move rf-net to rf-left.
    move 1 to rf-oldest.
    perform 0300-netoldest until rf-left = 0 or rf-oldest = 0.

    if rf-refund > 0
        move rf-refund to rf-amount-display
        move spaces to rf-line
        if rf-company = spaces
            string rf-pay-number ','
                rf-today ','
                function trim(rf-customer) ','
                rf-amount-display
                delimited by size into rf-line
        else
            string rf-pay-number ','
                rf-today ','
                function trim(rf-customer) ','
                rf-amount-display ',,,'
                function trim(rf-company)
                delimited by size into rf-line
        end-if
        move rf-line to payreg-record
        write payreg-record
        move spaces to rf-line
        string rf-pay-number ','
            rf-run-text ','
            function trim(rf-operator) ','
            function trim(rf-amount-display) ','
            'PENDING,,,,'
            function trim(rf-rl-job)
            delimited by size into rf-line
        move rf-line to payappr-record
        write payappr-record
        move spaces to rf-hist-item
        move 'REFUND' to rf-action
        perform 0400-writehistory
        add 1 to rf-refund-count
        add rf-refund to rf-refund-sum
    end-if.

    move rf-credit-total to rf-amount-display.
    if rf-company = spaces
        display 'CLEARED ' rf-customer ' credit ' rf-amount-display
    else
        display 'CLEARED ' rf-customer ' credit ' rf-amount-display
            ' company ' rf-company
    end-if.
    move rf-refund to rf-amount-display.
    if rf-refund > 0
        display '        refund ' rf-pay-number ' for '
            rf-amount-display
    end-if.

0290-exit.
    exit.

*>*****************************************************************
*> 0210-isagedcredit                                               *
*>                                                                *
*> Sets RFI-CREDIT for item RF-JDX: a CR balance, not in dispute,  *
*> dated, and older than the policy age.                           *
*>*****************************************************************
0210-isagedcredit.
    move 'N' to rfi-credit(rf-jdx).
    if rfi-amount(rf-jdx) < 0 and rfi-type(rf-jdx) = 'CR'
            and rfi-dispute(rf-jdx) not = 'Y'
            and rfi-date-ld(rf-jdx) not = 0
        compute rf-age = rf-today-ld - rfi-date-ld(rf-jdx)
        if rf-age > rf-policy-days
            move 'Y' to rfi-credit(rf-jdx)
        end-if
    end-if.

*>*****************************************************************
*> 0300-netoldest                                                  *
*>                                                                *
*> Applies what is left of the credit to the customer's oldest     *
*> open debit item of the same company; an undated item counts as  *
*> oldest.                                                         *
*>*****************************************************************
0300-netoldest.
    move 0 to rf-oldest.
    perform varying rf-jdx from 1 by 1 until rf-jdx > rf-item-count
        if rfi-customer(rf-jdx) = rf-customer
                and rfi-cokey(rf-jdx) = rf-company
                and rfi-amount(rf-jdx) > 0
                and rfi-dispute(rf-jdx) not = 'Y'
            if rf-oldest = 0
                move rf-jdx to rf-oldest
            else
                if rfi-date-ld(rf-jdx) < rfi-date-ld(rf-oldest)
                    move rf-jdx to rf-oldest
                end-if
            end-if
        end-if
    end-perform.
    if rf-oldest not = 0
        if rfi-amount(rf-oldest) < rf-left
            move rfi-amount(rf-oldest) to rf-applied
        else
            move rf-left to rf-applied
        end-if
        subtract rf-applied from rfi-amount(rf-oldest)
        subtract rf-applied from rf-left
        add rf-applied to rf-net-sum
        move rf-applied to rf-amount-display
        move rfi-invoice(rf-oldest) to rf-hist-item
        move 'NETTED' to rf-action
        perform 0400-writehistory
    end-if.

*>*****************************************************************
*> 0400-writehistory                                               *
*>*****************************************************************
0400-writehistory.
    move spaces to rf-line.
    string rf-today ','
        function trim(rf-customer) ','
        function trim(rf-hist-item) ','
        function trim(rf-amount-display) ','
        function trim(rf-action) ','
        function trim(rf-payno-text) ','
        function trim(rf-operator)
        delimited by size into rf-line.
    move rf-line to refund-record.
    write refund-record.

*>*****************************************************************
*> 0950-saveitems                                                  *
*>*****************************************************************
0950-saveitems.
    open output openitem-file.
    perform varying rf-idx from 1 by 1
            until rf-idx > rf-item-count
        if rfi-amount(rf-idx) not = 0
            move rfi-customer(rf-idx) to oi-customer
            move rfi-invoice(rf-idx) to oi-invoice
            move rfi-date(rf-idx) to oi-date
            move rfi-amount(rf-idx) to oi-amount
            move rfi-type(rf-idx) to oi-type
            move rfi-company(rf-idx) to oi-company
            write openitem-record
        end-if
    end-perform.
    close openitem-file.

end program refund.
