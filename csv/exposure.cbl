*>*****************************************************************
*> exposure - Nightly credit exposure and hold-candidate report.   *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Sales ships to customers collections has already given up on,   *
*> because nobody can see who is over their limit.  This sums      *
*> each customer's open balance from OPENITEMS.DAT (CR credits     *
*> netting against it) and measures it against the CUSTMAST.DAT    *
*> credit limit through CUSTOMEROF.  An item falls due the         *
*> customer's NETnn terms after its date (NET30 when the terms     *
*> carry no day count), and a customer is a hold candidate when    *
*>                                                                *
*>   OVER-LIMIT  the open balance exceeds the credit limit         *
*>   PAST-DUE    an item is more than POLICY days past due         *
*>   NO-MASTER   the customer owes money and is not on CUSTMAST    *
*>                                                                *
*> Customers already on hold list separately.  HOLDCAND.DAT        *
*> (CUSTOMER,FIRSTDATE) carries the candidates from run to run,    *
*> so a candidate new tonight raises an ALERTADD warning while     *
*> one collections has already been told about does not; a         *
*> customer who drops off the list (paid down, or put on hold)     *
*> drops out of the file.                                          *
*>                                                                *
*> Command line: [policy-days]   (default 60)                      *
*>                                                                *
*> RETURN-CODE 4 when there are hold candidates, 16 when           *
*> OPENITEMS.DAT outgrows the customer table.                      *
*>*****************************************************************
identification division.
program-id. exposure.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select openitem-file assign to 'openitems.dat'
        organization is line sequential
        access is sequential
        file status is ws-openitem-status.

    select holdcand-file assign to 'holdcand.dat'
        organization is line sequential
        access is sequential
        file status is ws-holdcand-status.

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

fd  holdcand-file.

01  holdcand-record      pic x(40).

working-storage section.
01  ws-openitem-status   pic xx.
    88  ws-openitem-ok       value '00'.
01  ws-holdcand-status   pic xx.
    88  ws-holdcand-ok       value '00'.

01  ws-eof-openitem      pic x       value 'N'.
    88  eof-openitem         value 'Y'.
01  ws-eof-holdcand      pic x       value 'N'.
    88  eof-holdcand         value 'Y'.

01  ws-cmdline           pic x(80).
01  ws-arg-policy        pic x(8).

01  ex-policy-days       usage signed-int value 60.

01  ex-customers.
    05  ex-cust occurs 1000 times.
        10  exc-customer     pic x(12).
        10  exc-balance      pic s9(13)v99 comp-5.
        10  exc-worst-days   usage signed-int.
        10  exc-net-days     usage signed-int.
        10  exc-reason       pic x(10).
        10  exc-first-date   pic x(10).
01  ex-cust-count        usage signed-int value 0.

01  ex-prior.
    05  ex-prior-entry occurs 1000 times.
        10  exp-customer     pic x(12).
        10  exp-first-date   pic x(10).
01  ex-prior-count       usage signed-int value 0.

01  ex-overflow          pic x value 'N'.
01  ex-idx               usage signed-int.
01  ex-hit               usage signed-int.
01  ex-pidx              usage signed-int.

01  ex-result.
    05  ex-r-name            pic x(30).
    05  ex-r-address         pic x(30).
    05  ex-r-city            pic x(20).
    05  ex-r-state           pic x(2).
    05  ex-r-zip             pic x(10).
    05  ex-r-terms           pic x(12).
    05  ex-r-limit           pic s9(11)v99 comp-5.
    05  ex-r-hold            pic x.
    05  ex-r-collector       pic x(8).
    05  ex-r-found           pic x.

01  ex-tok-1             pic x(12).
01  ex-tok-2             pic x(12).
01  ex-terms-digits      pic x(12).
01  ex-item-ld           usage signed-int.
01  ex-item-amount       pic s9(11)v99 comp-5.
01  ex-days              usage signed-int.
01  ex-today-ld          usage signed-int.
01  ex-today             pic x(10).
01  ex-date-text         pic x(20).

01  ex-cand-count        usage signed-int value 0.
01  ex-new-count         usage signed-int value 0.
01  ex-held-count        usage signed-int value 0.
01  ex-new-flag          pic x(3).

01  ex-amount-display    pic -(12)9.99.
01  ex-limit-display     pic -(10)9.99.
01  ex-days-display      pic zzz9.
01  ex-line              pic x(40).

01  ex-al-severity       pic x value 'W'.
01  ex-al-job            pic x(12) value 'EXPOSURE'.
01  ex-al-key            pic x(40).
01  ex-al-msg            pic x(60).

01  ex-parse-result.
    05  ex-p-fielded.
        10  ex-p-year        pic s9(9)   comp-5.
        10  ex-p-month       pic 99      comp-5.
        10  ex-p-dom         pic 99      comp-5.
    05  ex-p-success     pic x.

01  ex-fielded-date.
    05  ex-year              pic s9(9)   comp-5.
    05  ex-month             pic 99      comp-5.
    05  ex-dom               pic 99      comp-5.
    05  ex-doy               pic 999     comp-5.
    05  ex-dow               pic 9       comp-5.

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
    move spaces to ws-arg-policy.
    unstring ws-cmdline delimited by all space
        into ws-arg-policy.
    if ws-arg-policy not = spaces
        if function trim(ws-arg-policy) is not numeric
            display 'Invalid policy days: ' ws-arg-policy
            move 8 to return-code
            go to 9000-end
        end-if
        move function numval(ws-arg-policy) to ex-policy-days
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to ex-fielded-date.
    move fielded_to_linear(ex-year, ex-month, ex-dom)
        to ex-today-ld.
    move dateformat(ex-fielded-date, '01') to ex-date-text.
    move ex-date-text(1:10) to ex-today.

    perform 0100-loaditems.
    if ex-overflow = 'Y'
        display 'openitems.dat has more than 1000 customers;'
            ' run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.
    perform 0200-loadprior.

    display 'Credit exposure as of ' ex-today
        ', past-due policy ' ex-policy-days ' days'.
    display '=============================================='.
    perform varying ex-idx from 1 by 1 until ex-idx > ex-cust-count
        perform 0400-onecustomer thru 0490-exit
    end-perform.

    perform 0600-saveholdcand.

    display '=============================================='.
    display 'Customers with open items: ' ex-cust-count.
    display 'Hold candidates:           ' ex-cand-count.
    display '  new tonight:             ' ex-new-count.
    display 'Already on credit hold:    ' ex-held-count.

    if ex-cand-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loaditems / 0110-readitem                                  *
*>                                                                *
*> One table row per customer: the net open balance and the most   *
*> days any item is past its due date.                             *
*>*****************************************************************
0100-loaditems.
    open input openitem-file.
    if not ws-openitem-ok
        display 'openitems.dat is missing entirely.'
        move 8 to return-code
        goback
    end-if.
    perform 0110-readitem.
    perform until eof-openitem
        perform 0150-oneitem
        perform 0110-readitem
    end-perform.
    close openitem-file.

0110-readitem.
    if not eof-openitem
        read openitem-file
            at end
                move 'Y' to ws-eof-openitem
        end-read
    end-if.

0150-oneitem.
    move 0 to ex-hit.
    perform varying ex-idx from 1 by 1
            until ex-idx > ex-cust-count or ex-hit > 0
        if exc-customer(ex-idx) = oi-customer
            move ex-idx to ex-hit
        end-if
    end-perform.
    if ex-hit = 0
        if ex-cust-count >= 1000
            move 'Y' to ex-overflow
        else
            add 1 to ex-cust-count
            move ex-cust-count to ex-hit
            initialize ex-cust(ex-hit)
            move oi-customer to exc-customer(ex-hit)
            perform 0160-netdays
        end-if
    end-if.
    if ex-hit > 0
        compute ex-item-amount = function numval(oi-amount)
        add ex-item-amount to exc-balance(ex-hit)
        move dateparse(oi-date, '02') to ex-parse-result
        if ex-item-amount > 0 and ex-p-success = 'Y'
            move fielded_to_linear(ex-p-year, ex-p-month,
                ex-p-dom) to ex-item-ld
            compute ex-days = ex-today-ld - ex-item-ld
                - exc-net-days(ex-hit)
            if ex-days > exc-worst-days(ex-hit)
                move ex-days to exc-worst-days(ex-hit)
            end-if
        end-if
    end-if.

*>  NETnn terms give nn days; anything else on file, or no master
*>  line at all, is taken as NET30.
*>
0160-netdays.
    move 30 to exc-net-days(ex-hit).
    call 'customerof' using exc-customer(ex-hit) ex-result.
    if ex-r-found = 'Y' and ex-r-terms(1:3) = 'NET'
        move spaces to ex-terms-digits
        unstring ex-r-terms(4:) delimited by space or '/'
            into ex-terms-digits
        end-unstring
        if ex-terms-digits not = spaces
                and function trim(ex-terms-digits) is numeric
            move function numval(ex-terms-digits)
                to exc-net-days(ex-hit)
        end-if
    end-if.

*>*****************************************************************
*> 0200-loadprior / 0210-readholdcand                              *
*>*****************************************************************
0200-loadprior.
    open input holdcand-file.
    if ws-holdcand-ok
        perform 0210-readholdcand
        perform until eof-holdcand or ex-prior-count >= 1000
            move spaces to ex-tok-1 ex-tok-2
            unstring holdcand-record delimited by ','
                into ex-tok-1 ex-tok-2
            end-unstring
            if ex-tok-1 not = spaces
                add 1 to ex-prior-count
                move ex-tok-1 to exp-customer(ex-prior-count)
                move ex-tok-2 to exp-first-date(ex-prior-count)
            end-if
            perform 0210-readholdcand
        end-perform
        close holdcand-file
    end-if.

0210-readholdcand.
    if not eof-holdcand
        read holdcand-file
            at end
                move 'Y' to ws-eof-holdcand
        end-read
    end-if.

*>*****************************************************************
*> 0400-onecustomer                                                *
*>*****************************************************************
0400-onecustomer.
    move spaces to exc-reason(ex-idx).
    call 'customerof' using exc-customer(ex-idx) ex-result.
    if ex-r-found = 'Y' and ex-r-hold = 'Y'
        if exc-balance(ex-idx) > 0
            add 1 to ex-held-count
            move exc-balance(ex-idx) to ex-amount-display
            display 'ON-HOLD    ' exc-customer(ex-idx) ' '
                ex-r-name(1:24) ' ' ex-amount-display
        end-if
        go to 0490-exit
    end-if.

    evaluate true
        when ex-r-found not = 'Y' and exc-balance(ex-idx) > 0
            move 'NO-MASTER' to exc-reason(ex-idx)
        when ex-r-found = 'Y'
                and exc-balance(ex-idx) > ex-r-limit
            move 'OVER-LIMIT' to exc-reason(ex-idx)
        when exc-worst-days(ex-idx) > ex-policy-days
                and exc-balance(ex-idx) > 0
            move 'PAST-DUE' to exc-reason(ex-idx)
    end-evaluate.
    if exc-reason(ex-idx) = spaces
        go to 0490-exit
    end-if.

    add 1 to ex-cand-count.
    move ex-today to exc-first-date(ex-idx).
    move 'NEW' to ex-new-flag.
    perform varying ex-pidx from 1 by 1
            until ex-pidx > ex-prior-count
        if exp-customer(ex-pidx) = exc-customer(ex-idx)
            move exp-first-date(ex-pidx) to exc-first-date(ex-idx)
            move spaces to ex-new-flag
        end-if
    end-perform.

    move exc-balance(ex-idx) to ex-amount-display.
    move ex-r-limit to ex-limit-display.
    if exc-worst-days(ex-idx) > 0
        move exc-worst-days(ex-idx) to ex-days-display
    else
        move 0 to ex-days-display
    end-if.
    display exc-reason(ex-idx) ' ' exc-customer(ex-idx) ' '
        ex-r-name(1:24) ' bal ' ex-amount-display
        ' limit ' ex-limit-display
        ' past due ' ex-days-display 'd '
        ex-r-collector ' ' ex-new-flag.

    if ex-new-flag = 'NEW'
        add 1 to ex-new-count
        move exc-customer(ex-idx) to ex-al-key
        move spaces to ex-al-msg
        string 'credit hold candidate '
            function trim(exc-reason(ex-idx)) ' balance '
            function trim(ex-amount-display)
            delimited by size into ex-al-msg
        call 'alertadd' using ex-al-severity ex-al-job
            ex-al-key ex-al-msg
    end-if.

0490-exit.
    exit.

*>*****************************************************************
*> 0600-saveholdcand                                               *
*>*****************************************************************
0600-saveholdcand.
    open output holdcand-file.
    perform varying ex-idx from 1 by 1 until ex-idx > ex-cust-count
        if exc-reason(ex-idx) not = spaces
            move spaces to ex-line
            string function trim(exc-customer(ex-idx)) ','
                exc-first-date(ex-idx)
                delimited by size into ex-line
            move ex-line to holdcand-record
            write holdcand-record
        end-if
    end-perform.
    close holdcand-file.

end program exposure.
