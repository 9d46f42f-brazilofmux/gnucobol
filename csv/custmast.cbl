*>*****************************************************************
*> custmaint                                                      *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> OPENITEMS.DAT carries a 12-character customer id and nothing    *
*> else about the customer.  CUSTMAST.DAT is the customer master - *
*> one comma-delimited line per customer,                          *
*>                                                                *
*>   CUSTOMER,NAME,ADDRESS,CITY,STATE,ZIP,TERMS,LIMIT,HOLD,        *
*>   COLLECTOR                                                     *
*>                                                                *
*> (TERMS the customer's PAYTERMS-style code, NET30 and the like;  *
*> LIMIT the credit limit in base currency, 0 for cash only; HOLD  *
*> Y when the customer is on credit hold; COLLECTOR the id of the  *
*> collector who owns the account).  STATEMENTS and DUNNING print  *
*> the name and address from here, and EXPOSURE measures each      *
*> customer's open balance against the limit.                      *
*>                                                                *
*> Command line: ACTION [ARGUMENT]                                 *
*>                                                                *
*>   LIST                                  - display the master    *
*>   SET customer,name,address,city,state,zip,terms,limit          *
*>       [,hold[,collector]]               - add or replace a      *
*>                                           customer              *
*>   HOLD customer,Y|N                     - set or lift a hold    *
*>   REMOVE customer                       - drop a customer       *
*>                                                                *
*> An omitted hold flag or collector keeps the one on file (N and  *
*> blank for a new customer).  SET, HOLD and REMOVE are gated by   *
*> OPERAUTH and journaled through MAINTJOURNAL, the BANKMAINT      *
*> discipline - a raised limit or a lifted hold is traceable to a  *
*> date and an operator's run.                                     *
*>*****************************************************************
identification division.
program-id. custmaint.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.

    select custmast-file assign to 'custmast.dat'
        organization is line sequential
        access is sequential
        file status is ws-custmast-status.

data division.
file section.
fd  custmast-file.

01  custmast-record      pic x(200).

working-storage section.
01  ws-custmast-status   pic xx.
    88  ws-custmast-ok       value '00'.

01  ws-cmdline           pic x(200).
01  ws-ptr               usage signed-int.
01  ws-arg-action        pic x(8).
01  ws-arg-rest          pic x(190).

01  ws-eof-custmast      pic x       value 'N'.
    88  eof-custmast         value 'Y'.

01  cm-lines             occurs 1000 times pic x(200).
01  cm-count             usage signed-int value 0.
01  cm-filtered          occurs 1000 times pic x(200).
01  cm-filtered-count    usage signed-int value 0.
01  cm-idx               usage signed-int.
01  cm-overflow          pic x value 'N'.

01  cm-tok-customer      pic x(12).
01  cm-tok-name          pic x(30).
01  cm-tok-address       pic x(30).
01  cm-tok-city          pic x(20).
01  cm-tok-state         pic x(2).
01  cm-tok-zip           pic x(10).
01  cm-tok-terms         pic x(12).
01  cm-tok-limit         pic x(16).
01  cm-tok-hold          pic x(4).
01  cm-tok-collector     pic x(8).

01  cm-old-customer      pic x(12).
01  cm-old-name          pic x(30).
01  cm-old-address       pic x(30).
01  cm-old-city          pic x(20).
01  cm-old-state         pic x(2).
01  cm-old-zip           pic x(10).
01  cm-old-terms         pic x(12).
01  cm-old-limit         pic x(16).
01  cm-old-hold          pic x(4).
01  cm-old-collector     pic x(8).

01  cm-target-customer   pic x(12).
01  cm-found             pic x       value 'N'.
    88  entry-found          value 'Y'.
01  cm-old-line          pic x(200).
01  cm-new-line          pic x(200).
01  cm-limit             pic s9(11)v99 comp-5.
01  cm-limit-display     pic -(10)9.99.

*>  Maintenance-journal interface (see MAINTJOURNAL).
*>
01  cj-program           pic x(12) value 'CUSTMAINT'.
01  cj-action            pic x(8).
01  cj-before            pic x(80).
01  cj-after             pic x(80).

*>  Operator authorization (see OPERAUTH).
*>
01  cm-operator          pic x(8).
01  cm-auth-result       pic x.

procedure division.
0000-start-here.
    move 0 to return-code.

    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.

    move spaces to ws-arg-action.
    move 1 to ws-ptr.
    unstring ws-cmdline delimited by space
        into ws-arg-action
        with pointer ws-ptr
    end-unstring.
    move function upper-case(ws-arg-action) to ws-arg-action.

    move spaces to ws-arg-rest.
    if ws-ptr <= 200
        move ws-cmdline(ws-ptr:) to ws-arg-rest
    end-if.
    move function trim(ws-arg-rest) to ws-arg-rest.

    perform 0100-loadlines.

    if ws-arg-action = 'SET' or ws-arg-action = 'HOLD'
            or ws-arg-action = 'REMOVE'
        perform 0050-authorize
        if return-code = 12
            goback
        end-if
        if cm-overflow = 'Y'
            display 'custmast.dat exceeds the 1000-line table;'
                ' change refused - trim the file first.'
            move 8 to return-code
            goback
        end-if
    end-if.

    evaluate ws-arg-action
        when 'LIST'
            perform 0500-list
        when 'SET'
            perform 0600-set
        when 'HOLD'
            perform 0700-hold
        when 'REMOVE'
            perform 0800-remove
        when other
            display 'Usage: custmaint LIST'
                ' | SET customer,name,address,city,state,zip,'
                'terms,limit[,hold[,collector]]'
                ' | HOLD customer,Y|N | REMOVE customer'
            move 8 to return-code
    end-evaluate.

    goback.

*>*****************************************************************
*> 0050-authorize                                                  *
*>*****************************************************************
0050-authorize.
    move spaces to cm-operator.
    accept cm-operator from environment 'OPERATOR'.
    move function upper-case(cm-operator) to cm-operator.
    call 'operauth' using cm-operator cj-program ws-arg-action
        cm-auth-result.
    if cm-auth-result not = 'Y'
        display 'Operator "' function trim(cm-operator)
            '" is not authorized for ' ws-arg-action
            ' in custmaint.'
        move 12 to return-code
    end-if.

*>*****************************************************************
*> 0100-loadlines / 0110-readcustmastline                          *
*>*****************************************************************
0100-loadlines.
    move 0 to cm-count.
    move 'N' to ws-eof-custmast.
    open input custmast-file.
    if ws-custmast-ok
        perform 0110-readcustmastline
        perform until eof-custmast or cm-count >= 1000
            add 1 to cm-count
            move custmast-record to cm-lines(cm-count)
            perform 0110-readcustmastline
        end-perform
        if not eof-custmast
            move 'Y' to cm-overflow
        end-if
        close custmast-file
    end-if.

0110-readcustmastline.
    if not eof-custmast
        read custmast-file
            at end
                move 'Y' to ws-eof-custmast
        end-read
    end-if.

*>*****************************************************************
*> 0200-savelines                                                  *
*>*****************************************************************
0200-savelines.
    open output custmast-file.
    perform varying cm-idx from 1 by 1 until cm-idx > cm-count
        move cm-lines(cm-idx) to custmast-record
        write custmast-record
    end-perform.
    close custmast-file.

*>*****************************************************************
*> 0500-list                                                       *
*>*****************************************************************
0500-list.
    display 'Customer,Name,Address,City,State,Zip,Terms,Limit,'
        'Hold,Collector'.
    perform varying cm-idx from 1 by 1 until cm-idx > cm-count
        display function trim(cm-lines(cm-idx) trailing)
    end-perform.

*>*****************************************************************
*> 0600-set                                                        *
*>*****************************************************************
0600-set.
    move spaces to cm-tok-customer cm-tok-name cm-tok-address
        cm-tok-city cm-tok-state cm-tok-zip cm-tok-terms
        cm-tok-limit cm-tok-hold cm-tok-collector.
    unstring ws-arg-rest delimited by ','
        into cm-tok-customer cm-tok-name cm-tok-address
            cm-tok-city cm-tok-state cm-tok-zip cm-tok-terms
            cm-tok-limit cm-tok-hold cm-tok-collector
    end-unstring.
    move function upper-case(cm-tok-customer) to cm-tok-customer.
    move function upper-case(cm-tok-terms) to cm-tok-terms.
    move function upper-case(cm-tok-hold) to cm-tok-hold.
    move function upper-case(cm-tok-collector) to cm-tok-collector.

    if cm-tok-customer = spaces or cm-tok-name = spaces
            or cm-tok-terms = spaces or cm-tok-limit = spaces
        display 'SET needs customer,name,address,city,state,zip,'
            'terms,limit.'
        move 8 to return-code
        goback
    end-if.
    if function test-numval(cm-tok-limit) not = 0
        display 'Credit limit "' function trim(cm-tok-limit)
            '" is not a number.'
        move 8 to return-code
        goback
    end-if.
    compute cm-limit = function numval(cm-tok-limit).
    if cm-limit < 0
        display 'Credit limit may not be negative.'
        move 8 to return-code
        goback
    end-if.
    if cm-tok-hold not = spaces and cm-tok-hold not = 'Y'
            and cm-tok-hold not = 'N'
        display 'Hold flag "' function trim(cm-tok-hold)
            '" must be Y or N.'
        move 8 to return-code
        goback
    end-if.

    move cm-tok-customer to cm-target-customer.
    perform 0810-removebycustomer.
    if entry-found
        perform 0900-splitold
        if cm-tok-hold = spaces
            move cm-old-hold to cm-tok-hold
        end-if
        if cm-tok-collector = spaces
            move cm-old-collector to cm-tok-collector
        end-if
    end-if.
    if cm-tok-hold = spaces
        move 'N' to cm-tok-hold
    end-if.

    if cm-count >= 1000
        display 'Customer master is full.'
        move 8 to return-code
        goback
    end-if.

    perform 0950-buildline.
    add 1 to cm-count.
    move cm-new-line to cm-lines(cm-count).
    perform 0200-savelines.

    move 'SET' to cj-action.
    perform 0850-journal.
    display 'Set.'.

*>*****************************************************************
*> 0700-hold                                                       *
*>*****************************************************************
0700-hold.
    move spaces to cm-tok-customer cm-tok-hold.
    unstring ws-arg-rest delimited by ','
        into cm-tok-customer cm-tok-hold
    end-unstring.
    move function upper-case(cm-tok-customer) to cm-target-customer.
    move function upper-case(cm-tok-hold) to cm-tok-hold.
    if cm-tok-hold not = 'Y' and cm-tok-hold not = 'N'
        display 'HOLD needs customer,Y or customer,N.'
        move 8 to return-code
        goback
    end-if.

    perform 0810-removebycustomer.
    if not entry-found
        display 'No entry for customer "'
            function trim(cm-target-customer) '" found.'
        move 8 to return-code
        goback
    end-if.

    perform 0900-splitold.
    move cm-old-customer to cm-tok-customer.
    move cm-old-name to cm-tok-name.
    move cm-old-address to cm-tok-address.
    move cm-old-city to cm-tok-city.
    move cm-old-state to cm-tok-state.
    move cm-old-zip to cm-tok-zip.
    move cm-old-terms to cm-tok-terms.
    move cm-old-limit to cm-tok-limit.
    move cm-old-collector to cm-tok-collector.
    perform 0950-buildline.
    add 1 to cm-count.
    move cm-new-line to cm-lines(cm-count).
    perform 0200-savelines.

    move 'HOLD' to cj-action.
    perform 0850-journal.
    if cm-tok-hold = 'Y'
        display 'Customer ' function trim(cm-target-customer)
            ' placed on credit hold.'
    else
        display 'Credit hold lifted for '
            function trim(cm-target-customer) '.'
    end-if.

*>*****************************************************************
*> 0800-remove / 0810-removebycustomer                             *
*>*****************************************************************
0800-remove.
    move function upper-case(ws-arg-rest) to cm-target-customer.
    perform 0810-removebycustomer.
    if entry-found
        perform 0200-savelines
        move 'REMOVE' to cj-action
        move spaces to cm-new-line
        perform 0850-journal
        display 'Removed.'
    else
        display 'No entry for customer "'
            function trim(cm-target-customer) '" found.'
        move 8 to return-code
    end-if.

0810-removebycustomer.
    move 'N' to cm-found.
    move spaces to cm-old-line.
    move 0 to cm-filtered-count.
    perform varying cm-idx from 1 by 1 until cm-idx > cm-count
        move spaces to cm-old-customer
        unstring cm-lines(cm-idx) delimited by ','
            into cm-old-customer
        end-unstring
        if cm-old-customer = cm-target-customer
            move 'Y' to cm-found
            move cm-lines(cm-idx) to cm-old-line
        else
            add 1 to cm-filtered-count
            move cm-lines(cm-idx) to cm-filtered(cm-filtered-count)
        end-if
    end-perform.
    move cm-filtered-count to cm-count.
    perform varying cm-idx from 1 by 1 until cm-idx > cm-count
        move cm-filtered(cm-idx) to cm-lines(cm-idx)
    end-perform.

*>*****************************************************************
*> 0850-journal                                                    *
*>*****************************************************************
0850-journal.
    if entry-found
        move cm-old-line to cj-before
    else
        move spaces to cj-before
    end-if.
    move cm-new-line to cj-after.
    call 'maintjournal' using cj-program cj-action
        cj-before cj-after.

*>*****************************************************************
*> 0900-splitold / 0950-buildline                                  *
*>*****************************************************************
0900-splitold.
    move spaces to cm-old-customer cm-old-name cm-old-address
        cm-old-city cm-old-state cm-old-zip cm-old-terms
        cm-old-limit cm-old-hold cm-old-collector.
    unstring cm-old-line delimited by ','
        into cm-old-customer cm-old-name cm-old-address
            cm-old-city cm-old-state cm-old-zip cm-old-terms
            cm-old-limit cm-old-hold cm-old-collector
    end-unstring.
    if cm-old-hold = spaces
        move 'N' to cm-old-hold
    end-if.

0950-buildline.
    compute cm-limit = function numval(cm-tok-limit).
    move cm-limit to cm-limit-display.
    move spaces to cm-new-line.
    string function trim(cm-tok-customer) ','
        function trim(cm-tok-name) ','
        function trim(cm-tok-address) ','
        function trim(cm-tok-city) ','
        function trim(cm-tok-state) ','
        function trim(cm-tok-zip) ','
        function trim(cm-tok-terms) ','
        function trim(cm-limit-display) ','
        cm-tok-hold(1:1) ','
        function trim(cm-tok-collector)
        delimited by size into cm-new-line.

end program custmaint.

*>*****************************************************************
*> customerof                                                     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Returns one customer's CUSTMAST.DAT line - name and address,    *
*> terms, credit limit, hold flag and collector - for the          *
*> statement, dunning and exposure runs.  The master is read once  *
*> per job and cached, the same discipline VENDORPROFILEOF uses.   *
*>                                                                *
*> CALL 'customerof' USING customer-id (x12), result.              *
*>*****************************************************************
identification division.
program-id. customerof.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.

    select custmast-file assign to 'custmast.dat'
        organization is line sequential
        access is sequential
        file status is ws-custmast-status.

data division.
file section.
fd  custmast-file.

01  custmast-record      pic x(200).

working-storage section.
01  ws-custmast-status   pic xx.
    88  ws-custmast-ok       value '00'.

01  ws-eof-custmast      pic x       value 'N'.
    88  eof-custmast         value 'Y'.
01  co-loaded            pic x       value 'N'.
    88  custmast-loaded      value 'Y'.

01  co-count             usage signed-int value 0.
01  co-idx               usage signed-int.
01  co-tok-limit         pic x(16).

01  co-customers.
    05  co-customer occurs 1000 times.
        10  coc-id           pic x(12).
        10  coc-name         pic x(30).
        10  coc-address      pic x(30).
        10  coc-city         pic x(20).
        10  coc-state        pic x(2).
        10  coc-zip          pic x(10).
        10  coc-terms        pic x(12).
        10  coc-limit        pic s9(11)v99 comp-5.
        10  coc-hold         pic x.
        10  coc-collector    pic x(8).

linkage section.
01  co-id                pic x(12).

01  co-result.
    05  co-r-name            pic x(30).
    05  co-r-address         pic x(30).
    05  co-r-city            pic x(20).
    05  co-r-state           pic x(2).
    05  co-r-zip             pic x(10).
    05  co-r-terms           pic x(12).
    05  co-r-limit           pic s9(11)v99 comp-5.
    05  co-r-hold            pic x.
    05  co-r-collector       pic x(8).
    05  co-r-found           pic x.

procedure division using co-id co-result.
0100-main.
    perform 0200-loadcustmast.

    move spaces to co-r-name co-r-address co-r-city co-r-state
        co-r-zip co-r-terms co-r-collector.
    move 0 to co-r-limit.
    move 'N' to co-r-hold.
    move 'N' to co-r-found.
    perform varying co-idx from 1 by 1 until co-idx > co-count
        if coc-id(co-idx) = co-id
            move coc-name(co-idx) to co-r-name
            move coc-address(co-idx) to co-r-address
            move coc-city(co-idx) to co-r-city
            move coc-state(co-idx) to co-r-state
            move coc-zip(co-idx) to co-r-zip
            move coc-terms(co-idx) to co-r-terms
            move coc-limit(co-idx) to co-r-limit
            move coc-hold(co-idx) to co-r-hold
            move coc-collector(co-idx) to co-r-collector
            move 'Y' to co-r-found
            move co-count to co-idx
        end-if
    end-perform.
    goback.

*>*****************************************************************
*> 0200-loadcustmast / 0210-readcustmastline                       *
*>*****************************************************************
0200-loadcustmast.
    if not custmast-loaded
        move 0 to co-count
        move 'N' to ws-eof-custmast
        open input custmast-file
        if ws-custmast-ok
            perform 0210-readcustmastline
            perform until eof-custmast or co-count >= 1000
                add 1 to co-count
                move spaces to co-tok-limit
                unstring custmast-record delimited by ','
                    into coc-id(co-count)
                        coc-name(co-count)
                        coc-address(co-count)
                        coc-city(co-count)
                        coc-state(co-count)
                        coc-zip(co-count)
                        coc-terms(co-count)
                        co-tok-limit
                        coc-hold(co-count)
                        coc-collector(co-count)
                end-unstring
                compute coc-limit(co-count) =
                    function numval(co-tok-limit)
                if coc-hold(co-count) not = 'Y'
                    move 'N' to coc-hold(co-count)
                end-if
                perform 0210-readcustmastline
            end-perform
            close custmast-file
        end-if
        move 'Y' to co-loaded
    end-if.

0210-readcustmastline.
    if not eof-custmast
        read custmast-file
            at end
                move 'Y' to ws-eof-custmast
        end-read
    end-if.

end program customerof.
