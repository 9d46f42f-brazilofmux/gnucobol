*>*****************************************************************
*> bankmaint                                                      *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> VENDORS.DAT says how to load a vendor's feed; it says nothing   *
*> about where the vendor's money goes.  VENDBANK.DAT is the       *
*> remit-to and bank master - one comma-delimited line per vendor, *
*>                                                                *
*>   VENDOR,ROUTING,ACCOUNT,CHANGED,REMITNAME,ADDRESS,CITY,STATE,  *
*>   ZIP,METHOD                                                    *
*>                                                                *
*> (ROUTING the nine-digit ABA routing number, ACCOUNT up to 17    *
*> digits, CHANGED the business date the bank or remit-to details  *
*> last changed, YYYY-MM-DD, stamped here rather than typed;       *
*> METHOD how the vendor is paid - CHECK through POSPAY, or ACH    *
*> through ACHPAY's NACHA file - CHECK when blank).                *
*> The bank columns come first so that the 80-byte images          *
*> MAINTJOURNAL keeps always carry the routing and account a       *
*> change replaced, whatever the length of the address behind      *
*> them.  PAYRUN holds any vendor whose CHANGED date is still      *
*> inside its cooling-off window for fraud review - the "please    *
*> update our bank account" letter is the commonest attempt we     *
*> see, and a changed account must not be paid the same night.     *
*>                                                                *
*> Command line: ACTION [ARGUMENT]                                 *
*>                                                                *
*>   LIST                                  - display the master    *
*>   SET vendor,routing,account,remitname,address,city,state,zip   *
*>       [,method]                         - add or replace a      *
*>                                           vendor's details      *
*>   REMOVE vendor                         - drop a vendor         *
*>                                                                *
*> SET only restamps CHANGED when something actually differs from  *
*> the line on file, so re-keying an unchanged vendor does not     *
*> restart the cooling-off window; a switch to or from ACH is a    *
*> change like any other.  An omitted method keeps the one on      *
*> file (CHECK for a new vendor).  The routing number must pass    *
*> the ABA check digit.  SET and REMOVE are gated by OPERAUTH and  *
*> journaled through MAINTJOURNAL.                                 *
*>*****************************************************************
identification division.
program-id. bankmaint.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function all intrinsic.

input-output section.
file-control.

    select vendbank-file assign to 'vendbank.dat'
        organization is line sequential
        access is sequential
        file status is ws-vendbank-status.

data division.
file section.
fd  vendbank-file.

01  vendbank-record      pic x(160).

working-storage section.
01  ws-vendbank-status   pic xx.
    88  ws-vendbank-ok       value '00'.

01  ws-cmdline           pic x(200).
01  ws-ptr               usage signed-int.
01  ws-arg-action        pic x(8).
01  ws-arg-rest          pic x(190).

01  ws-eof-vendbank      pic x       value 'N'.
    88  eof-vendbank         value 'Y'.

01  vb-lines             occurs 500 times pic x(160).
01  vb-count             usage signed-int value 0.
01  vb-filtered          occurs 500 times pic x(160).
01  vb-filtered-count    usage signed-int value 0.
01  vb-idx               usage signed-int.
01  vb-overflow          pic x value 'N'.

01  vb-tok-vendor        pic x(12).
01  vb-tok-routing       pic x(12).
01  vb-tok-account       pic x(20).
01  vb-tok-name          pic x(30).
01  vb-tok-address       pic x(30).
01  vb-tok-city          pic x(20).
01  vb-tok-state         pic x(2).
01  vb-tok-zip           pic x(10).
01  vb-tok-method        pic x(8).

01  vb-old-vendor        pic x(12).
01  vb-old-routing       pic x(9).
01  vb-old-account       pic x(17).
01  vb-old-changed       pic x(10).
01  vb-old-name          pic x(30).
01  vb-old-address       pic x(30).
01  vb-old-city          pic x(20).
01  vb-old-state         pic x(2).
01  vb-old-zip           pic x(10).
01  vb-old-method        pic x(8).

01  vb-target-vendor     pic x(12).
01  vb-found             pic x       value 'N'.
    88  entry-found          value 'Y'.
01  vb-old-line          pic x(160).
01  vb-new-line          pic x(160).
01  vb-stamp             pic x(10).

*>  ABA check digit: 3, 7, 1 weights across the nine digits must
*>  sum to a multiple of ten.
*>
01  vb-aba-digits        pic 9(9).
01  vb-aba-digit         redefines vb-aba-digits
                         pic 9 occurs 9 times.
01  vb-aba-sum           usage signed-int.
01  vb-aba-weights       pic x(9) value '371371371'.
01  vb-aba-weight        redefines vb-aba-weights
                         pic 9 occurs 9 times.
01  vb-len               usage signed-int.

*>  Maintenance-journal interface (see MAINTJOURNAL): every bank
*>  change is traceable to a date, an operator's run, and the
*>  routing and account it replaced.
*>
01  vj-program           pic x(12) value 'BANKMAINT'.
01  vj-action            pic x(8).
01  vj-before            pic x(80).
01  vj-after             pic x(80).

*>  Operator authorization (see OPERAUTH).
*>
01  vb-operator          pic x(8).
01  vb-auth-result       pic x.

01  vb-fielded-date.
    05  vb-year              pic s9(9)   comp-5.
    05  vb-month             pic 99      comp-5.
    05  vb-dom               pic 99      comp-5.
    05  vb-doy               pic 999     comp-5.
    05  vb-dow               pic 9       comp-5.

01  vb-date-text         pic x(20).
01  vb-today             pic x(10).

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

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to vb-fielded-date.
    move dateformat(vb-fielded-date, '01') to vb-date-text.
    move vb-date-text(1:10) to vb-today.

    perform 0100-loadlines.

    if ws-arg-action = 'SET' or ws-arg-action = 'REMOVE'
        perform 0050-authorize
        if return-code = 12
            goback
        end-if
        if vb-overflow = 'Y'
            display 'vendbank.dat exceeds the 500-line table;'
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
        when 'REMOVE'
            perform 0800-remove
        when other
            display 'Usage: bankmaint LIST'
                ' | SET vendor,routing,account,remitname,address,'
                'city,state,zip[,method] | REMOVE vendor'
            move 8 to return-code
    end-evaluate.

    goback.

*>*****************************************************************
*> 0050-authorize                                                  *
*>*****************************************************************
0050-authorize.
    move spaces to vb-operator.
    accept vb-operator from environment 'OPERATOR'.
    move function upper-case(vb-operator) to vb-operator.
    call 'operauth' using vb-operator vj-program ws-arg-action
        vb-auth-result.
    if vb-auth-result not = 'Y'
        display 'Operator "' function trim(vb-operator)
            '" is not authorized for ' ws-arg-action
            ' in bankmaint.'
        move 12 to return-code
    end-if.

*>*****************************************************************
*> 0100-loadlines / 0110-readvendbankline                          *
*>*****************************************************************
0100-loadlines.
    move 0 to vb-count.
    move 'N' to ws-eof-vendbank.
    open input vendbank-file.
    if ws-vendbank-ok
        perform 0110-readvendbankline
        perform until eof-vendbank or vb-count >= 500
            add 1 to vb-count
            move vendbank-record to vb-lines(vb-count)
            perform 0110-readvendbankline
        end-perform
        if not eof-vendbank
            move 'Y' to vb-overflow
        end-if
        close vendbank-file
    end-if.

0110-readvendbankline.
    if not eof-vendbank
        read vendbank-file
            at end
                move 'Y' to ws-eof-vendbank
        end-read
    end-if.

*>*****************************************************************
*> 0200-savelines                                                  *
*>*****************************************************************
0200-savelines.
    open output vendbank-file.
    perform varying vb-idx from 1 by 1 until vb-idx > vb-count
        move vb-lines(vb-idx) to vendbank-record
        write vendbank-record
    end-perform.
    close vendbank-file.

*>*****************************************************************
*> 0500-list                                                       *
*>*****************************************************************
0500-list.
    display 'Vendor,Routing,Account,Changed,RemitName,Address,'
        'City,State,Zip,Method'.
    perform varying vb-idx from 1 by 1 until vb-idx > vb-count
        display function trim(vb-lines(vb-idx) trailing)
    end-perform.

*>*****************************************************************
*> 0600-set                                                        *
*>                                                                *
*> Adds the vendor, or replaces its line.  CHANGED carries over    *
*> from the old line when nothing differs; any difference in the   *
*> bank or remit-to columns restamps it with today.                *
*>*****************************************************************
0600-set.
    move spaces to vb-tok-vendor vb-tok-routing vb-tok-account
        vb-tok-name vb-tok-address vb-tok-city vb-tok-state
        vb-tok-zip vb-tok-method.
    unstring ws-arg-rest delimited by ','
        into vb-tok-vendor vb-tok-routing vb-tok-account
            vb-tok-name vb-tok-address vb-tok-city vb-tok-state
            vb-tok-zip vb-tok-method
    end-unstring.
    move function upper-case(vb-tok-vendor) to vb-tok-vendor.
    move function upper-case(vb-tok-method) to vb-tok-method.
    if vb-tok-method not = spaces and vb-tok-method not = 'CHECK'
            and vb-tok-method not = 'ACH'
        display 'Method "' function trim(vb-tok-method)
            '" must be CHECK or ACH.'
        move 8 to return-code
        goback
    end-if.

    if vb-tok-vendor = spaces or vb-tok-routing = spaces
            or vb-tok-account = spaces or vb-tok-name = spaces
        display 'SET needs vendor,routing,account,remitname,'
            'address,city,state,zip.'
        move 8 to return-code
        goback
    end-if.

    perform 0650-checkrouting.
    if return-code = 8
        goback
    end-if.

    move vb-tok-vendor to vb-target-vendor.
    perform 0810-removebyvendor.

    move vb-today to vb-stamp.
    if entry-found
        move spaces to vb-old-vendor vb-old-routing vb-old-account
            vb-old-changed vb-old-name vb-old-address vb-old-city
            vb-old-state vb-old-zip vb-old-method
        unstring vb-old-line delimited by ','
            into vb-old-vendor vb-old-routing vb-old-account
                vb-old-changed vb-old-name vb-old-address
                vb-old-city vb-old-state vb-old-zip vb-old-method
        end-unstring
        if vb-old-method = spaces
            move 'CHECK' to vb-old-method
        end-if
        if vb-tok-method = spaces
            move vb-old-method to vb-tok-method
        end-if
        if vb-old-routing = vb-tok-routing
                and vb-old-account = vb-tok-account
                and vb-old-name = vb-tok-name
                and vb-old-address = vb-tok-address
                and vb-old-city = vb-tok-city
                and vb-old-state = vb-tok-state
                and vb-old-zip = vb-tok-zip
                and vb-old-method = vb-tok-method
            move vb-old-changed to vb-stamp
        end-if
    end-if.

    if vb-tok-method = spaces
        move 'CHECK' to vb-tok-method
    end-if.

    if vb-count >= 500
        display 'Vendor bank master is full.'
        move 8 to return-code
        goback
    end-if.

    move spaces to vb-new-line.
    string function trim(vb-tok-vendor) ','
        function trim(vb-tok-routing) ','
        function trim(vb-tok-account) ','
        vb-stamp ','
        function trim(vb-tok-name) ','
        function trim(vb-tok-address) ','
        function trim(vb-tok-city) ','
        function trim(vb-tok-state) ','
        function trim(vb-tok-zip) ','
        function trim(vb-tok-method)
        delimited by size into vb-new-line.
    add 1 to vb-count.
    move vb-new-line to vb-lines(vb-count).
    perform 0200-savelines.

    move 'SET' to vj-action.
    if entry-found
        move vb-old-line to vj-before
    else
        move spaces to vj-before
    end-if.
    move vb-new-line to vj-after.
    call 'maintjournal' using vj-program vj-action
        vj-before vj-after.

    if vb-stamp = vb-today
        display 'Set; details changed as of ' vb-today
            ' - payments hold through the cooling-off window.'
    else
        display 'Set; no change to bank or remit-to details.'
    end-if.

*>*****************************************************************
*> 0650-checkrouting                                               *
*>                                                                *
*> Routing must be nine digits passing the ABA check digit;        *
*> account at most 17 digits.                                      *
*>*****************************************************************
0650-checkrouting.
    move length of function trim(vb-tok-routing) to vb-len.
    if vb-len not = 9
        display 'Routing number "' function trim(vb-tok-routing)
            '" must be nine digits.'
        move 8 to return-code
    else
        if vb-tok-routing(1:9) is not numeric
            display 'Routing number "' vb-tok-routing(1:9)
                '" must be nine digits.'
            move 8 to return-code
        end-if
    end-if.

    if return-code not = 8
        move vb-tok-routing(1:9) to vb-aba-digits
        move 0 to vb-aba-sum
        perform varying vb-idx from 1 by 1 until vb-idx > 9
            compute vb-aba-sum = vb-aba-sum
                + vb-aba-digit(vb-idx) * vb-aba-weight(vb-idx)
        end-perform
        if function mod(vb-aba-sum, 10) not = 0
            display 'Routing number "' vb-tok-routing(1:9)
                '" fails its check digit.'
            move 8 to return-code
        end-if
    end-if.

    if return-code not = 8
        move length of function trim(vb-tok-account) to vb-len
        if vb-len > 17
            display 'Account number "' function trim(vb-tok-account)
                '" is longer than 17 digits.'
            move 8 to return-code
        else
            if vb-tok-account(1:vb-len) is not numeric
                display 'Account number "'
                    function trim(vb-tok-account)
                    '" must be digits only.'
                move 8 to return-code
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0800-remove / 0810-removebyvendor                               *
*>*****************************************************************
0800-remove.
    move function upper-case(ws-arg-rest) to vb-target-vendor.
    perform 0810-removebyvendor.
    if entry-found
        perform 0200-savelines
        move 'REMOVE' to vj-action
        move vb-old-line to vj-before
        move spaces to vj-after
        call 'maintjournal' using vj-program vj-action
            vj-before vj-after
        display 'Removed.'
    else
        display 'No entry for vendor "'
            function trim(vb-target-vendor) '" found.'
        move 8 to return-code
    end-if.

0810-removebyvendor.
    move 'N' to vb-found.
    move spaces to vb-old-line.
    move 0 to vb-filtered-count.
    perform varying vb-idx from 1 by 1 until vb-idx > vb-count
        move spaces to vb-old-vendor
        unstring vb-lines(vb-idx) delimited by ','
            into vb-old-vendor
        end-unstring
        if vb-old-vendor = vb-target-vendor
            move 'Y' to vb-found
            move vb-lines(vb-idx) to vb-old-line
        else
            add 1 to vb-filtered-count
            move vb-lines(vb-idx) to vb-filtered(vb-filtered-count)
        end-if
    end-perform.
    move vb-filtered-count to vb-count.
    perform varying vb-idx from 1 by 1 until vb-idx > vb-count
        move vb-filtered(vb-idx) to vb-lines(vb-idx)
    end-perform.

end program bankmaint.

*>*****************************************************************
*> vendbankof                                                     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Returns one vendor's VENDBANK.DAT line - routing, account, the  *
*> date the details last changed, the remit-to name and address,   *
*> and the payment method (CHECK when the column is blank) - for   *
*> PAYRUN's cooling-off test and the bank-file and remittance      *
*> writers.  The master is read once per job and cached, the same  *
*> discipline VENDORPROFILEOF uses.                                *
*>                                                                *
*> CALL 'vendbankof' USING vendor-id (x12), result.                *
*>*****************************************************************
identification division.
program-id. vendbankof.

environment division.
input-output section.
file-control.

    select vendbank-file assign to 'vendbank.dat'
        organization is line sequential
        access is sequential
        file status is ws-vendbank-status.

data division.
file section.
fd  vendbank-file.

01  vendbank-record      pic x(160).

working-storage section.
01  ws-vendbank-status   pic xx.
    88  ws-vendbank-ok       value '00'.

01  ws-eof-vendbank      pic x       value 'N'.
    88  eof-vendbank         value 'Y'.
01  vk-loaded            pic x       value 'N'.
    88  vendbank-loaded      value 'Y'.

01  vk-count             usage signed-int value 0.
01  vk-idx               usage signed-int.

01  vk-vendors.
    05  vk-vendor occurs 500 times.
        10  vkv-id           pic x(12).
        10  vkv-routing      pic x(9).
        10  vkv-account      pic x(17).
        10  vkv-changed      pic x(10).
        10  vkv-name         pic x(30).
        10  vkv-address      pic x(30).
        10  vkv-city         pic x(20).
        10  vkv-state        pic x(2).
        10  vkv-zip          pic x(10).
        10  vkv-method       pic x(5).

linkage section.
01  vk-id                pic x(12).

01  vk-result.
    05  vk-r-routing         pic x(9).
    05  vk-r-account         pic x(17).
    05  vk-r-changed         pic x(10).
    05  vk-r-name            pic x(30).
    05  vk-r-address         pic x(30).
    05  vk-r-city            pic x(20).
    05  vk-r-state           pic x(2).
    05  vk-r-zip             pic x(10).
    05  vk-r-method          pic x(5).
    05  vk-r-found           pic x.

procedure division using vk-id vk-result.
0100-main.
    perform 0200-loadvendbank.

    move spaces to vk-result.
    move 'N' to vk-r-found.
    perform varying vk-idx from 1 by 1 until vk-idx > vk-count
        if vkv-id(vk-idx) = vk-id
            move vkv-routing(vk-idx) to vk-r-routing
            move vkv-account(vk-idx) to vk-r-account
            move vkv-changed(vk-idx) to vk-r-changed
            move vkv-name(vk-idx) to vk-r-name
            move vkv-address(vk-idx) to vk-r-address
            move vkv-city(vk-idx) to vk-r-city
            move vkv-state(vk-idx) to vk-r-state
            move vkv-zip(vk-idx) to vk-r-zip
            move vkv-method(vk-idx) to vk-r-method
            if vk-r-method = spaces
                move 'CHECK' to vk-r-method
            end-if
            move 'Y' to vk-r-found
            move vk-count to vk-idx
        end-if
    end-perform.
    goback.

*>*****************************************************************
*> 0200-loadvendbank / 0210-readvendbankline                       *
*>*****************************************************************
0200-loadvendbank.
    if not vendbank-loaded
        move 0 to vk-count
        move 'N' to ws-eof-vendbank
        open input vendbank-file
        if ws-vendbank-ok
            perform 0210-readvendbankline
            perform until eof-vendbank or vk-count >= 500
                add 1 to vk-count
                unstring vendbank-record delimited by ','
                    into vkv-id(vk-count)
                        vkv-routing(vk-count)
                        vkv-account(vk-count)
                        vkv-changed(vk-count)
                        vkv-name(vk-count)
                        vkv-address(vk-count)
                        vkv-city(vk-count)
                        vkv-state(vk-count)
                        vkv-zip(vk-count)
                        vkv-method(vk-count)
                end-unstring
                perform 0210-readvendbankline
            end-perform
            close vendbank-file
        end-if
        move 'Y' to vk-loaded
    end-if.

0210-readvendbankline.
    if not eof-vendbank
        read vendbank-file
            at end
                move 'Y' to ws-eof-vendbank
        end-read
    end-if.

end program vendbankof.
