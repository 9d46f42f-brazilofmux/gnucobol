*>*****************************************************************
*> coamaint                                                        *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> GLGATE proved each batch balanced but took any ACCOUNT string   *
*> it was given, so a typo posted happily to an account nobody     *
*> would ever report.  COAMAST.DAT is the chart of accounts - one  *
*> comma-delimited line per account,                               *
*>                                                                *
*>   ACCOUNT,DESCRIPTION,TYPE,NORMAL,STATUS,EFFECTIVE,EXPIRES      *
*>                                                                *
*> (TYPE ASSET, LIABILITY, EQUITY, REVENUE or EXPENSE; NORMAL the  *
*> side the balance normally sits on, D or C; STATUS OPEN or       *
*> CLOSED; EFFECTIVE the first date the account takes postings     *
*> and EXPIRES the last, either blank for no limit).  GLGATE       *
*> suspends a batch naming an account that is not here or not      *
*> postable on the batch's date, and TRIALBAL prints the chart's   *
*> descriptions and types.                                         *
*>                                                                *
*> Command line: ACTION [ARGUMENT]                                 *
*>                                                                *
*>   LIST                                  - display the chart     *
*>   SET account,description,type[,normal[,effective[,expires]]]   *
*>                                         - add or replace an     *
*>                                           account               *
*>   CLOSE account[,date]                  - close the account;    *
*>                                           postings dated after  *
*>                                           DATE (or any, with no *
*>                                           date) are refused     *
*>   REOPEN account                        - open it again         *
*>                                                                *
*> An omitted NORMAL follows the type (D for ASSET and EXPENSE, C  *
*> otherwise); a SET keeps the account's status.  Accounts are     *
*> closed, never removed, so the balances already posted to one    *
*> still print.  SET, CLOSE and REOPEN are gated by OPERAUTH and   *
*> journaled through MAINTJOURNAL, the BANKMAINT discipline.       *
*>*****************************************************************
identification division.
program-id. coamaint.

environment division.
configuration section.
repository.
    function dateparse
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select coa-file assign to 'coamast.dat'
        organization is line sequential
        access is sequential
        file status is ws-coa-status.

data division.
file section.
fd  coa-file.

01  coa-record           pic x(120).

working-storage section.
01  ws-coa-status        pic xx.
    88  ws-coa-ok            value '00'.

01  ws-cmdline           pic x(200).
01  ws-ptr               usage signed-int.
01  ws-arg-action        pic x(8).
01  ws-arg-rest          pic x(190).

01  ws-eof-coa           pic x       value 'N'.
    88  eof-coa              value 'Y'.

01  ch-lines             occurs 2000 times pic x(120).
01  ch-count             usage signed-int value 0.
01  ch-filtered          occurs 2000 times pic x(120).
01  ch-filtered-count    usage signed-int value 0.
01  ch-idx               usage signed-int.
01  ch-overflow          pic x value 'N'.

01  ch-tok-account       pic x(16).
01  ch-tok-description   pic x(30).
01  ch-tok-type          pic x(10).
01  ch-tok-normal        pic x(4).
01  ch-tok-status        pic x(6).
01  ch-tok-effective     pic x(10).
01  ch-tok-expires       pic x(10).

01  ch-old-account       pic x(16).
01  ch-old-description   pic x(30).
01  ch-old-type          pic x(10).
01  ch-old-normal        pic x(4).
01  ch-old-status        pic x(6).
01  ch-old-effective     pic x(10).
01  ch-old-expires       pic x(10).

01  ch-target-account    pic x(16).
01  ch-found             pic x       value 'N'.
    88  entry-found          value 'Y'.
01  ch-old-line          pic x(120).
01  ch-new-line          pic x(120).

01  ch-date-in           pic x(10).
01  ch-date-ok           pic x.
01  ch-effective-ld      usage signed-int.
01  ch-expires-ld        usage signed-int.

01  ch-parse-result.
    05  ch-p-fielded.
        10  ch-p-year        pic s9(9)   comp-5.
        10  ch-p-month       pic 99      comp-5.
        10  ch-p-dom         pic 99      comp-5.
    05  ch-p-success     pic x.

*>  Maintenance-journal interface (see MAINTJOURNAL).
*>
01  cj-program           pic x(12) value 'COAMAINT'.
01  cj-action            pic x(8).
01  cj-before            pic x(80).
01  cj-after             pic x(80).

*>  Operator authorization (see OPERAUTH).
*>
01  ch-operator          pic x(8).
01  ch-auth-result       pic x.

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

    if ws-arg-action = 'SET' or ws-arg-action = 'CLOSE'
            or ws-arg-action = 'REOPEN'
        perform 0050-authorize
        if return-code = 12
            goback
        end-if
        if ch-overflow = 'Y'
            display 'coamast.dat exceeds the 2000-line table;'
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
        when 'CLOSE'
            perform 0700-close
        when 'REOPEN'
            perform 0750-reopen
        when other
            display 'Usage: coamaint LIST'
                ' | SET account,description,type'
                '[,normal[,effective[,expires]]]'
                ' | CLOSE account[,date] | REOPEN account'
            move 8 to return-code
    end-evaluate.

    goback.

*>*****************************************************************
*> 0050-authorize                                                  *
*>*****************************************************************
0050-authorize.
    move spaces to ch-operator.
    accept ch-operator from environment 'OPERATOR'.
    move function upper-case(ch-operator) to ch-operator.
    call 'operauth' using ch-operator cj-program ws-arg-action
        ch-auth-result.
    if ch-auth-result not = 'Y'
        display 'Operator "' function trim(ch-operator)
            '" is not authorized for ' ws-arg-action
            ' in coamaint.'
        move 12 to return-code
    end-if.

*>*****************************************************************
*> 0100-loadlines / 0110-readcoaline                               *
*>*****************************************************************
0100-loadlines.
    move 0 to ch-count.
    move 'N' to ws-eof-coa.
    open input coa-file.
    if ws-coa-ok
        perform 0110-readcoaline
        perform until eof-coa or ch-count >= 2000
            add 1 to ch-count
            move coa-record to ch-lines(ch-count)
            perform 0110-readcoaline
        end-perform
        if not eof-coa
            move 'Y' to ch-overflow
        end-if
        close coa-file
    end-if.

0110-readcoaline.
    if not eof-coa
        read coa-file
            at end
                move 'Y' to ws-eof-coa
        end-read
    end-if.

*>*****************************************************************
*> 0200-savelines                                                  *
*>*****************************************************************
0200-savelines.
    open output coa-file.
    perform varying ch-idx from 1 by 1 until ch-idx > ch-count
        move ch-lines(ch-idx) to coa-record
        write coa-record
    end-perform.
    close coa-file.

*>*****************************************************************
*> 0500-list                                                       *
*>*****************************************************************
0500-list.
    display 'Account,Description,Type,Normal,Status,Effective,'
        'Expires'.
    perform varying ch-idx from 1 by 1 until ch-idx > ch-count
        display function trim(ch-lines(ch-idx) trailing)
    end-perform.

*>*****************************************************************
*> 0600-set                                                        *
*>*****************************************************************
0600-set.
    move spaces to ch-tok-account ch-tok-description ch-tok-type
        ch-tok-normal ch-tok-status ch-tok-effective ch-tok-expires.
    unstring ws-arg-rest delimited by ','
        into ch-tok-account ch-tok-description ch-tok-type
            ch-tok-normal ch-tok-effective ch-tok-expires
    end-unstring.
    move function upper-case(ch-tok-account) to ch-tok-account.
    move function upper-case(ch-tok-type) to ch-tok-type.
    move function upper-case(ch-tok-normal) to ch-tok-normal.

    if ch-tok-account = spaces or ch-tok-description = spaces
            or ch-tok-type = spaces
        display 'SET needs account,description,type.'
        move 8 to return-code
        goback
    end-if.
    if ch-tok-type not = 'ASSET' and ch-tok-type not = 'LIABILITY'
            and ch-tok-type not = 'EQUITY'
            and ch-tok-type not = 'REVENUE'
            and ch-tok-type not = 'EXPENSE'
        display 'Type "' function trim(ch-tok-type) '" must be'
            ' ASSET, LIABILITY, EQUITY, REVENUE or EXPENSE.'
        move 8 to return-code
        goback
    end-if.
    if ch-tok-normal = spaces
        if ch-tok-type = 'ASSET' or ch-tok-type = 'EXPENSE'
            move 'D' to ch-tok-normal
        else
            move 'C' to ch-tok-normal
        end-if
    end-if.
    if ch-tok-normal not = 'D' and ch-tok-normal not = 'C'
        display 'Normal balance "' function trim(ch-tok-normal)
            '" must be D or C.'
        move 8 to return-code
        goback
    end-if.

    move 0 to ch-effective-ld ch-expires-ld.
    if ch-tok-effective not = spaces
        move ch-tok-effective to ch-date-in
        perform 0910-checkdate
        if ch-date-ok = 'N'
            goback
        end-if
        move fielded_to_linear(ch-p-year, ch-p-month, ch-p-dom)
            to ch-effective-ld
    end-if.
    if ch-tok-expires not = spaces
        move ch-tok-expires to ch-date-in
        perform 0910-checkdate
        if ch-date-ok = 'N'
            goback
        end-if
        move fielded_to_linear(ch-p-year, ch-p-month, ch-p-dom)
            to ch-expires-ld
        if ch-effective-ld > 0 and ch-expires-ld < ch-effective-ld
            display 'An account cannot expire before it is'
                ' effective.'
            move 8 to return-code
            goback
        end-if
    end-if.

    move ch-tok-account to ch-target-account.
    perform 0810-removebyaccount.
    move 'OPEN' to ch-tok-status.
    if entry-found
        perform 0900-splitold
        move ch-old-status to ch-tok-status
    end-if.

    if ch-count >= 2000
        display 'Chart of accounts is full.'
        move 8 to return-code
        goback
    end-if.

    perform 0950-buildline.
    add 1 to ch-count.
    move ch-new-line to ch-lines(ch-count).
    perform 0200-savelines.

    move 'SET' to cj-action.
    perform 0850-journal.
    display 'Set.'.

*>*****************************************************************
*> 0700-close / 0750-reopen                                        *
*>*****************************************************************
0700-close.
    move spaces to ch-tok-account ch-date-in.
    unstring ws-arg-rest delimited by ','
        into ch-tok-account ch-date-in
    end-unstring.
    move function upper-case(ch-tok-account) to ch-target-account.
    if ch-date-in not = spaces
        perform 0910-checkdate
        if ch-date-ok = 'N'
            goback
        end-if
    end-if.

    perform 0810-removebyaccount.
    if not entry-found
        perform 0820-notfound
        goback
    end-if.
    perform 0900-splitold.
    perform 0960-takeold.
    move 'CLOSED' to ch-tok-status.
    move ch-date-in to ch-tok-expires.
    perform 0950-buildline.
    add 1 to ch-count.
    move ch-new-line to ch-lines(ch-count).
    perform 0200-savelines.

    move 'CLOSE' to cj-action.
    perform 0850-journal.
    display 'Account ' function trim(ch-target-account) ' closed.'.

0750-reopen.
    move function upper-case(ws-arg-rest) to ch-target-account.
    perform 0810-removebyaccount.
    if not entry-found
        perform 0820-notfound
        goback
    end-if.
    perform 0900-splitold.
    perform 0960-takeold.
    move 'OPEN' to ch-tok-status.
    move spaces to ch-tok-expires.
    perform 0950-buildline.
    add 1 to ch-count.
    move ch-new-line to ch-lines(ch-count).
    perform 0200-savelines.

    move 'REOPEN' to cj-action.
    perform 0850-journal.
    display 'Account ' function trim(ch-target-account) ' reopened.'.

*>*****************************************************************
*> 0810-removebyaccount / 0820-notfound                            *
*>*****************************************************************
0810-removebyaccount.
    move 'N' to ch-found.
    move spaces to ch-old-line.
    move 0 to ch-filtered-count.
    perform varying ch-idx from 1 by 1 until ch-idx > ch-count
        move spaces to ch-old-account
        unstring ch-lines(ch-idx) delimited by ','
            into ch-old-account
        end-unstring
        if ch-old-account = ch-target-account
            move 'Y' to ch-found
            move ch-lines(ch-idx) to ch-old-line
        else
            add 1 to ch-filtered-count
            move ch-lines(ch-idx) to ch-filtered(ch-filtered-count)
        end-if
    end-perform.
    move ch-filtered-count to ch-count.
    perform varying ch-idx from 1 by 1 until ch-idx > ch-count
        move ch-filtered(ch-idx) to ch-lines(ch-idx)
    end-perform.

0820-notfound.
    display 'No entry for account "'
        function trim(ch-target-account) '" found.'.
    move 8 to return-code.

*>*****************************************************************
*> 0850-journal                                                    *
*>*****************************************************************
0850-journal.
    if entry-found
        move ch-old-line to cj-before
    else
        move spaces to cj-before
    end-if.
    move ch-new-line to cj-after.
    call 'maintjournal' using cj-program cj-action
        cj-before cj-after.

*>*****************************************************************
*> 0900-splitold / 0910-checkdate / 0950-buildline / 0960-takeold  *
*>*****************************************************************
0900-splitold.
    move spaces to ch-old-account ch-old-description ch-old-type
        ch-old-normal ch-old-status ch-old-effective
        ch-old-expires.
    unstring ch-old-line delimited by ','
        into ch-old-account ch-old-description ch-old-type
            ch-old-normal ch-old-status ch-old-effective
            ch-old-expires
    end-unstring.
    if ch-old-status = spaces
        move 'OPEN' to ch-old-status
    end-if.

*>  CH-DATE-IN must be YYYY-MM-DD; CH-DATE-OK N
*>  (and RETURN-CODE 8) when it is not a date.
*>
0910-checkdate.
    move 'Y' to ch-date-ok.
    move dateparse(ch-date-in, '02') to ch-parse-result.
    if ch-p-success = 'N'
        display 'Date "' function trim(ch-date-in)
            '" must be YYYY-MM-DD.'
        move 8 to return-code
        move 'N' to ch-date-ok
    end-if.

0950-buildline.
    move spaces to ch-new-line.
    string function trim(ch-tok-account) ','
        function trim(ch-tok-description) ','
        function trim(ch-tok-type) ','
        ch-tok-normal(1:1) ','
        function trim(ch-tok-status) ','
        function trim(ch-tok-effective) ','
        function trim(ch-tok-expires)
        delimited by size into ch-new-line.

0960-takeold.
    move ch-old-account to ch-tok-account.
    move ch-old-description to ch-tok-description.
    move ch-old-type to ch-tok-type.
    move ch-old-normal to ch-tok-normal.
    move ch-old-effective to ch-tok-effective.
    move ch-old-expires to ch-tok-expires.

end program coamaint.

*>*****************************************************************
*> accountof                                                       *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Returns one account's COAMAST.DAT line and whether it takes     *
*> postings on a given date - on or after EFFECTIVE, on or before  *
*> EXPIRES, and OPEN (a CLOSED account with an EXPIRES date still  *
*> takes postings dated up to it, so a late batch for the period   *
*> before the close is not refused).  The chart is read once per   *
*> job and cached, the same discipline VENDORPROFILEOF uses.       *
*>                                                                *
*> CALL 'accountof' USING account (x16), linear-date (signed-int), *
*> coaacct-result.                                                 *
*>*****************************************************************
identification division.
program-id. accountof.

environment division.
configuration section.
repository.
    function dateparse
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select coa-file assign to 'coamast.dat'
        organization is line sequential
        access is sequential
        file status is ws-coa-status.

data division.
file section.
fd  coa-file.

01  coa-record           pic x(120).

working-storage section.
01  ws-coa-status        pic xx.
    88  ws-coa-ok            value '00'.

01  ws-eof-coa           pic x       value 'N'.
    88  eof-coa              value 'Y'.
01  ac-loaded            pic x       value 'N'.
    88  coa-loaded           value 'Y'.

01  ac-count             usage signed-int value 0.
01  ac-idx               usage signed-int.
01  ac-tok-effective     pic x(10).
01  ac-tok-expires       pic x(10).

01  ac-accounts.
    05  ac-account occurs 2000 times.
        10  aca-account      pic x(16).
        10  aca-description  pic x(30).
        10  aca-type         pic x(10).
        10  aca-normal       pic x.
        10  aca-status       pic x(6).
        10  aca-effective-ld usage signed-int.
        10  aca-expires-ld   usage signed-int.

01  ac-parse-result.
    05  ac-p-fielded.
        10  ac-p-year        pic s9(9)   comp-5.
        10  ac-p-month       pic 99      comp-5.
        10  ac-p-dom         pic 99      comp-5.
    05  ac-p-success     pic x.

linkage section.
01  ac-id                pic x(16).
01  ac-ld                usage signed-int.
copy coaacct.

procedure division using ac-id ac-ld coaacct-result.
0100-main.
    perform 0200-loadcoa.

    move spaces to ca-description ca-type ca-normal ca-status.
    move 0 to ca-effective-ld ca-expires-ld.
    move 'N' to ca-postable.
    move 'N' to ca-found.
    perform varying ac-idx from 1 by 1 until ac-idx > ac-count
        if aca-account(ac-idx) = ac-id
            move aca-description(ac-idx) to ca-description
            move aca-type(ac-idx) to ca-type
            move aca-normal(ac-idx) to ca-normal
            move aca-status(ac-idx) to ca-status
            move aca-effective-ld(ac-idx) to ca-effective-ld
            move aca-expires-ld(ac-idx) to ca-expires-ld
            move 'Y' to ca-found
            move ac-count to ac-idx
        end-if
    end-perform.

    if ca-found = 'Y'
        move 'Y' to ca-postable
        if ca-effective-ld > 0 and ac-ld < ca-effective-ld
            move 'N' to ca-postable
        end-if
        if ca-expires-ld > 0 and ac-ld > ca-expires-ld
            move 'N' to ca-postable
        end-if
        if ca-status = 'CLOSED' and ca-expires-ld = 0
            move 'N' to ca-postable
        end-if
    end-if.
    goback.

*>*****************************************************************
*> 0200-loadcoa / 0210-readcoaline                                 *
*>*****************************************************************
0200-loadcoa.
    if not coa-loaded
        move 0 to ac-count
        move 'N' to ws-eof-coa
        open input coa-file
        if ws-coa-ok
            perform 0210-readcoaline
            perform until eof-coa or ac-count >= 2000
                add 1 to ac-count
                move spaces to ac-tok-effective ac-tok-expires
                unstring coa-record delimited by ','
                    into aca-account(ac-count)
                        aca-description(ac-count)
                        aca-type(ac-count)
                        aca-normal(ac-count)
                        aca-status(ac-count)
                        ac-tok-effective
                        ac-tok-expires
                end-unstring
                move function upper-case(aca-status(ac-count))
                    to aca-status(ac-count)
                move 0 to aca-effective-ld(ac-count)
                move 0 to aca-expires-ld(ac-count)
                move dateparse(ac-tok-effective, '02')
                    to ac-parse-result
                if ac-p-success = 'Y'
                    move fielded_to_linear(ac-p-year, ac-p-month,
                            ac-p-dom) to aca-effective-ld(ac-count)
                end-if
                move dateparse(ac-tok-expires, '02')
                    to ac-parse-result
                if ac-p-success = 'Y'
                    move fielded_to_linear(ac-p-year, ac-p-month,
                            ac-p-dom) to aca-expires-ld(ac-count)
                end-if
                perform 0210-readcoaline
            end-perform
            close coa-file
        end-if
        move 'Y' to ac-loaded
    end-if.

0210-readcoaline.
    if not eof-coa
        read coa-file
            at end
                move 'Y' to ws-eof-coa
        end-read
    end-if.

end program accountof.
