*>*****************************************************************
*> companymaint                                                   *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> The second legal entity has its own bank accounts, its own      *
*> fiscal start month and the SAT1 calendar, and was being run out *
*> of a copied directory because none of the ledgers knew which    *
*> company a line belonged to.  COMPANY.DAT is the company master  *
*> - one comma-delimited line per legal entity,                    *
*>                                                                *
*>   COMPANY,CURRENCY,FISCALSTART,CALID[,ROUTING,ACCOUNT]...       *
*>                                                                *
*> (COMPANY a code of up to four characters, CURRENCY the base     *
*> currency, FISCALSTART the month, 1-12, its fiscal year starts,  *
*> CALID its calendar profile on CALPROFILES.DAT, then up to three *
*> disbursement bank accounts as routing/account pairs).  The      *
*> first line is the home company.  The payables, receivables,     *
*> period-status and journal files carry the code of the company a *
*> line belongs to, and a line with no code - everything written   *
*> before the master existed - belongs to the home company, so the *
*> files need no conversion.  Without a master there is just the   *
*> home company: base USD, fiscal year from January, the SHOP      *
*> calendar.                                                       *
*>                                                                *
*> Command line: ACTION [ARGUMENT]                                 *
*>                                                                *
*>   LIST                                  - display the master    *
*>   SET company,currency,fiscalstart,calid[,routing,account]...   *
*>                                         - add or replace a      *
*>                                           company               *
*>   REMOVE company                        - drop a company        *
*>                                                                *
*> The calendar profile must be on CALPROFILES.DAT and each        *
*> routing number must pass the ABA check digit.  The home company *
*> cannot be removed while any other company remains.  SET and     *
*> REMOVE are gated by OPERAUTH and journaled through MAINTJOURNAL.*
*>*****************************************************************
identification division.
program-id. companymaint.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.

    select company-file assign to 'company.dat'
        organization is line sequential
        access is sequential
        file status is ws-company-status.

data division.
file section.
fd  company-file.

01  company-record       pic x(160).

working-storage section.
01  ws-company-status    pic xx.
    88  ws-company-ok        value '00'.

01  ws-cmdline           pic x(200).
01  ws-ptr               usage signed-int.
01  ws-arg-action        pic x(8).
01  ws-arg-rest          pic x(190).

01  ws-eof-company       pic x       value 'N'.
    88  eof-company          value 'Y'.

01  cm-lines             occurs 50 times pic x(160).
01  cm-count             usage signed-int value 0.
01  cm-filtered          occurs 50 times pic x(160).
01  cm-filtered-count    usage signed-int value 0.
01  cm-idx               usage signed-int.
01  cm-bdx               usage signed-int.
01  cm-overflow          pic x value 'N'.
01  cm-hit               usage signed-int value 0.

01  cm-tok-company       pic x(8).
01  cm-tok-currency      pic x(8).
01  cm-tok-fiscal        pic x(4).
01  cm-tok-calid         pic x(10).
01  cm-tok-banks.
    05  cm-tok-bank occurs 3 times.
        10  cm-tok-routing   pic x(12).
        10  cm-tok-account   pic x(20).
01  cm-tok-extra         pic x(12).

01  cm-target-company    pic x(4).
01  cm-found             pic x       value 'N'.
    88  entry-found          value 'Y'.
01  cm-old-line          pic x(160).
01  cm-new-line          pic x(160).
01  cm-fiscalstart       pic 99.
01  cm-ptr               usage signed-int.

*>  ABA check digit: 3, 7, 1 weights across the nine digits must
*>  sum to a multiple of ten.
*>
01  cm-aba-digits        pic 9(9).
01  cm-aba-digit         redefines cm-aba-digits
                         pic 9 occurs 9 times.
01  cm-aba-sum           usage signed-int.
01  cm-aba-weights       pic x(9) value '371371371'.
01  cm-aba-weight        redefines cm-aba-weights
                         pic 9 occurs 9 times.
01  cm-len               usage signed-int.
01  cm-routing           pic x(12).
01  cm-account           pic x(20).

*>  Calendar-profile lookup (see CALENDARPROFILEOF).
*>
01  cm-calid             pic x(8).
01  cm-profile-result.
    05  cm-p-weekend         pic x occurs 7 times.
    05  cm-p-shiftdir        pic s9 occurs 7 times.
    05  cm-p-file            pic x(40).
    05  cm-p-found           pic x.

*>  Maintenance-journal interface (see MAINTJOURNAL).
*>
01  cj-program           pic x(12) value 'COMPANYMAINT'.
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

    if ws-arg-action = 'SET' or ws-arg-action = 'REMOVE'
        perform 0050-authorize
        if return-code = 12
            goback
        end-if
        if cm-overflow = 'Y'
            display 'company.dat exceeds the 50-line table;'
                ' change refused.'
            move 8 to return-code
            goback
        end-if
    end-if.

    evaluate ws-arg-action
        when 'LIST'
            perform 0500-list
        when 'SET'
            perform 0600-set thru 0600-exit
        when 'REMOVE'
            perform 0800-remove thru 0800-exit
        when other
            display 'Usage: companymaint LIST'
                ' | SET company,currency,fiscalstart,calid'
                '[,routing,account]... | REMOVE company'
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
            ' in companymaint.'
        move 12 to return-code
    end-if.

*>*****************************************************************
*> 0100-loadlines / 0110-readcompanyline                           *
*>*****************************************************************
0100-loadlines.
    move 0 to cm-count.
    move 'N' to ws-eof-company.
    open input company-file.
    if ws-company-ok
        perform 0110-readcompanyline
        perform until eof-company or cm-count >= 50
            if company-record not = spaces
                add 1 to cm-count
                move company-record to cm-lines(cm-count)
            end-if
            perform 0110-readcompanyline
        end-perform
        if not eof-company
            move 'Y' to cm-overflow
        end-if
        close company-file
    end-if.

0110-readcompanyline.
    if not eof-company
        read company-file
            at end
                move 'Y' to ws-eof-company
        end-read
    end-if.

*>*****************************************************************
*> 0200-savelines                                                  *
*>*****************************************************************
0200-savelines.
    open output company-file.
    perform varying cm-idx from 1 by 1 until cm-idx > cm-count
        move cm-lines(cm-idx) to company-record
        write company-record
    end-perform.
    close company-file.

*>*****************************************************************
*> 0500-list                                                       *
*>*****************************************************************
0500-list.
    display 'Company,Currency,FiscalStart,CalId,Routing,Account...'.
    perform varying cm-idx from 1 by 1 until cm-idx > cm-count
        display function trim(cm-lines(cm-idx) trailing)
    end-perform.
    if cm-count = 0
        display 'No company master; the home company only'
            ' (USD, fiscal year from January, SHOP calendar).'
    end-if.

*>*****************************************************************
*> 0600-set                                                        *
*>                                                                *
*> Adds the company, or replaces its line in place - the home      *
*> company stays the first line whatever is changed.               *
*>*****************************************************************
0600-set.
    move spaces to cm-tok-company cm-tok-currency cm-tok-fiscal
        cm-tok-calid cm-tok-banks cm-tok-extra.
    unstring ws-arg-rest delimited by ','
        into cm-tok-company cm-tok-currency cm-tok-fiscal
            cm-tok-calid
            cm-tok-routing(1) cm-tok-account(1)
            cm-tok-routing(2) cm-tok-account(2)
            cm-tok-routing(3) cm-tok-account(3)
            cm-tok-extra
    end-unstring.
    move function upper-case(cm-tok-company) to cm-tok-company.
    move function upper-case(cm-tok-currency) to cm-tok-currency.
    move function upper-case(cm-tok-calid) to cm-tok-calid.

    if cm-tok-company = spaces or cm-tok-currency = spaces
            or cm-tok-fiscal = spaces or cm-tok-calid = spaces
        display 'SET needs company,currency,fiscalstart,calid.'
        move 8 to return-code
        go to 0600-exit
    end-if.
    if cm-tok-extra not = spaces
        display 'At most three bank accounts per company.'
        move 8 to return-code
        go to 0600-exit
    end-if.

*>  the code rides in the last column of files whose fifth
*>  column can say VOID, and in a four-byte field of the fixed-
*>  width open-item file.
*>
    if cm-tok-company(5:4) not = spaces
            or cm-tok-company = 'VOID'
        display 'Company code "' function trim(cm-tok-company)
            '" must be one to four characters, and not VOID.'
        move 8 to return-code
        go to 0600-exit
    end-if.
    if cm-tok-currency(4:5) not = spaces
            or cm-tok-currency(1:3) is not alphabetic
        display 'Currency "' function trim(cm-tok-currency)
            '" must be a three-letter code.'
        move 8 to return-code
        go to 0600-exit
    end-if.
    if function test-numval(cm-tok-fiscal) not = 0
        display 'Fiscal start month must be 1-12.'
        move 8 to return-code
        go to 0600-exit
    end-if.
    compute cm-fiscalstart = function numval(cm-tok-fiscal).
    if cm-fiscalstart < 1 or cm-fiscalstart > 12
        display 'Fiscal start month must be 1-12.'
        move 8 to return-code
        go to 0600-exit
    end-if.

    move cm-tok-calid to cm-calid.
    call 'calendarprofileof' using cm-calid cm-profile-result.
    if cm-p-found not = 'Y'
        display 'Calendar profile "' function trim(cm-tok-calid)
            '" is not on calprofiles.dat.'
        move 8 to return-code
        go to 0600-exit
    end-if.

    perform varying cm-bdx from 1 by 1 until cm-bdx > 3
            or return-code = 8
        if cm-tok-routing(cm-bdx) not = spaces
                or cm-tok-account(cm-bdx) not = spaces
            move cm-tok-routing(cm-bdx) to cm-routing
            move cm-tok-account(cm-bdx) to cm-account
            perform 0650-checkbank
        end-if
    end-perform.
    if return-code = 8
        go to 0600-exit
    end-if.

    move spaces to cm-new-line.
    move 1 to cm-ptr.
    string function trim(cm-tok-company) ','
        cm-tok-currency(1:3) ','
        cm-fiscalstart ','
        function trim(cm-tok-calid)
        delimited by size into cm-new-line
        with pointer cm-ptr.
    perform varying cm-bdx from 1 by 1 until cm-bdx > 3
        if cm-tok-routing(cm-bdx) not = spaces
            string ','
                function trim(cm-tok-routing(cm-bdx)) ','
                function trim(cm-tok-account(cm-bdx))
                delimited by size into cm-new-line
                with pointer cm-ptr
        end-if
    end-perform.

    move cm-tok-company to cm-target-company.
    perform 0810-findcompany.
    if entry-found
        move cm-lines(cm-hit) to cm-old-line
        move cm-new-line to cm-lines(cm-hit)
    else
        if cm-count >= 50
            display 'Company master is full.'
            move 8 to return-code
            go to 0600-exit
        end-if
        move spaces to cm-old-line
        add 1 to cm-count
        move cm-new-line to cm-lines(cm-count)
    end-if.
    perform 0200-savelines.

    move 'SET' to cj-action.
    move cm-old-line to cj-before.
    move cm-new-line to cj-after.
    call 'maintjournal' using cj-program cj-action
        cj-before cj-after.
    display 'Set.'.
0600-exit.
    exit.

*>*****************************************************************
*> 0650-checkbank                                                  *
*>                                                                *
*> CM-ROUTING must be nine digits passing the ABA check digit,     *
*> CM-ACCOUNT one to 17 digits - the rules BANKMAINT applies to    *
*> the vendor master.                                              *
*>*****************************************************************
0650-checkbank.
    move length of function trim(cm-routing) to cm-len.
    if cm-len not = 9 or cm-routing(1:9) is not numeric
        display 'Routing number "' function trim(cm-routing)
            '" must be nine digits.'
        move 8 to return-code
    end-if.

    if return-code not = 8
        move cm-routing(1:9) to cm-aba-digits
        move 0 to cm-aba-sum
        perform varying cm-idx from 1 by 1 until cm-idx > 9
            compute cm-aba-sum = cm-aba-sum
                + cm-aba-digit(cm-idx) * cm-aba-weight(cm-idx)
        end-perform
        if function mod(cm-aba-sum, 10) not = 0
            display 'Routing number "' cm-routing(1:9)
                '" fails its check digit.'
            move 8 to return-code
        end-if
    end-if.

    if return-code not = 8
        move length of function trim(cm-account) to cm-len
        if cm-account = spaces or cm-len > 17
            display 'Account number "' function trim(cm-account)
                '" must be one to 17 digits.'
            move 8 to return-code
        else
            if cm-account(1:cm-len) is not numeric
                display 'Account number "'
                    function trim(cm-account)
                    '" must be digits only.'
                move 8 to return-code
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0800-remove / 0810-findcompany                                  *
*>*****************************************************************
0800-remove.
    move function upper-case(ws-arg-rest) to cm-target-company.
    perform 0810-findcompany.
    if not entry-found
        display 'No entry for company "'
            function trim(cm-target-company) '" found.'
        move 8 to return-code
        go to 0800-exit
    end-if.
    if cm-hit = 1 and cm-count > 1
        display 'Company ' function trim(cm-target-company)
            ' is the home company; remove the others first.'
        move 8 to return-code
        go to 0800-exit
    end-if.

    move cm-lines(cm-hit) to cm-old-line.
    move 0 to cm-filtered-count.
    perform varying cm-idx from 1 by 1 until cm-idx > cm-count
        if cm-idx not = cm-hit
            add 1 to cm-filtered-count
            move cm-lines(cm-idx) to cm-filtered(cm-filtered-count)
        end-if
    end-perform.
    move cm-filtered-count to cm-count.
    perform varying cm-idx from 1 by 1 until cm-idx > cm-count
        move cm-filtered(cm-idx) to cm-lines(cm-idx)
    end-perform.
    perform 0200-savelines.

    move 'REMOVE' to cj-action.
    move cm-old-line to cj-before.
    move spaces to cj-after.
    call 'maintjournal' using cj-program cj-action
        cj-before cj-after.
    display 'Removed.'.
0800-exit.
    exit.

0810-findcompany.
    move 'N' to cm-found.
    move 0 to cm-hit.
    perform varying cm-idx from 1 by 1 until cm-idx > cm-count
        move spaces to cm-tok-company
        unstring cm-lines(cm-idx) delimited by ','
            into cm-tok-company
        end-unstring
        if function upper-case(cm-tok-company) = cm-target-company
            move 'Y' to cm-found
            move cm-idx to cm-hit
        end-if
    end-perform.

end program companymaint.

*>*****************************************************************
*> companyof                                                      *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Returns one company's COMPANY.DAT line in the COMPINFO layout - *
*> the home company (the master's first line) for a blank code, so *
*> a ledger line written before the master existed resolves to it. *
*> Without a master the home company is returned with a blank      *
*> code, base USD, fiscal year from January and the SHOP calendar. *
*> The master is read once per job and cached, the same discipline *
*> VENDBANKOF uses.                                                *
*>                                                                *
*> CALL 'companyof' USING company (x4), compinfo-result.           *
*>*****************************************************************
identification division.
program-id. companyof.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.

    select company-file assign to 'company.dat'
        organization is line sequential
        access is sequential
        file status is ws-company-status.

data division.
file section.
fd  company-file.

01  company-record       pic x(160).

working-storage section.
01  ws-company-status    pic xx.
    88  ws-company-ok        value '00'.

01  ws-eof-company       pic x       value 'N'.
    88  eof-company          value 'Y'.
01  co-loaded            pic x       value 'N'.
    88  companies-loaded     value 'Y'.

01  co-count             usage signed-int value 0.
01  co-idx               usage signed-int.
01  co-hit               usage signed-int.
01  co-bdx               usage signed-int.

01  co-tok-fiscal        pic x(4).
01  co-tok-banks.
    05  co-tok-bank occurs 3 times.
        10  co-tok-routing   pic x(9).
        10  co-tok-account   pic x(17).

01  co-companies.
    05  co-company occurs 50 times.
        10  coc-id           pic x(4).
        10  coc-currency     pic x(3).
        10  coc-fiscalstart  pic 99      comp-5.
        10  coc-calid        pic x(8).
        10  coc-bank-count   pic 9       comp-5.
        10  coc-bank occurs 3 times.
            15  coc-routing      pic x(9).
            15  coc-account      pic x(17).

linkage section.
01  co-id                pic x(4).

01  co-result.
    05  co-r-company         pic x(4).
    05  co-r-currency        pic x(3).
    05  co-r-fiscalstart     pic 99      comp-5.
    05  co-r-calid           pic x(8).
    05  co-r-bank-count      pic 9       comp-5.
    05  co-r-bank            occurs 3 times.
        10  co-r-routing     pic x(9).
        10  co-r-account     pic x(17).
    05  co-r-home            pic x.
    05  co-r-found           pic x.

procedure division using co-id co-result.
0100-main.
    perform 0200-loadcompanies.

    move spaces to co-r-company co-r-currency co-r-calid.
    move 0 to co-r-fiscalstart co-r-bank-count.
    perform varying co-bdx from 1 by 1 until co-bdx > 3
        move spaces to co-r-routing(co-bdx) co-r-account(co-bdx)
    end-perform.
    move 'N' to co-r-home co-r-found.

    if co-count = 0
        if co-id = spaces
            move 'USD' to co-r-currency
            move 1 to co-r-fiscalstart
            move 'SHOP' to co-r-calid
            move 'Y' to co-r-home co-r-found
        end-if
        goback
    end-if.

    move 0 to co-hit.
    if co-id = spaces
        move 1 to co-hit
    else
        perform varying co-idx from 1 by 1 until co-idx > co-count
            if coc-id(co-idx) = function upper-case(co-id)
                move co-idx to co-hit
                move co-count to co-idx
            end-if
        end-perform
    end-if.
    if co-hit = 0
        goback
    end-if.

    move coc-id(co-hit) to co-r-company.
    move coc-currency(co-hit) to co-r-currency.
    move coc-fiscalstart(co-hit) to co-r-fiscalstart.
    move coc-calid(co-hit) to co-r-calid.
    move coc-bank-count(co-hit) to co-r-bank-count.
    perform varying co-bdx from 1 by 1 until co-bdx > 3
        move coc-routing(co-hit, co-bdx) to co-r-routing(co-bdx)
        move coc-account(co-hit, co-bdx) to co-r-account(co-bdx)
    end-perform.
    if co-hit = 1
        move 'Y' to co-r-home
    end-if.
    move 'Y' to co-r-found.
    goback.

*>*****************************************************************
*> 0200-loadcompanies / 0210-readcompanyline                       *
*>*****************************************************************
0200-loadcompanies.
    if not companies-loaded
        move 0 to co-count
        move 'N' to ws-eof-company
        open input company-file
        if ws-company-ok
            perform 0210-readcompanyline
            perform until eof-company or co-count >= 50
                if company-record not = spaces
                    add 1 to co-count
                    move spaces to co-tok-fiscal co-tok-banks
                    unstring company-record delimited by ','
                        into coc-id(co-count)
                            coc-currency(co-count)
                            co-tok-fiscal
                            coc-calid(co-count)
                            co-tok-routing(1) co-tok-account(1)
                            co-tok-routing(2) co-tok-account(2)
                            co-tok-routing(3) co-tok-account(3)
                    end-unstring
                    move function upper-case(coc-id(co-count))
                        to coc-id(co-count)
                    compute coc-fiscalstart(co-count) =
                        function numval(co-tok-fiscal)
                    if coc-fiscalstart(co-count) < 1
                            or coc-fiscalstart(co-count) > 12
                        move 1 to coc-fiscalstart(co-count)
                    end-if
                    move 0 to coc-bank-count(co-count)
                    perform varying co-bdx from 1 by 1
                            until co-bdx > 3
                        move co-tok-routing(co-bdx)
                            to coc-routing(co-count, co-bdx)
                        move co-tok-account(co-bdx)
                            to coc-account(co-count, co-bdx)
                        if co-tok-routing(co-bdx) not = spaces
                            add 1 to coc-bank-count(co-count)
                        end-if
                    end-perform
                end-if
                perform 0210-readcompanyline
            end-perform
            close company-file
        end-if
        move 'Y' to co-loaded
    end-if.

0210-readcompanyline.
    if not eof-company
        read company-file
            at end
                move 'Y' to ws-eof-company
        end-read
    end-if.

end program companyof.
