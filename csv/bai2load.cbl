*>*****************************************************************
*> bai2load - BAI2 prior-day bank file intake.                     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> BANKRECON's cleared-items CSV and CASHAPP's receipts CSV were   *
*> keyed every morning from the bank portal, though the bank       *
*> already sends the BAI2 prior-day file carrying every cleared    *
*> check and lockbox deposit.  This validates that file and splits *
*> it into both CSVs.                                              *
*>                                                                *
*> Validation: the record structure 01 file header, 02 group       *
*> header, 03 account, 16 detail, 88 continuation, 49 account      *
*> trailer, 98 group trailer, 99 file trailer, in that nesting;    *
*> and each trailer's control total (the algebraic sum of the      *
*> amounts beneath it, implied two decimals) and record count.     *
*>                                                                *
*> Type-16 detail is routed by BAI transaction code:               *
*>                                                                *
*>   475  check paid      -> CLEARED.CSV  PAYMENT,CLEARED,AMOUNT   *
*>        (check serial from the customer reference, cleared on    *
*>        the group's as-of date)                                  *
*>   115  lockbox deposit -> RECEIPTS.CSV CUSTOMER,AMOUNT,INVOICE  *
*>        (customer from the customer reference, invoice from the  *
*>        text, as the lockbox keys them)                          *
*>                                                                *
*> Wires, ACH and the other codes the bank reports for the record  *
*> are passed over; any code outside that list is reported as      *
*> unrecognized, as is a detail line missing its check serial or   *
*> customer, for someone to look at before BANKRECON and CASHAPP   *
*> run.                                                            *
*>                                                                *
*> Each account's closing ledger balance (summary code 015) goes   *
*> to BANKBAL.DAT, ASOFDATE,ACCOUNT,CURRENCY,LEDGER - the opening  *
*> balance CASHPOS projects the cash position from.                *
*>                                                                *
*> The file is logged through FEEDARRIVE (vendor BANK) and the run *
*> ledger like any inbound feed - a file already loaded clean, or  *
*> still quarantined, is refused.  A structure or control-total    *
*> failure quarantines it through QUARANTINE ADD with this         *
*> program's CHECK mode as the check command, so RELEASE re-runs   *
*> the validation alone.  Nothing is written until the whole file  *
*> has validated.                                                  *
*>                                                                *
*> Command line: [bai2-file] [CHECK]   (default bai2.dat)          *
*>                                                                *
*> RETURN-CODE 4 unrecognized codes or incomplete detail, 8 a      *
*> validation failure, 12 refused by the ledger or quarantine.     *
*>*****************************************************************
identification division.
program-id. bai2load.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.

    select bai2-file assign to ws-arg-input
        organization is line sequential
        access is sequential
        file status is ws-bai2-status.

    select cleared-file assign to 'cleared.csv'
        organization is line sequential
        access is sequential.

    select receipts-file assign to 'receipts.csv'
        organization is line sequential
        access is sequential.

    select bankbal-file assign to 'bankbal.dat'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  bai2-file.

01  bai2-record          pic x(200).

fd  cleared-file.

01  cleared-record       pic x(80).

fd  receipts-file.

01  receipts-record      pic x(80).

fd  bankbal-file.

01  bankbal-record       pic x(80).

working-storage section.
01  ws-bai2-status       pic xx.
    88  ws-bai2-ok           value '00'.

01  ws-eof-bai2          pic x       value 'N'.
    88  eof-bai2             value 'Y'.

01  ws-arg-input         pic x(40) value 'bai2.dat'.
01  ws-arg-mode          pic x(8).

*>  Run-ledger interface, as CSVIMPORT uses it: a file this job
*>  already loaded successfully is refused with RETURN-CODE 12.
*>
01  ws-rl-job            pic x(12) value 'BAI2LOAD'.
01  ws-rl-action         pic x.
01  ws-rl-rows           usage signed-int value 0.
01  ws-rl-rc             usage signed-int value 0.
01  ws-rl-result         pic x.

01  ws-quar-file         pic x(60).
01  ws-quar-result       pic x.

*>  Routing of type-16 transaction codes: C to the cleared-items
*>  CSV, R to the receipts CSV, I known and passed over.
*>
01  bl-route-def.
    05  filler pic x(4) value '475C'.
    05  filler pic x(4) value '115R'.
    05  filler pic x(4) value '108I'.
    05  filler pic x(4) value '142I'.
    05  filler pic x(4) value '165I'.
    05  filler pic x(4) value '169I'.
    05  filler pic x(4) value '195I'.
    05  filler pic x(4) value '206I'.
    05  filler pic x(4) value '455I'.
    05  filler pic x(4) value '469I'.
    05  filler pic x(4) value '495I'.
    05  filler pic x(4) value '699I'.
01  bl-route-table redefines bl-route-def.
    05  bl-route occurs 12 times.
        10  bl-route-code    pic x(3).
        10  bl-route-to      pic x.
01  bl-route-idx         usage signed-int.
01  bl-route-found       pic x.

01  bl-unknown.
    05  bl-unk occurs 50 times.
        10  bl-unk-code      pic x(3).
        10  bl-unk-count     usage signed-int.
        10  bl-unk-amount    pic s9(13)v99 comp-5.
01  bl-unk-total         usage signed-int value 0.
01  bl-unk-idx           usage signed-int.

01  bl-pass              pic x.
01  bl-logical           pic x(2000).
01  bl-logical-len       usage signed-int value 0.
01  bl-phys-len          usage signed-int.
01  bl-logical-recs      usage signed-int value 0.
01  bl-logical-start     usage signed-int value 0.
01  bl-rec-type          pic x(2).
01  bl-prev-type         pic x(2) value spaces.

01  bl-toks.
    05  bl-tok           pic x(40) occurs 100 times.
01  bl-tok-count         usage signed-int.
01  bl-ptr               usage signed-int.
01  bl-idx               usage signed-int.
01  bl-n                 usage signed-int.

*>  Control-total accumulators for the account, group and file
*>  in hand; amounts are carried in cents as the file has them.
*>
01  bl-acct-total        pic s9(17) comp-5.
01  bl-acct-records      usage signed-int.
01  bl-group-total       pic s9(17) comp-5.
01  bl-group-records     usage signed-int.
01  bl-group-accounts    usage signed-int.
01  bl-file-total        pic s9(17) comp-5.
01  bl-file-records      usage signed-int.
01  bl-file-groups       usage signed-int.
01  bl-control           pic s9(17) comp-5.
01  bl-ledger            pic s9(17) comp-5.
01  bl-ledger-found      pic x.
01  bl-cents             pic s9(17) comp-5.

01  bl-errors            usage signed-int value 0.
01  bl-error-msg         pic x(60).
01  bl-first-error       pic x(60) value spaces.
01  bl-records           usage signed-int value 0.
01  bl-details           usage signed-int value 0.
01  bl-cleared-count     usage signed-int value 0.
01  bl-receipt-count     usage signed-int value 0.
01  bl-incomplete-count  usage signed-int value 0.
01  bl-cleared-total     pic s9(13)v99 comp-5 value 0.
01  bl-receipt-total     pic s9(13)v99 comp-5 value 0.

01  bl-asof              pic x(10).
01  bl-type-code         pic x(3).
01  bl-amount            pic s9(13)v99 comp-5.
01  bl-funds             pic x.
01  bl-ref-idx           usage signed-int.
01  bl-custref           pic x(40).
01  bl-text              pic x(40).

01  bl-line              pic x(80).
01  bl-amount-display    pic -(12)9.99.
01  bl-count-display     pic -(8)9.
01  bl-control-display   pic -(16)9.

01  bl-command           pic x(120).
01  bl-quar-cmd          pic x(250).
01  bl-quar-rc           usage signed-int.
01  bl-system-rc         usage signed-int.

01  bl-al-severity       pic x.
01  bl-al-job            pic x(12) value 'BAI2LOAD'.
01  bl-al-key            pic x(40).
01  bl-al-msg            pic x(60).

procedure division.
0000-start-here.
    move 0 to return-code.

    display 1 upon argument-number.
    accept ws-arg-input from argument-value.
    if ws-arg-input = spaces or ws-arg-input = low-values
        move 'bai2.dat' to ws-arg-input
    end-if.
    move spaces to ws-arg-mode.
    display 2 upon argument-number.
    accept ws-arg-mode from argument-value.
    move function upper-case(ws-arg-mode) to ws-arg-mode.

*>  CHECK is the re-run QUARANTINE RELEASE makes: validation only,
*>  with no arrival, ledger or output side effects.
*>
    if ws-arg-mode = 'CHECK'
        move 'V' to bl-pass
        perform 0100-readfile thru 0100-exit
        if bl-errors > 0
            display 'BAI2 validation failed: ' bl-first-error
            move 8 to return-code
        else
            display 'BAI2 file ' function trim(ws-arg-input)
                ' validates.'
        end-if
        goback
    end-if.

    move spaces to bl-command.
    string 'feedarrive BANK ' function trim(ws-arg-input)
        delimited by size into bl-command.
    call 'SYSTEM' using bl-command
        returning bl-system-rc.

    move ws-arg-input to ws-quar-file.
    call 'quarcheck' using ws-quar-file ws-quar-result.
    if ws-quar-result = 'Y'
        display 'Input ' function trim(ws-arg-input)
            ' is quarantined; refusing to load it.'
        move 12 to return-code
        goback
    end-if.

    move 'O' to ws-rl-action.
    call 'runledger' using ws-rl-action ws-rl-job ws-arg-input
        ws-rl-rows ws-rl-rc ws-rl-result.

    move 'C' to ws-rl-action.
    call 'runledger' using ws-rl-action ws-rl-job ws-arg-input
        ws-rl-rows ws-rl-rc ws-rl-result.
    if ws-rl-result = 'Y'
        display 'Input ' function trim(ws-arg-input)
            ' was already loaded successfully; refusing to'
            ' process it twice.'
        move 12 to return-code
        go to 9000-end
    end-if.

    move 'V' to bl-pass.
    perform 0100-readfile thru 0100-exit.
    if bl-errors > 0
        display 'BAI2 validation failed: ' bl-first-error
        perform 0800-quarantine
        perform 0900-alert
        move 8 to return-code
        go to 9000-end
    end-if.

    move 'S' to bl-pass.
    open output cleared-file receipts-file bankbal-file.
    move 'PAYMENT,CLEARED,AMOUNT' to cleared-record.
    write cleared-record.
    move 'CUSTOMER,AMOUNT,INVOICE' to receipts-record.
    write receipts-record.
    perform 0100-readfile thru 0100-exit.
    close cleared-file receipts-file bankbal-file.

    display 'BAI2 intake of ' function trim(ws-arg-input).
    display '=============================================='.
    move bl-cleared-total to bl-amount-display.
    display 'Checks paid to cleared.csv:   ' bl-cleared-count
        ' ' bl-amount-display.
    move bl-receipt-total to bl-amount-display.
    display 'Lockbox items to receipts.csv: ' bl-receipt-count
        ' ' bl-amount-display.
    if bl-unk-total > 0
        display 'Unrecognized transaction codes:'
        perform varying bl-unk-idx from 1 by 1
                until bl-unk-idx > bl-unk-total
            compute bl-amount = bl-unk-amount(bl-unk-idx) / 100
            move bl-amount to bl-amount-display
            display '  ' bl-unk-code(bl-unk-idx) '  '
                bl-unk-count(bl-unk-idx) ' ' bl-amount-display
        end-perform
        move 4 to return-code
    end-if.
    if bl-incomplete-count > 0
        display 'Detail lines missing a check serial or customer: '
            bl-incomplete-count
        move 4 to return-code
    end-if.
    display '=============================================='.

9000-end.
    move 'W' to ws-rl-action.
    move bl-records to ws-rl-rows.
    move return-code to ws-rl-rc.
    call 'runledger' using ws-rl-action ws-rl-job ws-arg-input
        ws-rl-rows ws-rl-rc ws-rl-result.
    goback.

*>*****************************************************************
*> 0100-readfile / 0110-readrecord                                 *
*>                                                                *
*> One pass over the file, V validating or S splitting.  An 88     *
*> continuation's fields are joined to the record it continues, so *
*> each logical record is handled whole.                           *
*>*****************************************************************
0100-readfile.
    move 'N' to ws-eof-bai2.
    move 0 to bl-logical-len bl-records.
    move spaces to bl-prev-type bl-logical.
    open input bai2-file.
    if not ws-bai2-ok
        move 'File cannot be opened' to bl-error-msg
        perform 0190-error
        go to 0100-exit
    end-if.
    perform 0110-readrecord.
    perform until eof-bai2
        move function length(function trim(bai2-record trailing))
            to bl-phys-len
        if bai2-record = spaces
            move 0 to bl-phys-len
        end-if
        if bl-phys-len > 0 and bai2-record(bl-phys-len:1) = '/'
            subtract 1 from bl-phys-len
        end-if
        if bl-phys-len > 0
            add 1 to bl-records
            perform 0150-onephysical
        end-if
        perform 0110-readrecord
    end-perform.
    if bl-logical-len > 0
        perform 0300-logicalrecord
    end-if.
    close bai2-file.
    if bl-pass = 'V'
        if bl-records = 0
            move 'File is empty' to bl-error-msg
            perform 0190-error
        else
            if bl-prev-type not = '99'
                move 'File does not end with a 99 trailer'
                    to bl-error-msg
                perform 0190-error
            end-if
        end-if
    end-if.

0100-exit.
    exit.

0110-readrecord.
    if not eof-bai2
        read bai2-file
            at end
                move 'Y' to ws-eof-bai2
        end-read
    end-if.

0150-onephysical.
    if bai2-record(1:3) = '88,'
        if bl-logical-len = 0
            move bl-records to bl-logical-start
            move 'Continuation with nothing to continue'
                to bl-error-msg
            perform 0190-error
        else
            add 1 to bl-logical-recs
            if bl-logical-len + bl-phys-len - 2 <= 2000
                    and bl-phys-len > 3
                move bai2-record(3:bl-phys-len - 2)
                    to bl-logical(bl-logical-len + 1:)
                compute bl-logical-len =
                    bl-logical-len + bl-phys-len - 2
            end-if
        end-if
    else
        if bl-logical-len > 0
            perform 0300-logicalrecord
        end-if
        move spaces to bl-logical
        move bai2-record(1:bl-phys-len) to bl-logical
        move bl-phys-len to bl-logical-len
        move 1 to bl-logical-recs
        move bl-records to bl-logical-start
    end-if.

0190-error.
    add 1 to bl-errors.
    if bl-errors = 1
        move bl-error-msg to bl-first-error
    end-if.
    move bl-logical-start to bl-count-display.
    display '  record ' function trim(bl-count-display) ': '
        function trim(bl-error-msg).

*>*****************************************************************
*> 0300-logicalrecord                                              *
*>*****************************************************************
0300-logicalrecord.
    perform 0400-tokenize.
    move bl-tok(1)(1:2) to bl-rec-type.
    add bl-logical-recs to bl-file-records bl-group-records
        bl-acct-records.
    evaluate bl-rec-type
        when '01'
            if bl-pass = 'V'
                if bl-prev-type not = spaces
                    move '01 header is not the first record'
                        to bl-error-msg
                    perform 0190-error
                end-if
                move 0 to bl-file-total bl-file-groups
                move bl-logical-recs to bl-file-records
            end-if
        when '02'
            if bl-pass = 'V'
                if bl-prev-type not = '01'
                        and bl-prev-type not = '98'
                    move '02 group header out of place'
                        to bl-error-msg
                    perform 0190-error
                end-if
                move 0 to bl-group-total bl-group-accounts
                move bl-logical-recs to bl-group-records
                add 1 to bl-file-groups
            end-if
            move spaces to bl-asof
            if bl-tok(5)(1:6) is numeric
                string '20' bl-tok(5)(1:2) '-' bl-tok(5)(3:2) '-'
                    bl-tok(5)(5:2)
                    delimited by size into bl-asof
            end-if
        when '03'
            if bl-pass = 'V'
                if bl-prev-type not = '02'
                        and bl-prev-type not = '49'
                    move '03 account header out of place'
                        to bl-error-msg
                    perform 0190-error
                end-if
                move 0 to bl-acct-total
                move bl-logical-recs to bl-acct-records
                add 1 to bl-group-accounts
                perform 0500-summaryamounts
            else
                move 'N' to bl-ledger-found
                perform 0500-summaryamounts
                if bl-ledger-found = 'Y'
                    perform 0700-ledgerbalance
                end-if
            end-if
        when '16'
            if bl-pass = 'V'
                if bl-prev-type not = '03'
                        and bl-prev-type not = '16'
                    move '16 detail outside an account'
                        to bl-error-msg
                    perform 0190-error
                end-if
                compute bl-cents = function numval(bl-tok(3))
                add bl-cents to bl-acct-total
            else
                perform 0600-detail
            end-if
        when '49'
            if bl-pass = 'V'
                if bl-prev-type not = '03'
                        and bl-prev-type not = '16'
                    move '49 account trailer out of place'
                        to bl-error-msg
                    perform 0190-error
                end-if
                compute bl-control = function numval(bl-tok(2))
                if bl-control not = bl-acct-total
                    move bl-acct-total to bl-control-display
                    move spaces to bl-error-msg
                    string 'Account control total; detail sums to '
                        function trim(bl-control-display)
                        delimited by size into bl-error-msg
                    perform 0190-error
                end-if
                if function numval(bl-tok(3)) not = bl-acct-records
                    move 'Account record count' to bl-error-msg
                    perform 0190-error
                end-if
                add bl-acct-total to bl-group-total
            end-if
        when '98'
            if bl-pass = 'V'
                if bl-prev-type not = '49'
                        and bl-prev-type not = '02'
                    move '98 group trailer out of place'
                        to bl-error-msg
                    perform 0190-error
                end-if
                compute bl-control = function numval(bl-tok(2))
                if bl-control not = bl-group-total
                    move 'Group control total' to bl-error-msg
                    perform 0190-error
                end-if
                if function numval(bl-tok(3)) not = bl-group-accounts
                    move 'Group account count' to bl-error-msg
                    perform 0190-error
                end-if
                if function numval(bl-tok(4)) not = bl-group-records
                    move 'Group record count' to bl-error-msg
                    perform 0190-error
                end-if
                add bl-group-total to bl-file-total
            end-if
        when '99'
            if bl-pass = 'V'
                if bl-prev-type not = '98'
                    move '99 file trailer out of place'
                        to bl-error-msg
                    perform 0190-error
                end-if
                compute bl-control = function numval(bl-tok(2))
                if bl-control not = bl-file-total
                    move 'File control total' to bl-error-msg
                    perform 0190-error
                end-if
                if function numval(bl-tok(3)) not = bl-file-groups
                    move 'File group count' to bl-error-msg
                    perform 0190-error
                end-if
                if function numval(bl-tok(4)) not = bl-file-records
                    move 'File record count' to bl-error-msg
                    perform 0190-error
                end-if
            end-if
        when other
            if bl-pass = 'V'
                move spaces to bl-error-msg
                string 'Unknown record type "' bl-rec-type '"'
                    delimited by size into bl-error-msg
                perform 0190-error
            end-if
    end-evaluate.
    if bl-pass = 'V' and bl-prev-type = '99'
        move 'Records after the 99 trailer' to bl-error-msg
        perform 0190-error
    end-if.
    move bl-rec-type to bl-prev-type.

*>*****************************************************************
*> 0400-tokenize                                                   *
*>*****************************************************************
0400-tokenize.
    move spaces to bl-toks.
    move 0 to bl-tok-count.
    move 1 to bl-ptr.
    perform until bl-ptr > bl-logical-len or bl-tok-count >= 100
        add 1 to bl-tok-count
        unstring bl-logical(1:bl-logical-len) delimited by ','
            into bl-tok(bl-tok-count)
            with pointer bl-ptr
        end-unstring
    end-perform.

*>*****************************************************************
*> 0500-summaryamounts                                             *
*>                                                                *
*> An 03 record carries repeating type code, amount, item count,   *
*> funds type groups after the account and currency; funds type S  *
*> adds three availability fields, V two, and D a count of         *
*> day/amount pairs.                                               *
*>*****************************************************************
0500-summaryamounts.
    move 4 to bl-idx.
    perform until bl-idx > bl-tok-count or bl-idx > 96
            or bl-tok(bl-idx) = spaces
        compute bl-cents = function numval(bl-tok(bl-idx + 1))
        add bl-cents to bl-acct-total
        if bl-tok(bl-idx) = '015'
            move bl-cents to bl-ledger
            move 'Y' to bl-ledger-found
        end-if
        move bl-tok(bl-idx + 3) to bl-funds
        add 4 to bl-idx
        perform 0550-skipfunds
    end-perform.

0550-skipfunds.
    evaluate bl-funds
        when 'S'
            add 3 to bl-idx
        when 'V'
            add 2 to bl-idx
        when 'D'
            compute bl-n = function numval(bl-tok(bl-idx))
            compute bl-idx = bl-idx + 1 + (2 * bl-n)
    end-evaluate.

*>*****************************************************************
*> 0600-detail                                                     *
*>*****************************************************************
0600-detail.
    add 1 to bl-details.
    move bl-tok(2)(1:3) to bl-type-code.
    compute bl-cents = function numval(bl-tok(3)).
    compute bl-amount = bl-cents / 100.
    move bl-tok(4) to bl-funds.
    move 5 to bl-idx.
    perform 0550-skipfunds.
    compute bl-ref-idx = bl-idx + 1.
    move spaces to bl-custref bl-text.
    if bl-ref-idx < 100
        move bl-tok(bl-ref-idx) to bl-custref
        move bl-tok(bl-ref-idx + 1) to bl-text
    end-if.

    move 'N' to bl-route-found.
    perform varying bl-route-idx from 1 by 1
            until bl-route-idx > 12 or bl-route-found = 'Y'
        if bl-route-code(bl-route-idx) = bl-type-code
            move 'Y' to bl-route-found
            evaluate bl-route-to(bl-route-idx)
                when 'C'
                    perform 0650-cleared
                when 'R'
                    perform 0660-receipt
            end-evaluate
        end-if
    end-perform.
    if bl-route-found = 'N'
        perform 0680-unknown thru 0680-exit
    end-if.

0650-cleared.
    if function trim(bl-custref) is not numeric
        add 1 to bl-incomplete-count
        move bl-amount to bl-amount-display
        display 'Check paid with no serial: '
            function trim(bl-amount-display)
    else
        move bl-amount to bl-amount-display
        move spaces to bl-line
        string function trim(bl-custref) ',' bl-asof ','
            function trim(bl-amount-display)
            delimited by size into bl-line
        move bl-line to cleared-record
        write cleared-record
        add 1 to bl-cleared-count
        add bl-amount to bl-cleared-total
    end-if.

0660-receipt.
    if bl-custref = spaces
        add 1 to bl-incomplete-count
        move bl-amount to bl-amount-display
        display 'Lockbox item with no customer: '
            function trim(bl-amount-display) ' ' function trim(bl-text)
    else
        move bl-amount to bl-amount-display
        move spaces to bl-line
        string function trim(bl-custref) ','
            function trim(bl-amount-display) ','
            function trim(bl-text)
            delimited by size into bl-line
        move bl-line to receipts-record
        write receipts-record
        add 1 to bl-receipt-count
        add bl-amount to bl-receipt-total
    end-if.

0680-unknown.
    perform varying bl-unk-idx from 1 by 1
            until bl-unk-idx > bl-unk-total
            or bl-unk-code(bl-unk-idx) = bl-type-code
        continue
    end-perform.
    if bl-unk-idx > bl-unk-total
        if bl-unk-total >= 50
            go to 0680-exit
        end-if
        add 1 to bl-unk-total
        move bl-type-code to bl-unk-code(bl-unk-idx)
        move 0 to bl-unk-count(bl-unk-idx)
        move 0 to bl-unk-amount(bl-unk-idx)
    end-if.
    add 1 to bl-unk-count(bl-unk-idx).
    add bl-cents to bl-unk-amount(bl-unk-idx).

0680-exit.
    exit.

*>*****************************************************************
*> 0700-ledgerbalance                                              *
*>*****************************************************************
0700-ledgerbalance.
    compute bl-amount = bl-ledger / 100.
    move bl-amount to bl-amount-display.
    move spaces to bl-line.
    string bl-asof ','
        function trim(bl-tok(2)) ','
        function trim(bl-tok(3)) ','
        function trim(bl-amount-display)
        delimited by size into bl-line.
    move bl-line to bankbal-record.
    write bankbal-record.

*>*****************************************************************
*> 0800-quarantine                                                 *
*>                                                                *
*> As VENDLOAD does it: the file leaves the load path under the    *
*> register, with this program's CHECK mode as the command RELEASE *
*> re-runs.                                                        *
*>*****************************************************************
0800-quarantine.
    move spaces to bl-quar-cmd.
    string 'quarantine ADD '
        function trim(ws-arg-input) ','
        'BANK,'
        'RC=8,'
        'bai2load ' function trim(ws-arg-input) ' CHECK'
        delimited by size into bl-quar-cmd.
    call 'SYSTEM' using bl-quar-cmd
        returning bl-quar-rc.
    if bl-quar-rc = 0
        display 'File quarantined as '
            function trim(ws-arg-input) '.quar.'
    else
        display 'Quarantine of ' function trim(ws-arg-input)
            ' FAILED (RC ' bl-quar-rc
            '); remove it from the load path by hand.'
    end-if.

*>*****************************************************************
*> 0900-alert                                                      *
*>*****************************************************************
0900-alert.
    move 'C' to bl-al-severity.
    move ws-arg-input to bl-al-key.
    move spaces to bl-al-msg.
    string 'BAI2 file failed validation: ' bl-first-error
        delimited by size into bl-al-msg.
    call 'alertadd' using bl-al-severity bl-al-job
        bl-al-key bl-al-msg.

end program bai2load.
