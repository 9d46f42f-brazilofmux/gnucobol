*>   cols 29-38  date YYYY-MM-DD   cols 39-52  amount              *
*>   cols 53-54  item type (blank invoice, CR credit, LC late      *
*>               charge)                                           *
*>   cols 55-58  company (blank for the home company)              *
*>                                                                *
*> A referenced receipt pays its invoice; an unreferenced one      *
*> pays the customer's items oldest first.  Money left over        *
*> every open item); a receipt smaller than its referenced         *
*> invoice leaves the balance open and reports a short-pay.  The   *
*> rewritten OPENITEMS.DAT drops fully paid items, the audit file  *
*> CASHAPPL.DAT gets one DATE,CUSTOMER,INVOICE,APPLIED,INVDATE     *
*> line per application (INVDATE the item's own date, kept for     *
*> PAYBEHAV once the paid item has left OPENITEMS.DAT), with the   *
*> item's COMPANY after it - the way PAYREG carries it - when that *
*> is not the home company, and the control totals prove receipts  *
*> in equals applied plus unapplied.                               *
*>                                                                *
*> A short-pay is a deduction the customer took, and is captured   *
*> on DEDUCT.DAT -                                                 *
*>                                                                *
*>   DEDNO,DATE,CUSTOMER,INVOICE,AMOUNT,REASON,OWNER,STATUS,       *
*>   RESOLVED,RESOLUTION                                           *
*>                                                                *
*> - for the balance left open, reason UNKNOWN, owned by the       *
*> customer's collector on CUSTMAST.DAT, status OPEN, until        *
*> DEDUCTMAINT classifies and resolves it.  DUNNING and            *
*> LATECHARGE leave an invoice under open deduction alone.         *
*>                                                                *
*> A receipt may name, after its INVOICE, the COMPANY it was paid  *
*> to (blank for the home company; see COMPANYOF), and it applies  *
*> only to that company's items - one company's cash never clears  *
*> another's invoices, and its leftover CR item is that company's. *
*> A receipt for a company not on COMPANY.DAT is rejected and left *
*> out of the totals, RETURN-CODE 4.  The control totals are       *
*> proved per company and then across all companies.               *
*>                                                                *
*> The receipts CSV is written each morning by BAI2LOAD from the   *
*> lockbox detail on the bank's BAI2 prior-day file.               *
*>                                                                *
*> Before anything is changed, OPENITEMS.DAT, CASHAPPL.DAT and     *
*> DEDUCT.DAT are each copied through BEFOREIMAGE under the run    *
*> number RUNLEDGER will give this run, and the finished files are *
*> signed afterwards, so ROLLBACK can put a bad run back (and have *
*> OPENITEMLOAD rebuild the indexed master).  A before-image that  *
*> cannot be written abandons the run untouched, RETURN-CODE 16.   *
*> The run is ledgered as job CASHAPP against the receipts file.   *
*>                                                                *
*> Command line: [receipts-file] [delimiter]                       *
*>*****************************************************************
        access is sequential
        file status is ws-audit-status.

    select deduct-file assign to 'deduct.dat'
        organization is line sequential
        access is sequential
        file status is ws-deduct-status.

    select openitemx-file assign to 'openitemx.dat'
        organization is indexed
        access is dynamic
    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

fd  audit-file.

01  audit-record         pic x(80).

fd  deduct-file.

01  deduct-record        pic x(120).

fd  openitemx-file.

01  openitemx-record.
    88  ws-audit-ok          value '00'.
01  ws-openitemx-status  pic xx.
    88  ws-openitemx-ok      value '00'.
01  ws-deduct-status     pic xx.
    88  ws-deduct-ok         value '00'.

01  ws-eof-openitem      pic x       value 'N'.
    88  eof-openitem         value 'Y'.
01  ws-eof-deduct        pic x       value 'N'.
    88  eof-deduct           value 'Y'.

01  ws-arg-receipts      pic x(40) value 'receipts.csv'.
01  ws-arg-delim         pic x(1).
        10  cai-date-ld      usage signed-int.
        10  cai-amount       pic s9(11)v99 comp-5.
        10  cai-type         pic x(2).
        10  cai-company      pic x(4).
        10  cai-cokey        pic x(4).

01  ca-rcpt-customer     pic x(12).
01  ca-rcpt-amount       pic s9(11)v99 comp-5.
01  ca-rcpt-invoice      pic x(16).
01  ca-rcpt-company      pic x(8).
01  ca-rcpt-cokey        pic x(4).

*>  Companies: the home company's code (an item or receipt naming
*>  it keys as blank), and the control totals per company.
*>
copy compinfo.
01  ca-home-company      pic x(4).
01  ca-blank-company     pic x(4)    value spaces.
01  ca-reject-count      usage signed-int value 0.
01  ca-co-count          usage signed-int value 0.
01  ca-cdx               usage signed-int.
01  ca-co-hit            usage signed-int.
01  ca-companies.
    05  ca-co occurs 50 times.
        10  cac-id           pic x(4).
        10  cac-receipts     pic s9(13)v99 comp-5.
        10  cac-applied      pic s9(13)v99 comp-5.
        10  cac-unapplied    pic s9(13)v99 comp-5.
01  ca-co-label          pic x(8).
01  ca-remaining         pic s9(11)v99 comp-5.
01  ca-applied           pic s9(11)v99 comp-5.

01  ca-cr-seq            pic 9(4) value 0.
01  ca-cr-invoice        pic x(16).

*>  Deduction capture: numbers run on from the lines already on
*>  DEDUCT.DAT, so they never repeat across runs.
*>
01  ca-short             pic x.
01  ca-ded-seq           pic 9(6) value 0.
01  ca-ded-count         usage signed-int value 0.
01  ca-ded-line          pic x(120).

01  ca-cust-result.
    05  ca-c-name           pic x(30).
    05  ca-c-address        pic x(30).
    05  ca-c-city           pic x(20).
    05  ca-c-state          pic x(2).
    05  ca-c-zip            pic x(10).
    05  ca-c-terms          pic x(12).
    05  ca-c-limit          pic s9(11)v99 comp-5.
    05  ca-c-hold           pic x.
    05  ca-c-collector      pic x(8).
    05  ca-c-found          pic x.

01  ca-parse-result.
    05  ca-p-fielded.
        10  ca-p-year        pic s9(9)   comp-5.
01  ca-date-text         pic x(20).
01  ca-run-date          pic x(10).

*>  Run ledger and before-images: the files this run changes, in
*>  the order they are imaged, with the job that rebuilds anything
*>  kept in step with them.
*>
01  ca-rl-action         pic x.
01  ca-rl-job            pic x(12) value 'CASHAPP'.
01  ca-rl-rc             usage signed-int.
01  ca-rl-result         pic x.
01  ca-run-number        usage signed-int value 0.

01  ca-image-names.
    05  filler          pic x(40) value 'openitems.dat'.
    05  filler          pic x(12) value 'OPENITEMLOAD'.
    05  filler          pic x(40) value 'cashappl.dat'.
    05  filler          pic x(12) value spaces.
    05  filler          pic x(40) value 'deduct.dat'.
    05  filler          pic x(12) value spaces.
01  ca-image-table redefines ca-image-names.
    05  ca-image occurs 3 times.
        10  ca-image-file    pic x(40).
        10  ca-image-rebuild pic x(12).
01  ca-bi-action         pic x.
01  ca-bi-result         pic x.

01  time-stamp.
    05  ts-date.
        10  ts-year         pic 9999.
    move dateformat(ca-fielded-date, '01') to ca-date-text.
    move ca-date-text(1:10) to ca-run-date.

    move 'O' to ca-rl-action.
    call 'runledger' using ca-rl-action ca-rl-job ws-arg-receipts
        ca-run-number ca-rl-rc ca-rl-result.
    move 'N' to ca-rl-action.
    call 'runledger' using ca-rl-action ca-rl-job ws-arg-receipts
        ca-run-number ca-rl-rc ca-rl-result.

    call 'companyof' using ca-blank-company compinfo-result.
    move ci-company to ca-home-company.

    perform 0100-loaditems.

*>  the rewrite below reproduces the file from the table, so a
        go to 9000-end
    end-if.

    perform 0170-countdeductions.

    perform 0150-takeimages thru 0150-exit.
    if return-code = 16
        go to 9000-end
    end-if.

    open extend audit-file.
    if not ws-audit-ok
        open output audit-file
    end-if.
    open extend deduct-file.
    if not ws-deduct-ok
        open output deduct-file
    end-if.

    perform 0200-applyreceipts.

    close audit-file.
    close deduct-file.

    perform 0600-rewriteitems.
    perform 0700-refreshmaster thru 0790-exit.

    display '=============================================='.
    perform 0800-companytotals.
    move ca-total-receipts to ca-amount-display.
    display 'Receipts in:       ' ca-amount-display.
    move ca-total-applied to ca-amount-display.
    move ca-total-unapplied to ca-amount-display.
    display 'Unapplied (CR):    ' ca-amount-display.
    display 'Short-pays:        ' ca-short-count.
    display 'Deductions opened: ' ca-ded-count.
    display 'Unapplied/overpaid receipts: ' ca-over-count.
    if ca-reject-count > 0
        display 'Receipts rejected (unknown company): '
            ca-reject-count
        move 4 to return-code
    end-if.
    if ca-total-receipts not =
            ca-total-applied + ca-total-unapplied
        display '*** Control totals DO NOT balance.'
    end-if.
    display '=============================================='.

    move 'A' to ca-bi-action.
    perform varying ca-idx from 1 by 1 until ca-idx > 3
        call 'beforeimage' using ca-bi-action ca-rl-job
            ca-run-number ca-image-file(ca-idx)
            ca-image-rebuild(ca-idx) ca-bi-result
    end-perform.

    move return-code to ca-rl-rc.
    move 'W' to ca-rl-action.
    call 'runledger' using ca-rl-action ca-rl-job ws-arg-receipts
        ca-rcpt-count ca-rl-rc ca-rl-result.
    move ca-rl-rc to return-code.

9000-end.
    goback.

        compute cai-amount(ca-item-count) =
            function numval(oi-amount)
        move oi-type to cai-type(ca-item-count)
        move oi-company to cai-company(ca-item-count)
        move function upper-case(oi-company)
            to cai-cokey(ca-item-count)
        if cai-cokey(ca-item-count) = ca-home-company
            move spaces to cai-cokey(ca-item-count)
        end-if
        perform 0110-readitem
    end-perform.
    if not eof-openitem
        end-read
    end-if.

*>*****************************************************************
*> 0150-takeimages                                                 *
*>                                                                *
*> Every file this run will change, copied before the first is     *
*> opened for update; one copy failing stops the run with nothing  *
*> touched.                                                        *
*>*****************************************************************
0150-takeimages.
    move 'B' to ca-bi-action.
    perform varying ca-idx from 1 by 1 until ca-idx > 3
        call 'beforeimage' using ca-bi-action ca-rl-job
            ca-run-number ca-image-file(ca-idx)
            ca-image-rebuild(ca-idx) ca-bi-result
        if ca-bi-result not = 'Y'
            display 'Before-image of '
                function trim(ca-image-file(ca-idx))
                ' failed; run abandoned before any update.'
            move 16 to return-code
            go to 0150-exit
        end-if
    end-perform.
0150-exit.
    exit.

*>*****************************************************************
*> 0170-countdeductions / 0180-readdeduct                          *
*>*****************************************************************
0170-countdeductions.
    move 0 to ca-ded-seq.
    open input deduct-file.
    if ws-deduct-ok
        perform 0180-readdeduct
        perform until eof-deduct
            add 1 to ca-ded-seq
            perform 0180-readdeduct
        end-perform
        close deduct-file
    end-if.

0180-readdeduct.
    if not eof-deduct
        read deduct-file
            at end
                move 'Y' to ws-eof-deduct
        end-read
    end-if.

*>*****************************************************************
*> 0200-applyreceipts                                              *
*>*****************************************************************
    perform 0520-getcsvrow.
    perform until failure or cpe_end_of_file or cpe_invalid
        if fieldnum >= 2
            perform 0300-onereceipt thru 0300-exit
        end-if
        perform 0520-getcsvrow
    end-perform.
0300-onereceipt.
    move ws-csv-fields(1)(1:12) to ca-rcpt-customer.
    compute ca-rcpt-amount = function numval(ws-csv-fields(2)).
    move spaces to ca-rcpt-invoice ca-rcpt-company.
    if fieldnum >= 3
        move ws-csv-fields(3)(1:16) to ca-rcpt-invoice
    end-if.
    if fieldnum >= 4
        move function upper-case(ws-csv-fields(4)(1:8))
            to ca-rcpt-company
    end-if.
    call 'companyof' using ca-rcpt-company(1:4) compinfo-result.
    if ci-found not = 'Y' or ca-rcpt-company(5:4) not = spaces
        move ca-rcpt-amount to ca-amount-display
        display 'REJECTED   '
            function trim(ca-rcpt-customer) ' '
            ca-amount-display ': company "'
            function trim(ca-rcpt-company)
            '" is not on company.dat.'
        add 1 to ca-reject-count
        go to 0300-exit
    end-if.
    move ci-company to ca-rcpt-cokey.
    if ci-home = 'Y'
        move spaces to ca-rcpt-cokey
    end-if.
    perform 0310-findcompany.

    add 1 to ca-rcpt-count.
    add ca-rcpt-amount to ca-total-receipts.
    add ca-rcpt-amount to cac-receipts(ca-co-hit).
    move ca-rcpt-amount to ca-remaining.

    if ca-rcpt-invoice not = spaces
            perform 0500-applytoitem
        end-if
    end-perform.
0300-exit.
    exit.

*>*****************************************************************
*> 0310-findcompany                                                *
*>                                                                *
*> CA-CO-HIT is the receipt's company's slot in the control        *
*> totals, added on first sight (past 50 the last slot takes the   *
*> rest).                                                          *
*>*****************************************************************
0310-findcompany.
    move 0 to ca-co-hit.
    perform varying ca-cdx from 1 by 1 until ca-cdx > ca-co-count
        if cac-id(ca-cdx) = ca-rcpt-cokey
            move ca-cdx to ca-co-hit
        end-if
    end-perform.
    if ca-co-hit = 0
        if ca-co-count < 50
            add 1 to ca-co-count
            move ca-rcpt-cokey to cac-id(ca-co-count)
            move 0 to cac-receipts(ca-co-count)
            move 0 to cac-applied(ca-co-count)
            move 0 to cac-unapplied(ca-co-count)
        end-if
        move ca-co-count to ca-co-hit
    end-if.

*>*****************************************************************
*> 0350-applyreferenced                                            *
            until ca-idx > ca-item-count
        if cai-customer(ca-idx) = ca-rcpt-customer
                and cai-invoice(ca-idx) = ca-rcpt-invoice
                and cai-cokey(ca-idx) = ca-rcpt-cokey
                and cai-amount(ca-idx) > 0
            move ca-idx to ca-oldest
            move 'N' to ca-short
            if ca-remaining < cai-amount(ca-idx)
                move 'Y' to ca-short
                add 1 to ca-short-count
                display 'SHORT-PAY  '
                    function trim(ca-rcpt-customer) ' on '
                    function trim(ca-rcpt-invoice) '.'
            end-if
            perform 0500-applytoitem
            if ca-short = 'Y'
                perform 0380-opendeduction
            end-if
            move ca-item-count to ca-idx
        end-if
    end-perform.

*>*****************************************************************
*> 0380-opendeduction                                              *
*>                                                                *
*> CA-OLDEST names the short-paid item; what it still owes is the  *
*> deduction.                                                      *
*>*****************************************************************
0380-opendeduction.
    call 'customerof' using ca-rcpt-customer ca-cust-result.
    add 1 to ca-ded-seq.
    add 1 to ca-ded-count.
    move cai-amount(ca-oldest) to ca-amount-display.
    move spaces to ca-ded-line.
    string 'DD' ca-ded-seq ','
        ca-run-date ','
        function trim(ca-rcpt-customer) ','
        function trim(cai-invoice(ca-oldest)) ','
        function trim(ca-amount-display) ','
        'UNKNOWN,'
        function trim(ca-c-collector) ','
        'OPEN,,'
        delimited by size into ca-ded-line.
    move ca-ded-line to deduct-record.
    write deduct-record.
    display 'DEDUCTION  DD' ca-ded-seq ' '
        function trim(ca-rcpt-customer) ' on '
        function trim(cai-invoice(ca-oldest)) ' '
        function trim(ca-amount-display).

*>*****************************************************************
*> 0400-findoldest                                                 *
*>*****************************************************************
    perform varying ca-idx from 1 by 1
            until ca-idx > ca-item-count
        if cai-customer(ca-idx) = ca-rcpt-customer
                and cai-cokey(ca-idx) = ca-rcpt-cokey
                and cai-amount(ca-idx) > 0
            if ca-oldest = 0
                move ca-idx to ca-oldest
0450-leftover.
    add 1 to ca-over-count.
    add ca-remaining to ca-total-unapplied.
    add ca-remaining to cac-unapplied(ca-co-hit).
    move ca-remaining to ca-amount-display.
    display 'UNAPPLIED  '
        function trim(ca-rcpt-customer) ' '
        move ca-today-ld to cai-date-ld(ca-item-count)
        compute cai-amount(ca-item-count) = 0 - ca-remaining
        move 'CR' to cai-type(ca-item-count)
        move ca-rcpt-cokey to cai-company(ca-item-count)
        move ca-rcpt-cokey to cai-cokey(ca-item-count)
    end-if.
    move 0 to ca-remaining.

    subtract ca-applied from cai-amount(ca-oldest).
    subtract ca-applied from ca-remaining.
    add ca-applied to ca-total-applied.
    add ca-applied to cac-applied(ca-co-hit).

    move ca-applied to ca-amount-display.
    move spaces to ca-line.
    if cai-cokey(ca-oldest) = spaces
        string ca-run-date ','
            function trim(ca-rcpt-customer) ','
            function trim(cai-invoice(ca-oldest)) ','
            ca-amount-display ','
            cai-date(ca-oldest)
            delimited by size into ca-line
    else
        string ca-run-date ','
            function trim(ca-rcpt-customer) ','
            function trim(cai-invoice(ca-oldest)) ','
            ca-amount-display ','
            cai-date(ca-oldest) ','
            cai-cokey(ca-oldest)
            delimited by size into ca-line
    end-if.
    move ca-line to audit-record.
    write audit-record.

            move cai-date(ca-idx) to oi-date
            move cai-amount(ca-idx) to oi-amount
            move cai-type(ca-idx) to oi-type
            move cai-company(ca-idx) to oi-company
            write openitem-record
        end-if
    end-perform.
0790-exit.
    exit.

*>*****************************************************************
*> 0800-companytotals                                              *
*>                                                                *
*> Each company's receipts, applied and unapplied, proved on its   *
*> own before the consolidated totals below.                       *
*>*****************************************************************
0800-companytotals.
    perform varying ca-cdx from 1 by 1 until ca-cdx > ca-co-count
        move cac-id(ca-cdx) to ca-co-label
        if ca-co-label = spaces
            move '(home)' to ca-co-label
        end-if
        display 'Company ' ca-co-label
        move cac-receipts(ca-cdx) to ca-amount-display
        display '  Receipts in:     ' ca-amount-display
        move cac-applied(ca-cdx) to ca-amount-display
        display '  Applied:         ' ca-amount-display
        move cac-unapplied(ca-cdx) to ca-amount-display
        display '  Unapplied (CR):  ' ca-amount-display
        if cac-receipts(ca-cdx) not =
                cac-applied(ca-cdx) + cac-unapplied(ca-cdx)
            display '  *** Company totals DO NOT balance.'
            move 8 to return-code
        end-if
    end-perform.
    display 'All companies'.

*>*****************************************************************
*> 0520-getcsvrow                                                  *
*>*****************************************************************
