*>     the next run's accrual pickup keys on), with totals by      *
*>     customer at the end of the run.                             *
*>                                                                *
*> An invoice under an open deduction on DEDUCT.DAT (INDISPUTE)    *
*> accrues nothing while the dispute is worked.                    *
*>                                                                *
*> Command line: [basis] [annual-rate-pct]                         *
*>*****************************************************************
identification division.
    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

fd  policy-file.

        10  lcc-invoice      pic x(16).
        10  lcc-source       pic x(16).
        10  lcc-amount       pic s9(11)v99 comp-5.
        10  lcc-company      pic x(4).

*>  Last assessment date per source invoice, from the register,
*>  so this run's accrual picks up where the prior run stopped.
01  lc-amount-display    pic -(10)9.99.
01  lc-line              pic x(60).
01  lc-new-invoice       pic x(16).
01  lc-dispute           pic x.
01  lc-disputed-count    usage signed-int value 0.

01  lc-parse-result.
    05  lc-p-fielded.
    end-perform.
    close openitem-file.

    if lc-disputed-count > 0
        display 'Invoices under dispute, not assessed: '
            lc-disputed-count
    end-if.

    if lc-charge-count = 0
        display 'Nothing to assess.'
        go to 9000-end
    if oi-type = 'LC' or oi-type = 'CR'
        go to 0390-exit
    end-if.
    call 'indispute' using oi-customer oi-invoice lc-dispute.
    if lc-dispute = 'Y'
        add 1 to lc-disputed-count
        go to 0390-exit
    end-if.
    move dateparse(oi-date, '02') to lc-parse-result.
    if lc-p-success = 'N'
        go to 0390-exit
    end-if.
    add 1 to lc-charge-count.
    move oi-customer to lcc-customer(lc-charge-count).
    move oi-company to lcc-company(lc-charge-count).

*>  run-unique item id: LCyymmdd-nnnn.  The register below keys
*>  on the SOURCE invoice, so the linkage survives the id.
        move lc-run-date to oi-date
        move lcc-amount(lc-cidx) to oi-amount
        move 'LC' to oi-type
        move lcc-company(lc-cidx) to oi-company
        write openitem-record
    end-perform.
    close openitem-file.
