*>*****************************************************************
*> glfeed - Subledger-to-GL posting interface.                     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> GLGATE balances journal batches, but the batches themselves     *
*> were keyed by hand every month from our own subledgers.  This   *
*> builds them.  Each subledger's activity since it was last       *
*> posted becomes one journal batch in the H/D/T shape GLGATE      *
*> reads -                                                         *
*>                                                                *
*>   PAYREG.DAT    event PAYMENT  payments, a voided payment       *
*>                                 reversed                        *
*>                 event REFUND   those of them REFUNDS.DAT shows  *
*>                                 as customer refunds             *
*>                 event EXPCLAIM those EXPPAID.DAT shows as       *
*>                                 expense reimbursements          *
*>   CASHAPPL.DAT  event CASHAPP  receipts applied to invoices     *
*>   LCREG.DAT     event LATECHG  late charges assessed            *
*>   DEPRJRNL.DAT  event DEPR     period depreciation, for every   *
*>                                 fiscal period up to the current *
*>                                 one                             *
*>                                                                *
*> - its debit and credit accounts from the mapping file GLMAP.DAT *
*> (EVENT,DEBIT,CREDIT).  A batch carries at most four detail      *
*> lines: the new activity to the mapped debit and credit, and     *
*> any reversal the opposite way round.  The posting date is       *
*> today's business date, and the batch id is the event's code     *
*> (AP, RF, EC, CA, LC, FA), the fiscal year and period            *
*> FISCALPERIODOF gives for that date, and the run's HHMM -        *
*> AP2026070915.                                                   *
*>                                                                *
*> Every row posted is recorded in GLPOSTED.DAT,                   *
*>                                                                *
*>   SOURCE,KEY,AMOUNT,BATCHID,POSTDATE                            *
*>                                                                *
*> so nothing posts twice.  KEY is the payment number for PAYREG,  *
*> FYYYYPP for DEPRJRNL, the line number for the append-only       *
*> LCREG, and DATE/CUSTOMER/INVOICE/N[/COMPANY] for CASHAPPL,      *
*> whose old lines HISTARCH archives (see 0400-cash).  A row's     *
*> amount is compared with what has already posted under its key   *
*> and only the difference posts: a voided payment posts its       *
*> reversal, a depreciation period that DEPRSCHED recomputed posts *
*> the change.  Batches append to the journal file for the GLGATE  *
*> run that follows; clear the file once GLGATE has taken it.      *
*>                                                                *
*> Each run posts for one company on COMPANY.DAT (the home company *
*> when none is named), its batches' headers carrying the code     *
*> GLGATE checks the period against - H,BATCHID,POSTDATE,COMPANY,  *
*> the code left off for the home company.  Only that company's    *
*> payments are taken from PAYREG.DAT (its seventh column, blank   *
*> for the home company), and only its cash applications from      *
*> CASHAPPL.DAT (its sixth column, the same); the late-charge and  *
*> depreciation subledgers are the home company's and post only    *
*> on its run.                                                     *
*>                                                                *
*> Command line: [fiscal-start-month] [journal-file] [company]     *
*>                                  (default glfeed.dat)           *
*>                                                                *
*> The fiscal start month defaults, when omitted or 0, to the      *
*> company's own from the master.                                  *
*>                                                                *
*> RETURN-CODE 8 when an event has no GLMAP.DAT line (that         *
*> subledger is left unposted), 16 when GLPOSTED.DAT outgrows its  *
*> table or REFUNDS.DAT and EXPPAID.DAT together hold more than    *
*> 20000 payments (nothing is written), or one subledger has more  *
*> than 5000 rows to post or CASHAPPL.DAT more than 20000 lines to *
*> key (that subledger waits for the next run).                    *
*>*****************************************************************
identification division.
program-id. glfeed.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function fielded_to_linear
    function fiscalperiodof
    function all intrinsic.

input-output section.
file-control.

    select map-file assign to 'glmap.dat'
        organization is line sequential
        access is sequential
        file status is ws-map-status.

    select posted-file assign to 'glposted.dat'
        organization is line sequential
        access is sequential
        file status is ws-posted-status.

    select source-file assign to gf-source-name
        organization is line sequential
        access is sequential
        file status is ws-source-status.

    select journal-file assign to ws-arg-journal
        organization is line sequential
        access is sequential
        file status is ws-journal-status.

data division.
file section.
fd  map-file.

01  map-record           pic x(80).

fd  posted-file.

01  posted-record        pic x(120).

fd  source-file.

01  source-record        pic x(100).

fd  journal-file.

01  journal-record       pic x(100).

working-storage section.
01  ws-map-status        pic xx.
    88  ws-map-ok            value '00'.
01  ws-posted-status     pic xx.
    88  ws-posted-ok         value '00'.
01  ws-source-status     pic xx.
    88  ws-source-ok         value '00'.
01  ws-journal-status    pic xx.
    88  ws-journal-ok        value '00'.

01  ws-eof-map           pic x       value 'N'.
    88  eof-map              value 'Y'.
01  ws-eof-posted        pic x       value 'N'.
    88  eof-posted           value 'Y'.
01  ws-eof-source        pic x       value 'N'.
    88  eof-source           value 'Y'.

01  ws-cmdline           pic x(200).
01  ws-arg-fiscal        pic x(2).
01  ws-arg-journal       pic x(40) value 'glfeed.dat'.
01  ws-arg-company       pic x(8).

01  gf-fiscalstart       pic 99 comp-5 value 1.

01  gf-maps.
    05  gf-map occurs 50 times.
        10  gfm-event        pic x(8).
        10  gfm-debit        pic x(16).
        10  gfm-credit       pic x(16).
01  gf-map-count         usage signed-int value 0.

*>  Everything already posted, for the delta against each row.
*>
01  gf-posted.
    05  gf-post occurs 20000 times.
        10  gfp-source       pic x(8).
        10  gfp-key          pic x(60).
        10  gfp-amount       pic s9(11)v99 comp-5.
01  gf-posted-count      usage signed-int value 0.
01  gf-overflow          pic x value 'N'.

*>  the highest line number posted from LCREG.DAT.  CASHAPPL.DAT
*>  is posted a company at a time, so its lines are looked up one
*>  by one instead.
*>
01  gf-lc-high           usage signed-int value 0.

*>  Payment numbers REFUND and EXPCLAIM paid, from their own
*>  histories, so their PAYREG.DAT lines post under their own
*>  events.
*>
01  gf-classes.
    05  gf-class occurs 20000 times.
        10  gfc-payno        pic x(16).
        10  gfc-event        pic x(8).
01  gf-class-count       usage signed-int value 0.
01  gf-row-event         pic x(8).

*>  CASHAPPL.DAT lines seen so far this run, by date, customer and
*>  invoice, to number a repeated application.
*>
01  gf-seens.
    05  gf-seen occurs 20000 times.
        10  gfs-key          pic x(60).
        10  gfs-count        usage signed-int.
01  gf-seen-count        usage signed-int value 0.
01  gf-seen-overflow     pic x value 'N'.
01  gf-base-key          pic x(60).
01  gf-line-key          pic x(16).
01  gf-line-amount       pic s9(11)v99 comp-5.
01  gf-found             pic x.

*>  the batch in hand: rows to record once it is written.
*>
01  gf-pending.
    05  gf-pend occurs 5000 times.
        10  gfn-key          pic x(60).
        10  gfn-amount       pic s9(11)v99 comp-5.
01  gf-pend-count        usage signed-int value 0.
01  gf-pend-overflow     pic x value 'N'.

01  gf-source-name       pic x(40).
01  gf-source            pic x(8).
01  gf-event             pic x(8).
01  gf-code              pic x(2).
01  gf-debit             pic x(16).
01  gf-credit            pic x(16).
01  gf-mapped            pic x.
01  gf-forward           pic s9(13)v99 comp-5.
01  gf-reverse           pic s9(13)v99 comp-5.
01  gf-hash              pic s9(13)v99 comp-5.
01  gf-detail-count      usage signed-int.
01  gf-batchid           pic x(12).
01  gf-batch-count       usage signed-int value 0.
01  gf-row               usage signed-int.
01  gf-key               pic x(60).
01  gf-amount            pic s9(11)v99 comp-5.
01  gf-already           pic s9(11)v99 comp-5.
01  gf-delta             pic s9(11)v99 comp-5.
01  gf-idx               usage signed-int.
01  gf-period-key        usage signed-int.
01  gf-current-key       usage signed-int.

01  gf-tok-1             pic x(16).
01  gf-tok-2             pic x(16).
01  gf-tok-3             pic x(16).
01  gf-tok-4             pic x(16).
01  gf-tok-5             pic x(16).
01  gf-tok-6             pic x(20).
01  gf-tok-7             pic x(8).

*>  The company this run posts for (blank for the home company)
*>  and the home company's own code (see COMPANYOF).
*>
copy compinfo.
01  gf-company           pic x(4).
01  gf-home-company      pic x(4).
01  gf-blank-company     pic x(4)    value spaces.
01  gf-row-company       pic x(4).

01  gf-row-display       pic 9(8).
01  gf-occ-display       pic z(4)9.
01  gf-fy-display        pic 9(4).
01  gf-pp-display        pic 99.
01  gf-amount-display    pic -(10)9.99.
01  gf-hash-display      pic -(12)9.99.
01  gf-count-display     pic 9(4).
01  gf-line              pic x(120).

01  gf-fpo-result.
    05  gf-fpo-period        pic 99      comp-5.
    05  gf-fpo-fiscalyear    pic s9(9)   comp-5.

01  gf-fielded-date.
    05  gf-year              pic s9(9)   comp-5.
    05  gf-month             pic 99      comp-5.
    05  gf-dom               pic 99      comp-5.
    05  gf-doy               pic 999     comp-5.
    05  gf-dow               pic 9       comp-5.

01  gf-today-ld          usage signed-int.
01  gf-today             pic x(10).
01  gf-date-text         pic x(20).

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
    move spaces to ws-arg-fiscal ws-arg-company.
    unstring ws-cmdline delimited by all space
        into ws-arg-fiscal ws-arg-journal ws-arg-company.
    move function upper-case(ws-arg-company) to ws-arg-company.

    call 'companyof' using gf-blank-company compinfo-result.
    move ci-company to gf-home-company.
    call 'companyof' using ws-arg-company(1:4) compinfo-result.
    if ci-found not = 'Y' or ws-arg-company(5:4) not = spaces
        display 'Company "' function trim(ws-arg-company)
            '" is not on company.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.
    move ci-company to gf-company.
    if ci-home = 'Y'
        move spaces to gf-company
    end-if.

    move 0 to gf-fiscalstart.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to gf-fiscalstart
    end-if.
    if gf-fiscalstart = 0
        move ci-fiscalstart to gf-fiscalstart
    end-if.
    if gf-fiscalstart < 1 or gf-fiscalstart > 12
        move 1 to gf-fiscalstart
    end-if.
    if ws-arg-journal = spaces or ws-arg-journal = low-values
        move 'glfeed.dat' to ws-arg-journal
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to gf-fielded-date.
    move fielded_to_linear(gf-year, gf-month, gf-dom)
        to gf-today-ld.
    move dateformat(gf-fielded-date, '01') to gf-date-text.
    move gf-date-text(1:10) to gf-today.
    move fiscalperiodof(gf-today-ld, gf-fiscalstart)
        to gf-fpo-result.
    compute gf-current-key =
        (gf-fpo-fiscalyear * 100) + gf-fpo-period.

    perform 0100-loadmap.
    perform 0150-loadposted.
    if gf-overflow = 'Y'
        display 'glposted.dat exceeds the 20000-entry table;'
            ' run abandoned - archive posted history first.'
        move 16 to return-code
        go to 9000-end
    end-if.
    perform 0170-loadclasses.
    if gf-overflow = 'Y'
        display 'refunds.dat and exppaid.dat exceed the 20000-entry'
            ' table; run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.

    open extend journal-file.
    if not ws-journal-ok
        open output journal-file
    end-if.
    open extend posted-file.
    if not ws-posted-ok
        open output posted-file
    end-if.

    move 'PAYMENT' to gf-event.
    move 'AP' to gf-code.
    perform 0300-payments thru 0390-exit.
    move 'REFUND' to gf-event.
    move 'RF' to gf-code.
    perform 0300-payments thru 0390-exit.
    move 'EXPCLAIM' to gf-event.
    move 'EC' to gf-code.
    perform 0300-payments thru 0390-exit.
    perform 0400-cash thru 0490-exit.
    if gf-company = spaces
        perform 0500-latecharges thru 0590-exit
        perform 0600-depreciation thru 0690-exit
    end-if.

    close journal-file.
    close posted-file.

    display 'Journal batches written to '
        function trim(ws-arg-journal) ': ' gf-batch-count.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadmap / 0110-readmap                                     *
*>*****************************************************************
0100-loadmap.
    move 0 to gf-map-count.
    open input map-file.
    if ws-map-ok
        perform 0110-readmap
        perform until eof-map or gf-map-count >= 50
            move spaces to gf-tok-1 gf-tok-2 gf-tok-3
            unstring map-record delimited by ','
                into gf-tok-1 gf-tok-2 gf-tok-3
            end-unstring
            if gf-tok-1 not = spaces
                add 1 to gf-map-count
                move function upper-case(gf-tok-1)
                    to gfm-event(gf-map-count)
                move gf-tok-2 to gfm-debit(gf-map-count)
                move gf-tok-3 to gfm-credit(gf-map-count)
            end-if
            perform 0110-readmap
        end-perform
        close map-file
    end-if.

0110-readmap.
    if not eof-map
        read map-file
            at end
                move 'Y' to ws-eof-map
        end-read
    end-if.

*>*****************************************************************
*> 0150-loadposted / 0160-readposted                               *
*>*****************************************************************
0150-loadposted.
    move 0 to gf-posted-count.
    open input posted-file.
    if ws-posted-ok
        perform 0160-readposted
        perform until eof-posted or gf-posted-count >= 20000
            move spaces to gf-tok-1 gf-tok-2 gf-tok-3
            move spaces to gf-key
            unstring posted-record delimited by ','
                into gf-tok-1 gf-key gf-tok-3
            end-unstring
            if gf-tok-1 not = spaces
                add 1 to gf-posted-count
                move gf-tok-1 to gfp-source(gf-posted-count)
                move gf-key to gfp-key(gf-posted-count)
                compute gfp-amount(gf-posted-count) =
                    function numval(gf-tok-3)
                if gf-tok-1 = 'LCREG'
                    if function numval(gf-key) > gf-lc-high
                        compute gf-lc-high =
                            function numval(gf-key)
                    end-if
                end-if
            end-if
            perform 0160-readposted
        end-perform
        if not eof-posted
            move 'Y' to gf-overflow
        end-if
        close posted-file
    end-if.

0160-readposted.
    if not eof-posted
        read posted-file
            at end
                move 'Y' to ws-eof-posted
        end-read
    end-if.

*>*****************************************************************
*> 0170-loadclasses                                                *
*>                                                                *
*> The payment numbers on REFUNDS.DAT (its REFUND lines, PAYNO     *
*> the sixth column) and EXPPAID.DAT (PAYNO the third).  Either    *
*> file may be absent.                                             *
*>*****************************************************************
0170-loadclasses.
    move 0 to gf-class-count.
    move 'refunds.dat' to gf-source-name.
    move 'N' to ws-eof-source.
    open input source-file.
    if ws-source-ok
        perform 0910-readsource
        perform until eof-source
            move spaces to gf-tok-1 gf-tok-2 gf-tok-3 gf-tok-4
                gf-tok-5 gf-tok-6
            unstring source-record delimited by ','
                into gf-tok-1 gf-tok-2 gf-tok-3 gf-tok-4 gf-tok-5
                    gf-tok-6
            end-unstring
            if gf-tok-5 = 'REFUND' and gf-tok-6 not = spaces
                move 'REFUND' to gf-row-event
                move gf-tok-6 to gf-tok-1
                perform 0180-addclass
            end-if
            perform 0910-readsource
        end-perform
        close source-file
    end-if.

    move 'exppaid.dat' to gf-source-name.
    move 'N' to ws-eof-source.
    open input source-file.
    if ws-source-ok
        perform 0910-readsource
        perform until eof-source
            move spaces to gf-tok-1 gf-tok-2 gf-tok-3
            unstring source-record delimited by ','
                into gf-tok-1 gf-tok-2 gf-tok-3
            end-unstring
            if gf-tok-3 not = spaces
                move 'EXPCLAIM' to gf-row-event
                move gf-tok-3 to gf-tok-1
                perform 0180-addclass
            end-if
            perform 0910-readsource
        end-perform
        close source-file
    end-if.

0180-addclass.
    if gf-class-count >= 20000
        move 'Y' to gf-overflow
    else
        add 1 to gf-class-count
        move gf-tok-1 to gfc-payno(gf-class-count)
        move gf-row-event to gfc-event(gf-class-count)
    end-if.

*>*****************************************************************
*> 0200-startbatch                                                 *
*>                                                                *
*> GF-SOURCE, GF-EVENT and GF-CODE name the subledger.  Its        *
*> accounts come from the map; an unmapped event leaves the        *
*> subledger unposted.                                             *
*>*****************************************************************
0200-startbatch.
    move 0 to gf-pend-count.
    move 'N' to gf-pend-overflow.
    move 0 to gf-forward.
    move 0 to gf-reverse.
    move 'N' to gf-mapped.
    perform varying gf-idx from 1 by 1 until gf-idx > gf-map-count
        if gfm-event(gf-idx) = gf-event
            move gfm-debit(gf-idx) to gf-debit
            move gfm-credit(gf-idx) to gf-credit
            move 'Y' to gf-mapped
        end-if
    end-perform.
    if gf-mapped = 'N'
        display 'No glmap.dat line for event '
            function trim(gf-event) '; '
            function trim(gf-source) ' not posted.'
        move 8 to return-code
    end-if.

*>*****************************************************************
*> 0250-postedsofar                                                *
*>                                                                *
*> What has already posted under GF-SOURCE and GF-KEY.             *
*>*****************************************************************
0250-postedsofar.
    move 0 to gf-already.
    move 'N' to gf-found.
    perform varying gf-idx from 1 by 1
            until gf-idx > gf-posted-count
        if gfp-source(gf-idx) = gf-source
                and gfp-key(gf-idx) = gf-key
            add gfp-amount(gf-idx) to gf-already
            move 'Y' to gf-found
        end-if
    end-perform.

*>*****************************************************************
*> 0270-addpending                                                 *
*>*****************************************************************
0270-addpending.
    if gf-pend-count >= 5000
        move 'Y' to gf-pend-overflow
    else
        add 1 to gf-pend-count
        move gf-key to gfn-key(gf-pend-count)
        move gf-delta to gfn-amount(gf-pend-count)
        if gf-delta > 0
            add gf-delta to gf-forward
        else
            subtract gf-delta from gf-reverse
        end-if
    end-if.

*>*****************************************************************
*> 0300-payments                                                   *
*>                                                                *
*> Dr the event's debit (payables), Cr its credit (cash) for the   *
*> PAYREG.DAT lines of GF-EVENT - REFUND and EXPCLAIM for the      *
*> payment numbers 0170-loadclasses found, PAYMENT for the rest.   *
*> A VOID line is worth nothing, so a posted payment voided since  *
*> reverses.  The key is the payment number whatever the event,    *
*> one sequence serving all three.                                 *
*>*****************************************************************
0300-payments.
    move 'PAYREG' to gf-source.
    move 'payreg.dat' to gf-source-name.
    perform 0200-startbatch.
    if gf-mapped = 'N'
        go to 0390-exit
    end-if.

    perform 0900-opensource.
    if ws-source-ok
        perform 0910-readsource
        perform until eof-source
            move spaces to gf-tok-1 gf-tok-2 gf-tok-3 gf-tok-4
                gf-tok-5 gf-tok-6 gf-tok-7
            unstring source-record delimited by ','
                into gf-tok-1 gf-tok-2 gf-tok-3 gf-tok-4 gf-tok-5
                    gf-tok-6 gf-tok-7
            end-unstring
            move function upper-case(gf-tok-7(1:4))
                to gf-row-company
            if gf-row-company = gf-home-company
                move spaces to gf-row-company
            end-if
            move 'PAYMENT' to gf-row-event
            perform varying gf-idx from 1 by 1
                    until gf-idx > gf-class-count
                if gfc-payno(gf-idx) = gf-tok-1
                    move gfc-event(gf-idx) to gf-row-event
                end-if
            end-perform
            if gf-tok-1 not = spaces
                    and gf-row-company = gf-company
                    and gf-row-event = gf-event
                move gf-tok-1 to gf-key
                if gf-tok-5 = 'VOID'
                    move 0 to gf-amount
                else
                    compute gf-amount = function numval(gf-tok-4)
                end-if
                perform 0250-postedsofar
                compute gf-delta = gf-amount - gf-already
                if gf-delta not = 0
                    perform 0270-addpending
                end-if
            end-if
            perform 0910-readsource
        end-perform
        close source-file
    end-if.

    perform 0800-writebatch thru 0890-exit.

0390-exit.
    exit.

*>*****************************************************************
*> 0400-cash                                                       *
*>                                                                *
*> Dr the CASHAPP debit (cash), Cr its credit (receivables), one   *
*> row per application line of the run's company (the sixth        *
*> column, blank for the home company) not yet on GLPOSTED.DAT.    *
*>                                                                *
*> HISTARCH takes old lines out of the file, so a line is keyed by *
*> what it holds - DATE/CUSTOMER/INVOICE/N, N counting the same    *
*> date, customer and invoice applied again, and /COMPANY after    *
*> it for any company but the home one.  Lines posted when the key *
*> was the line number are moved to the new key on GLPOSTED.DAT    *
*> (batch REKEY) the first time they are met.                      *
*>*****************************************************************
0400-cash.
    move 'CASHAPPL' to gf-source.
    move 'CASHAPP' to gf-event.
    move 'CA' to gf-code.
    move 'cashappl.dat' to gf-source-name.
    perform 0200-startbatch.
    if gf-mapped = 'N'
        go to 0490-exit
    end-if.

    move 0 to gf-seen-count.
    move 'N' to gf-seen-overflow.
    perform 0900-opensource.
    if ws-source-ok
        move 0 to gf-row
        perform 0910-readsource
        perform until eof-source or gf-seen-overflow = 'Y'
            add 1 to gf-row
            move spaces to gf-tok-1 gf-tok-2 gf-tok-3 gf-tok-4
                gf-tok-5 gf-tok-6
            unstring source-record delimited by ','
                into gf-tok-1 gf-tok-2 gf-tok-3 gf-tok-4 gf-tok-5
                    gf-tok-6
            end-unstring
            move function upper-case(gf-tok-6(1:4))
                to gf-row-company
            if gf-row-company = gf-home-company
                move spaces to gf-row-company
            end-if
            if gf-row-company = gf-company
                perform 0450-cashkey
                compute gf-amount = function numval(gf-tok-4)
                perform 0250-postedsofar
                if gf-found = 'N'
                    perform 0460-rekey
                end-if
                compute gf-delta = gf-amount - gf-already
                if gf-delta not = 0
                    perform 0270-addpending
                end-if
            end-if
            perform 0910-readsource
        end-perform
        close source-file
    end-if.

    if gf-seen-overflow = 'Y'
        display 'cashappl.dat has more than 20000 lines to key;'
            ' not posted - archive it first.'
        move 16 to return-code
        go to 0490-exit
    end-if.

    perform 0800-writebatch thru 0890-exit.

0490-exit.
    exit.

*>*****************************************************************
*> 0450-cashkey                                                    *
*>                                                                *
*> GF-KEY for the line in hand, N one past the times its date,     *
*> customer and invoice have been seen already.                    *
*>*****************************************************************
0450-cashkey.
    move spaces to gf-base-key.
    string function trim(gf-tok-1) '/'
        function trim(gf-tok-2) '/'
        function trim(gf-tok-3)
        delimited by size into gf-base-key.
    move 'N' to gf-found.
    perform varying gf-idx from 1 by 1
            until gf-idx > gf-seen-count or gf-found = 'Y'
        if gfs-key(gf-idx) = gf-base-key
            add 1 to gfs-count(gf-idx)
            move gfs-count(gf-idx) to gf-occ-display
            move 'Y' to gf-found
        end-if
    end-perform.
    if gf-found = 'N'
        if gf-seen-count >= 20000
            move 'Y' to gf-seen-overflow
        else
            add 1 to gf-seen-count
            move gf-base-key to gfs-key(gf-seen-count)
            move 1 to gfs-count(gf-seen-count)
            move 1 to gf-occ-display
        end-if
    end-if.

    move spaces to gf-key.
    if gf-company = spaces
        string function trim(gf-base-key) '/'
            function trim(gf-occ-display)
            delimited by size into gf-key
    else
        string function trim(gf-base-key) '/'
            function trim(gf-occ-display) '/'
            function trim(gf-company)
            delimited by size into gf-key
    end-if.

*>*****************************************************************
*> 0460-rekey                                                      *
*>                                                                *
*> The line has nothing under its key.  Whatever posted under its  *
*> line number is moved across - taken off the line number and     *
*> put on the key - and counts as already posted.                  *
*>*****************************************************************
0460-rekey.
    move gf-row to gf-row-display.
    move spaces to gf-line-key.
    move gf-row-display to gf-line-key.
    move 0 to gf-line-amount.
    perform varying gf-idx from 1 by 1
            until gf-idx > gf-posted-count
        if gfp-source(gf-idx) = gf-source
                and gfp-key(gf-idx) = gf-line-key
            add gfp-amount(gf-idx) to gf-line-amount
        end-if
    end-perform.
    if gf-line-amount not = 0
        compute gf-amount-display = 0 - gf-line-amount
        move spaces to gf-line
        string function trim(gf-source) ','
            function trim(gf-line-key) ','
            function trim(gf-amount-display) ',REKEY,'
            gf-today
            delimited by size into gf-line
        move gf-line to posted-record
        write posted-record
        move gf-line-amount to gf-amount-display
        move spaces to gf-line
        string function trim(gf-source) ','
            function trim(gf-key) ','
            function trim(gf-amount-display) ',REKEY,'
            gf-today
            delimited by size into gf-line
        move gf-line to posted-record
        write posted-record
        move gf-line-amount to gf-already
    end-if.

*>*****************************************************************
*> 0500-latecharges                                                *
*>                                                                *
*> Dr the LATECHG debit (receivables), Cr its credit (late-charge  *
*> income), one row per register line past the last one posted.    *
*>*****************************************************************
0500-latecharges.
    move 'LCREG' to gf-source.
    move 'LATECHG' to gf-event.
    move 'LC' to gf-code.
    move 'lcreg.dat' to gf-source-name.
    perform 0200-startbatch.
    if gf-mapped = 'N'
        go to 0590-exit
    end-if.

    perform 0900-opensource.
    if ws-source-ok
        move 0 to gf-row
        perform 0910-readsource
        perform until eof-source
            add 1 to gf-row
            if gf-row > gf-lc-high
                move spaces to gf-tok-1 gf-tok-2 gf-tok-3 gf-tok-4
                unstring source-record delimited by ','
                    into gf-tok-1 gf-tok-2 gf-tok-3 gf-tok-4
                end-unstring
                move gf-row to gf-row-display
                move gf-row-display to gf-key
                compute gf-delta = function numval(gf-tok-4)
                if gf-delta not = 0
                    perform 0270-addpending
                end-if
            end-if
            perform 0910-readsource
        end-perform
        close source-file
    end-if.

    perform 0800-writebatch thru 0890-exit.

0590-exit.
    exit.

*>*****************************************************************
*> 0600-depreciation                                               *
*>                                                                *
*> Dr the DEPR debit (expense), Cr its credit (accumulated         *
*> depreciation) for each period through the current one.  DEPR-   *
*> SCHED rewrites its journal whole, so a period already posted    *
*> posts again only by the amount it changed.                      *
*>*****************************************************************
0600-depreciation.
    move 'DEPRJRNL' to gf-source.
    move 'DEPR' to gf-event.
    move 'FA' to gf-code.
    move 'deprjrnl.dat' to gf-source-name.
    perform 0200-startbatch.
    if gf-mapped = 'N'
        go to 0690-exit
    end-if.

    perform 0900-opensource.
    if ws-source-ok
        perform 0910-readsource
        perform until eof-source
            move spaces to gf-tok-1 gf-tok-2 gf-tok-3
            unstring source-record delimited by ','
                into gf-tok-1 gf-tok-2 gf-tok-3
            end-unstring
            if gf-tok-1 not = spaces
                compute gf-period-key =
                    (function numval(gf-tok-1) * 100)
                    + function numval(gf-tok-2)
                if gf-period-key <= gf-current-key
                    move spaces to gf-key
                    move gf-period-key to gf-key(1:6)
                    compute gf-amount = function numval(gf-tok-3)
                    perform 0250-postedsofar
                    compute gf-delta = gf-amount - gf-already
                    if gf-delta not = 0
                        perform 0270-addpending
                    end-if
                end-if
            end-if
            perform 0910-readsource
        end-perform
        close source-file
    end-if.

    perform 0800-writebatch thru 0890-exit.

0690-exit.
    exit.

*>*****************************************************************
*> 0800-writebatch                                                 *
*>                                                                *
*> H, up to four D lines, and the T line whose hash is the sum of  *
*> every debit and credit - then the rows go on record as posted.  *
*>*****************************************************************
0800-writebatch.
    if gf-pend-overflow = 'Y'
        display function trim(gf-source)
            ' has more than 5000 rows to post; not posted.'
        move 16 to return-code
        go to 0890-exit
    end-if.
    if gf-pend-count = 0
        display function trim(gf-source) ': nothing new to post.'
        go to 0890-exit
    end-if.

    move gf-fpo-fiscalyear to gf-fy-display.
    move gf-fpo-period to gf-pp-display.
    move spaces to gf-batchid.
    string gf-code gf-fy-display gf-pp-display
        ts-hours ts-minutes
        delimited by size into gf-batchid.

    move spaces to gf-line.
    if gf-company = spaces
        string 'H,' gf-batchid ',' gf-today
            delimited by size into gf-line
    else
        string 'H,' gf-batchid ',' gf-today ','
            function trim(gf-company)
            delimited by size into gf-line
    end-if.
    move gf-line to journal-record.
    write journal-record.

    move 0 to gf-detail-count.
    move 0 to gf-hash.
    if gf-forward > 0
        move gf-debit to gf-tok-1
        move gf-forward to gf-amount
        perform 0850-debitline
        move gf-credit to gf-tok-1
        perform 0860-creditline
    end-if.
    if gf-reverse > 0
        move gf-credit to gf-tok-1
        move gf-reverse to gf-amount
        perform 0850-debitline
        move gf-debit to gf-tok-1
        perform 0860-creditline
    end-if.

    move gf-detail-count to gf-count-display.
    move gf-hash to gf-hash-display.
    move spaces to gf-line.
    string 'T,' gf-batchid ','
        gf-count-display ','
        function trim(gf-hash-display)
        delimited by size into gf-line.
    move gf-line to journal-record.
    write journal-record.
    add 1 to gf-batch-count.

    perform varying gf-idx from 1 by 1 until gf-idx > gf-pend-count
        move gfn-amount(gf-idx) to gf-amount-display
        move spaces to gf-line
        string function trim(gf-source) ','
            function trim(gfn-key(gf-idx)) ','
            function trim(gf-amount-display) ','
            gf-batchid ','
            gf-today
            delimited by size into gf-line
        move gf-line to posted-record
        write posted-record
    end-perform.

    move gf-forward to gf-amount-display.
    display function trim(gf-source) ': batch ' gf-batchid
        ', ' gf-pend-count ' rows, posted '
        function trim(gf-amount-display).
    if gf-reverse > 0
        move gf-reverse to gf-amount-display
        display '    reversed ' function trim(gf-amount-display)
    end-if.

0890-exit.
    exit.

0850-debitline.
    move gf-amount to gf-amount-display.
    move spaces to gf-line.
    string 'D,' gf-batchid ','
        function trim(gf-tok-1) ','
        function trim(gf-amount-display) ','
        '0.00'
        delimited by size into gf-line.
    move gf-line to journal-record.
    write journal-record.
    add 1 to gf-detail-count.
    add gf-amount to gf-hash.

0860-creditline.
    move gf-amount to gf-amount-display.
    move spaces to gf-line.
    string 'D,' gf-batchid ','
        function trim(gf-tok-1) ','
        '0.00,'
        function trim(gf-amount-display)
        delimited by size into gf-line.
    move gf-line to journal-record.
    write journal-record.
    add 1 to gf-detail-count.
    add gf-amount to gf-hash.

*>*****************************************************************
*> 0900-opensource / 0910-readsource                               *
*>*****************************************************************
0900-opensource.
    move 'N' to ws-eof-source.
    open input source-file.
    if not ws-source-ok
        display function trim(gf-source-name)
            ' not found; nothing from it to post.'
    end-if.

0910-readsource.
    if not eof-source
        read source-file
            at end
                move 'Y' to ws-eof-source
        end-read
    end-if.

end program glfeed.
