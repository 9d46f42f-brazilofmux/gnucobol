*>*****************************************************************
*> assettxn - Fixed-asset disposal, transfer and gain/loss.        *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> DEPRSCHED depreciated every asset to the end of its life, but   *
*> assets are sold, scrapped and moved between departments all     *
*> year.  This reads the asset-transaction file ASSETTXN.DAT -     *
*>                                                                *
*>   ASSETID,DATE,DISPOSE,PROCEEDS                                 *
*>   ASSETID,DATE,PARTIAL,PROCEEDS,PERCENT                         *
*>   ASSETID,DATE,TRANSFER,,COSTCENTER                             *
*>                                                                *
*> (DATE as YYYY-MM-DD; PROCEEDS zero for a scrapping) against     *
*> ASSETMAST.DAT, whose optional seventh field is the asset's      *
*> original cost center, and the schedule DEPRSCHED.DAT.  An asset *
*> depreciates through the fiscal period its disposal falls in     *
*> (FISCALPERIODOF, the same fiscal-start-month as DEPRSCHED), so  *
*> its accumulated depreciation at disposal is the ACCUM on its    *
*> last schedule line for that period or before, in proportion to  *
*> the cost still on the asset (a partial disposal scales the rest *
*> of the schedule evenly, so this holds whether or not DEPRSCHED  *
*> has been rerun since).  For a DISPOSE                           *
*> the whole remaining cost retires; for a PARTIAL, PERCENT of     *
*> it, and PERCENT of the accumulated depreciation with it.  The   *
*> gain or loss is the proceeds less the net book value retired.   *
*>                                                                *
*> Every transaction is appended to the asset history              *
*> ASSETHIST.DAT -                                                 *
*>                                                                *
*>   ASSETID,DATE,TYPE,FISCALYEAR,PERIOD,FROMCC,TOCC,PERCENT,COST, *
*>   ACCUM,NBV,PROCEEDS,GAINLOSS                                   *
*>                                                                *
*> (COST the cost retired, or for a TRANSFER the cost moved), from *
*> which DEPRSCHED stops or scales the schedule and ASSETROLL      *
*> prints the register and the year-end roll-forward.  A           *
*> transaction already on the history is skipped, so the file can  *
*> be rerun.                                                       *
*>                                                                *
*> The retirement entries append to the journal file as GLGATE     *
*> batches, one per fiscal period disposed in, the GLFEED shape -  *
*> batch id FR, the fiscal year and period, and the run's HHMM;    *
*> dated the period's last disposal -                              *
*>                                                                *
*>   Dr ASSETRET debit    accumulated depreciation retired         *
*>   Dr ASSETSALE debit   proceeds                                 *
*>   Dr ASSETSALE credit  net loss on disposal                     *
*>   Cr ASSETRET credit   cost retired                             *
*>   Cr ASSETSALE credit  net gain on disposal                     *
*>                                                                *
*> - accounts from GLMAP.DAT.  A transfer carries no GL entry.     *
*>                                                                *
*> Command line: [fiscal-start-month] [journal-file]               *
*>                                  (default glfeed.dat)           *
*>                                                                *
*> RETURN-CODE 4 when a transaction is rejected; 8 when a          *
*> disposal needs a GLMAP.DAT event that is missing, in which case *
*> nothing at all is written; 16 when a file outgrows its table.   *
*>*****************************************************************
identification division.
program-id. assettxn.

environment division.
configuration section.
repository.
    function dateformat
    function dateparse
    function fielded_to_linear
    function fiscalperiodof
    function linear_to_fielded
    function all intrinsic.

input-output section.
file-control.

    select asset-file assign to 'assetmast.dat'
        organization is line sequential
        access is sequential
        file status is ws-asset-status.

    select txn-file assign to 'assettxn.dat'
        organization is line sequential
        access is sequential
        file status is ws-txn-status.

    select hist-file assign to 'assethist.dat'
        organization is line sequential
        access is sequential
        file status is ws-hist-status.

    select sched-file assign to 'deprsched.dat'
        organization is line sequential
        access is sequential
        file status is ws-sched-status.

    select map-file assign to 'glmap.dat'
        organization is line sequential
        access is sequential
        file status is ws-map-status.

    select journal-file assign to ws-arg-journal
        organization is line sequential
        access is sequential
        file status is ws-journal-status.

data division.
file section.
fd  asset-file.

01  asset-record         pic x(80).

fd  txn-file.

01  txn-record           pic x(80).

fd  hist-file.

01  hist-record          pic x(160).

fd  sched-file.

01  sched-record         pic x(80).

fd  map-file.

01  map-record           pic x(80).

fd  journal-file.

01  journal-record       pic x(100).

working-storage section.
01  ws-asset-status      pic xx.
    88  ws-asset-ok          value '00'.
01  ws-txn-status        pic xx.
    88  ws-txn-ok            value '00'.
01  ws-hist-status       pic xx.
    88  ws-hist-ok           value '00'.
01  ws-sched-status      pic xx.
    88  ws-sched-ok          value '00'.
01  ws-map-status        pic xx.
    88  ws-map-ok            value '00'.
01  ws-journal-status    pic xx.
    88  ws-journal-ok        value '00'.

01  ws-eof-asset         pic x       value 'N'.
    88  eof-asset            value 'Y'.
01  ws-eof-txn           pic x       value 'N'.
    88  eof-txn              value 'Y'.
01  ws-eof-hist          pic x       value 'N'.
    88  eof-hist             value 'Y'.
01  ws-eof-sched         pic x       value 'N'.
    88  eof-sched            value 'Y'.
01  ws-eof-map           pic x       value 'N'.
    88  eof-map              value 'Y'.

01  ws-cmdline           pic x(80).
01  ws-arg-fiscal        pic x(2).
01  ws-arg-journal       pic x(60).
01  at-fiscalstart       pic 99 comp-5 value 1.

01  at-tok-1             pic x(16).
01  at-tok-2             pic x(16).
01  at-tok-3             pic x(16).
01  at-tok-4             pic x(16).
01  at-tok-5             pic x(16).
01  at-tok-6             pic x(16).
01  at-tok-7             pic x(16).
01  at-tok-8             pic x(16).
01  at-tok-9             pic x(16).

*>  One entry per asset on the master, with what the history has
*>  already done to it.
*>
01  at-assets.
    05  at-asset occurs 2000 times.
        10  ata-assetid      pic x(12).
        10  ata-cost         pic s9(9)v99 comp-5.
        10  ata-service-ld   usage signed-int.
        10  ata-costcenter   pic x(10).
        10  ata-retired      pic x.
        10  ata-last-ld      usage signed-int.
01  at-asset-count       usage signed-int value 0.

*>  Transactions already on the history, by asset, date and type.
*>
01  at-done.
    05  at-done-entry occurs 5000 times.
        10  atd-assetid      pic x(12).
        10  atd-date         pic x(10).
        10  atd-type         pic x(8).
01  at-done-count        usage signed-int value 0.

*>  History lines this run, written only once the run is known good.
*>
01  at-new-lines         occurs 1000 times pic x(160).
01  at-new-count         usage signed-int value 0.

*>  Journal totals per fiscal period disposed in.
*>
01  at-batches.
    05  at-batch occurs 100 times.
        10  atb-key          usage signed-int.
        10  atb-post-ld      usage signed-int.
        10  atb-cost         pic s9(11)v99 comp-5.
        10  atb-accum        pic s9(11)v99 comp-5.
        10  atb-proceeds     pic s9(11)v99 comp-5.
        10  atb-gainloss     pic s9(11)v99 comp-5.
01  at-batch-count       usage signed-int value 0.

01  at-overflow          pic x value 'N'.
01  at-idx               usage signed-int.
01  at-aidx              usage signed-int.
01  at-bidx              usage signed-int.

01  at-assetid           pic x(12).
01  at-date              pic x(10).
01  at-type              pic x(8).
01  at-txn-ld            usage signed-int.
01  at-key               usage signed-int.
01  at-percent           pic s9(3)v9(4) comp-5.
01  at-proceeds          pic s9(9)v99 comp-5.
01  at-sched-accum       pic s9(9)v99 comp-5.
01  at-sched-found       pic x.
01  at-sched-cost        pic s9(9)v99 comp-5.
01  at-cost-out          pic s9(9)v99 comp-5.
01  at-accum-out         pic s9(9)v99 comp-5.
01  at-nbv-out           pic s9(9)v99 comp-5.
01  at-gainloss          pic s9(9)v99 comp-5.
01  at-to-cc             pic x(10).
01  at-from-cc           pic x(10).
01  at-reason            pic x(40).

01  at-ret-debit         pic x(12).
01  at-ret-credit        pic x(12).
01  at-sale-debit        pic x(12).
01  at-sale-credit       pic x(12).
01  at-ret-mapped        pic x value 'N'.
01  at-sale-mapped       pic x value 'N'.

01  at-disposal-count    usage signed-int value 0.
01  at-partial-count     usage signed-int value 0.
01  at-transfer-count    usage signed-int value 0.
01  at-skip-count        usage signed-int value 0.
01  at-reject-count      usage signed-int value 0.

01  at-line              pic x(160).
01  at-batchid           pic x(12).
01  at-post-date         pic x(10).
01  at-fy-display        pic 9(4).
01  at-pp-display        pic 99.
01  at-pct-display       pic zz9.99.
01  at-amount            pic s9(11)v99 comp-5.
01  at-hash              pic s9(13)v99 comp-5.
01  at-detail-count      usage signed-int.
01  at-count-display     pic z(3)9.
01  at-amount-display    pic -(10)9.99.
01  at-cost-display      pic -(10)9.99.
01  at-accum-display     pic -(10)9.99.
01  at-nbv-display       pic -(10)9.99.
01  at-proc-display      pic -(10)9.99.
01  at-gl-display        pic -(10)9.99.
01  at-hash-display      pic -(12)9.99.
01  at-acct              pic x(12).
01  at-date-text         pic x(20).

01  at-fpo-result.
    05  at-fpo-period        pic 99      comp-5.
    05  at-fpo-fiscalyear    pic s9(9)   comp-5.

01  at-fielded-date.
    05  at-year              pic s9(9)   comp-5.
    05  at-month             pic 99      comp-5.
    05  at-dom               pic 99      comp-5.
    05  at-doy               pic 999     comp-5.
    05  at-dow               pic 9       comp-5.

01  at-parse-result.
    05  at-p-fielded.
        10  at-p-year        pic s9(9)   comp-5.
        10  at-p-month       pic 99      comp-5.
        10  at-p-dom         pic 99      comp-5.
    05  at-p-success     pic x.

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
    move spaces to ws-cmdline ws-arg-fiscal ws-arg-journal.
    accept ws-cmdline from command-line.
    unstring ws-cmdline delimited by all space
        into ws-arg-fiscal ws-arg-journal.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to at-fiscalstart
    end-if.
    if at-fiscalstart < 1 or at-fiscalstart > 12
        move 1 to at-fiscalstart
    end-if.
    if ws-arg-journal = spaces or ws-arg-journal = low-values
        move 'glfeed.dat' to ws-arg-journal
    end-if.
    move function current-date to time-stamp.

    perform 0100-loadassets.
    perform 0150-loadhistory.
    perform 0200-loadmap.
    if at-overflow = 'Y'
        display 'An asset file exceeds its table; nothing processed.'
        move 16 to return-code
        go to 9000-end
    end-if.

    open input txn-file.
    if not ws-txn-ok
        display 'assettxn.dat is missing; nothing to process.'
        go to 9000-end
    end-if.
    display 'Fixed-asset transactions'.
    display '=============================================='.
    perform 0310-readtxn.
    perform until eof-txn
        perform 0300-onetxn thru 0390-exit
        perform 0310-readtxn
    end-perform.
    close txn-file.

    if at-overflow = 'Y'
        display 'Too many transactions for one run; nothing written.'
        move 16 to return-code
        go to 9000-end
    end-if.
    if at-batch-count > 0
            and (at-ret-mapped = 'N' or at-sale-mapped = 'N')
        display 'glmap.dat needs ASSETRET and ASSETSALE lines;'
            ' nothing written.'
        move 8 to return-code
        go to 9000-end
    end-if.

    open extend hist-file.
    if not ws-hist-ok
        open output hist-file
    end-if.
    perform varying at-idx from 1 by 1 until at-idx > at-new-count
        move at-new-lines(at-idx) to hist-record
        write hist-record
    end-perform.
    close hist-file.

    if at-batch-count > 0
        perform 0800-writejournal
    end-if.

    display '=============================================='.
    display 'Disposals:         ' at-disposal-count.
    display 'Partial disposals: ' at-partial-count.
    display 'Transfers:         ' at-transfer-count.
    display 'Already posted:    ' at-skip-count.
    display 'Rejected:          ' at-reject-count.
    if at-reject-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadassets / 0110-readasset                                *
*>*****************************************************************
0100-loadassets.
    open input asset-file.
    if ws-asset-ok
        perform 0110-readasset
        perform until eof-asset
            move spaces to at-tok-1 at-tok-2 at-tok-3 at-tok-4
                at-tok-5 at-tok-6 at-tok-7
            unstring asset-record delimited by ','
                into at-tok-1 at-tok-2 at-tok-3 at-tok-4
                    at-tok-5 at-tok-6 at-tok-7
            end-unstring
            move dateparse(at-tok-4, '02') to at-parse-result
            if at-tok-1 not = spaces and at-p-success = 'Y'
                if at-asset-count >= 2000
                    move 'Y' to at-overflow
                else
                    add 1 to at-asset-count
                    move at-tok-1 to ata-assetid(at-asset-count)
                    compute ata-cost(at-asset-count) =
                        function numval(at-tok-2)
                    move fielded_to_linear(at-p-year, at-p-month,
                            at-p-dom) to ata-service-ld(at-asset-count)
                    move function upper-case(at-tok-7)
                        to ata-costcenter(at-asset-count)
                    move 'N' to ata-retired(at-asset-count)
                    move ata-service-ld(at-asset-count)
                        to ata-last-ld(at-asset-count)
                end-if
            end-if
            perform 0110-readasset
        end-perform
        close asset-file
    end-if.

0110-readasset.
    if not eof-asset
        read asset-file
            at end
                move 'Y' to ws-eof-asset
        end-read
    end-if.

0120-findasset.
    move 0 to at-aidx.
    perform varying at-idx from 1 by 1
            until at-idx > at-asset-count or at-aidx > 0
        if ata-assetid(at-idx) = at-assetid
            move at-idx to at-aidx
        end-if
    end-perform.

*>*****************************************************************
*> 0150-loadhistory / 0160-readhist                                *
*>                                                                *
*> Replays the history onto the assets: cost retired comes off,    *
*> a DISPOSE retires, a TRANSFER moves the cost center.            *
*>*****************************************************************
0150-loadhistory.
    open input hist-file.
    if ws-hist-ok
        perform 0160-readhist
        perform until eof-hist
            move spaces to at-tok-1 at-tok-2 at-tok-3 at-tok-4
                at-tok-5 at-tok-6 at-tok-7 at-tok-8 at-tok-9
            unstring hist-record delimited by ','
                into at-tok-1 at-tok-2 at-tok-3 at-tok-4
                    at-tok-5 at-tok-6 at-tok-7 at-tok-8 at-tok-9
            end-unstring
            if at-done-count >= 5000
                move 'Y' to at-overflow
            else
                add 1 to at-done-count
                move at-tok-1 to atd-assetid(at-done-count)
                move at-tok-2 to atd-date(at-done-count)
                move at-tok-3 to atd-type(at-done-count)
            end-if
            move at-tok-1 to at-assetid
            perform 0120-findasset
            move dateparse(at-tok-2, '02') to at-parse-result
            if at-aidx > 0 and at-p-success = 'Y'
                move fielded_to_linear(at-p-year, at-p-month,
                        at-p-dom) to at-txn-ld
                if at-txn-ld > ata-last-ld(at-aidx)
                    move at-txn-ld to ata-last-ld(at-aidx)
                end-if
                evaluate at-tok-3
                    when 'DISPOSE'
                        move 'Y' to ata-retired(at-aidx)
                        subtract function numval(at-tok-9)
                            from ata-cost(at-aidx)
                    when 'PARTIAL'
                        subtract function numval(at-tok-9)
                            from ata-cost(at-aidx)
                    when 'TRANSFER'
                        move at-tok-7 to ata-costcenter(at-aidx)
                end-evaluate
            end-if
            perform 0160-readhist
        end-perform
        close hist-file
    end-if.

0160-readhist.
    if not eof-hist
        read hist-file
            at end
                move 'Y' to ws-eof-hist
        end-read
    end-if.

*>*****************************************************************
*> 0200-loadmap / 0210-readmap                                     *
*>*****************************************************************
0200-loadmap.
    open input map-file.
    if ws-map-ok
        perform 0210-readmap
        perform until eof-map
            move spaces to at-tok-1 at-tok-2 at-tok-3
            unstring map-record delimited by ','
                into at-tok-1 at-tok-2 at-tok-3
            end-unstring
            evaluate function upper-case(at-tok-1)
                when 'ASSETRET'
                    move at-tok-2 to at-ret-debit
                    move at-tok-3 to at-ret-credit
                    move 'Y' to at-ret-mapped
                when 'ASSETSALE'
                    move at-tok-2 to at-sale-debit
                    move at-tok-3 to at-sale-credit
                    move 'Y' to at-sale-mapped
            end-evaluate
            perform 0210-readmap
        end-perform
        close map-file
    end-if.

0210-readmap.
    if not eof-map
        read map-file
            at end
                move 'Y' to ws-eof-map
        end-read
    end-if.

*>*****************************************************************
*> 0300-onetxn                                                     *
*>*****************************************************************
0300-onetxn.
    move spaces to at-tok-1 at-tok-2 at-tok-3 at-tok-4 at-tok-5.
    unstring txn-record delimited by ','
        into at-tok-1 at-tok-2 at-tok-3 at-tok-4 at-tok-5
    end-unstring.
    if at-tok-1 = spaces
        go to 0390-exit
    end-if.
    move at-tok-1 to at-assetid.
    move at-tok-2 to at-date.
    move function upper-case(at-tok-3) to at-type.

    perform varying at-idx from 1 by 1 until at-idx > at-done-count
        if atd-assetid(at-idx) = at-assetid
                and atd-date(at-idx) = at-date
                and atd-type(at-idx) = at-type
            add 1 to at-skip-count
            go to 0390-exit
        end-if
    end-perform.

    perform 0120-findasset.
    move dateparse(at-date, '02') to at-parse-result.
    evaluate true
        when at-aidx = 0
            move 'not on assetmast.dat' to at-reason
        when at-p-success = 'N'
            move 'bad date' to at-reason
        when at-type not = 'DISPOSE' and at-type not = 'PARTIAL'
                and at-type not = 'TRANSFER'
            move 'unknown transaction type' to at-reason
        when ata-retired(at-aidx) = 'Y'
            move 'asset already retired' to at-reason
        when other
            move spaces to at-reason
    end-evaluate.
    if at-reason = spaces
        move fielded_to_linear(at-p-year, at-p-month, at-p-dom)
            to at-txn-ld
        if at-txn-ld < ata-last-ld(at-aidx)
            move 'dated before the asset''s last event'
                to at-reason
        end-if
    end-if.
    if at-reason not = spaces
        display 'Rejected ' function trim(txn-record) ' - '
            function trim(at-reason)
        add 1 to at-reject-count
        go to 0390-exit
    end-if.

    move fiscalperiodof(at-txn-ld, at-fiscalstart) to at-fpo-result.
    compute at-key = (at-fpo-fiscalyear * 100) + at-fpo-period.
    move ata-costcenter(at-aidx) to at-from-cc.
    move spaces to at-to-cc.
    move 0 to at-percent at-proceeds at-cost-out at-accum-out
        at-nbv-out at-gainloss.

    if at-type = 'TRANSFER'
        move function upper-case(at-tok-5) to at-to-cc
        if at-to-cc = spaces or at-to-cc = at-from-cc
            display 'Rejected ' function trim(txn-record)
                ' - no new cost center'
            add 1 to at-reject-count
            go to 0390-exit
        end-if
        move ata-cost(at-aidx) to at-cost-out
        move at-to-cc to ata-costcenter(at-aidx)
        add 1 to at-transfer-count
        perform 0600-historyline thru 0690-exit
        go to 0390-exit
    end-if.

    compute at-proceeds = function numval(at-tok-4).
    if at-type = 'PARTIAL'
        compute at-percent = function numval(at-tok-5)
        if at-percent <= 0 or at-percent >= 100
            display 'Rejected ' function trim(txn-record)
                ' - percent must be between 0 and 100'
            add 1 to at-reject-count
            go to 0390-exit
        end-if
    else
        move 100 to at-percent
    end-if.

    perform 0400-scheduleaccum.
    if at-sched-found = 'N'
        display 'Rejected ' function trim(txn-record)
            ' - not on deprsched.dat'
        add 1 to at-reject-count
        go to 0390-exit
    end-if.

    if at-type = 'DISPOSE'
        move ata-cost(at-aidx) to at-cost-out
        move at-sched-accum to at-accum-out
        move 'Y' to ata-retired(at-aidx)
        add 1 to at-disposal-count
    else
        compute at-cost-out rounded =
            ata-cost(at-aidx) * at-percent / 100
        compute at-accum-out rounded =
            at-sched-accum * at-percent / 100
        add 1 to at-partial-count
    end-if.
    compute at-nbv-out = at-cost-out - at-accum-out.
    compute at-gainloss = at-proceeds - at-nbv-out.
    subtract at-cost-out from ata-cost(at-aidx).

    perform 0600-historyline thru 0690-exit.
    perform 0500-batchtotal thru 0590-exit.

0390-exit.
    exit.

0310-readtxn.
    if not eof-txn
        read txn-file
            at end
                move 'Y' to ws-eof-txn
        end-read
    end-if.

*>*****************************************************************
*> 0400-scheduleaccum                                              *
*>                                                                *
*> ACCUM on the asset's last DEPRSCHED.DAT line for the disposal   *
*> period or before, times the cost left over that line's cost     *
*> (ACCUM + NBV); none before it (disposed before it began to      *
*> depreciate) is zero.                                            *
*>*****************************************************************
0400-scheduleaccum.
    move 'N' to at-sched-found.
    move 0 to at-sched-accum.
    move 0 to at-sched-cost.
    move 'N' to ws-eof-sched.
    open input sched-file.
    if ws-sched-ok
        perform 0410-readsched
        perform until eof-sched
            move spaces to at-tok-1 at-tok-2 at-tok-3 at-tok-4
                at-tok-5 at-tok-6 at-tok-7
            unstring sched-record delimited by ','
                into at-tok-1 at-tok-2 at-tok-3 at-tok-4
                    at-tok-5 at-tok-6 at-tok-7
            end-unstring
            if at-tok-1 = at-assetid
                move 'Y' to at-sched-found
                if (function numval(at-tok-3) * 100)
                        + function numval(at-tok-4) <= at-key
                    compute at-sched-accum =
                        function numval(at-tok-6)
                    compute at-sched-cost = at-sched-accum
                        + function numval(at-tok-7)
                end-if
            end-if
            perform 0410-readsched
        end-perform
        close sched-file
    end-if.
    if at-sched-cost > 0
        compute at-sched-accum rounded =
            at-sched-accum * ata-cost(at-aidx) / at-sched-cost
    end-if.

0410-readsched.
    if not eof-sched
        read sched-file
            at end
                move 'Y' to ws-eof-sched
        end-read
    end-if.

*>*****************************************************************
*> 0500-batchtotal                                                 *
*>*****************************************************************
0500-batchtotal.
    perform varying at-bidx from 1 by 1
            until at-bidx > at-batch-count
        if atb-key(at-bidx) = at-key
            go to 0550-addin
        end-if
    end-perform.
    if at-batch-count >= 100
        move 'Y' to at-overflow
        go to 0590-exit
    end-if.
    add 1 to at-batch-count.
    move at-batch-count to at-bidx.
    move at-key to atb-key(at-bidx).
    move at-txn-ld to atb-post-ld(at-bidx).
    move 0 to atb-cost(at-bidx) atb-accum(at-bidx)
        atb-proceeds(at-bidx) atb-gainloss(at-bidx).

0550-addin.
    if at-txn-ld > atb-post-ld(at-bidx)
        move at-txn-ld to atb-post-ld(at-bidx)
    end-if.
    add at-cost-out to atb-cost(at-bidx).
    add at-accum-out to atb-accum(at-bidx).
    add at-proceeds to atb-proceeds(at-bidx).
    add at-gainloss to atb-gainloss(at-bidx).

0590-exit.
    exit.

*>*****************************************************************
*> 0600-historyline                                                *
*>*****************************************************************
0600-historyline.
    if at-new-count >= 1000
        move 'Y' to at-overflow
        go to 0690-exit
    end-if.
    move at-fpo-fiscalyear to at-fy-display.
    move at-fpo-period to at-pp-display.
    move at-percent to at-pct-display.
    move at-cost-out to at-cost-display.
    move at-accum-out to at-accum-display.
    move at-nbv-out to at-nbv-display.
    move at-proceeds to at-proc-display.
    move at-gainloss to at-gl-display.
    move spaces to at-line.
    string function trim(at-assetid) ','
        at-date ','
        function trim(at-type) ','
        at-fy-display ','
        at-pp-display ','
        function trim(at-from-cc) ','
        function trim(at-to-cc) ','
        function trim(at-pct-display) ','
        function trim(at-cost-display) ','
        function trim(at-accum-display) ','
        function trim(at-nbv-display) ','
        function trim(at-proc-display) ','
        function trim(at-gl-display)
        delimited by size into at-line.
    add 1 to at-new-count.
    move at-line to at-new-lines(at-new-count).

    if at-type = 'TRANSFER'
        display at-assetid ' ' at-date ' TRANSFER '
            function trim(at-from-cc) ' to ' function trim(at-to-cc)
            ' cost ' function trim(at-cost-display)
    else
        display at-assetid ' ' at-date ' ' at-type
            ' cost ' function trim(at-cost-display)
            ' accum ' function trim(at-accum-display)
            ' NBV ' function trim(at-nbv-display)
            ' proceeds ' function trim(at-proc-display)
            ' gain/loss ' function trim(at-gl-display)
    end-if.

0690-exit.
    exit.

*>*****************************************************************
*> 0800-writejournal / 0850-debitline / 0860-creditline            *
*>*****************************************************************
0800-writejournal.
    open extend journal-file.
    if not ws-journal-ok
        open output journal-file
    end-if.
    perform varying at-bidx from 1 by 1
            until at-bidx > at-batch-count
        compute at-fy-display = atb-key(at-bidx) / 100
        compute at-pp-display = function mod(atb-key(at-bidx), 100)
        move spaces to at-batchid
        string 'FR' at-fy-display at-pp-display
            ts-hours ts-minutes
            delimited by size into at-batchid
        move linear_to_fielded(atb-post-ld(at-bidx))
            to at-fielded-date
        move dateformat(at-fielded-date, '01') to at-date-text
        move at-date-text(1:10) to at-post-date

        move spaces to at-line
        string 'H,' at-batchid ',' at-post-date
            delimited by size into at-line
        move at-line to journal-record
        write journal-record
        move 0 to at-detail-count
        move 0 to at-hash

        move at-ret-debit to at-acct
        move atb-accum(at-bidx) to at-amount
        perform 0850-debitline
        move at-sale-debit to at-acct
        move atb-proceeds(at-bidx) to at-amount
        perform 0850-debitline
        if atb-gainloss(at-bidx) < 0
            move at-sale-credit to at-acct
            compute at-amount = 0 - atb-gainloss(at-bidx)
            perform 0850-debitline
        end-if
        move at-ret-credit to at-acct
        move atb-cost(at-bidx) to at-amount
        perform 0860-creditline
        if atb-gainloss(at-bidx) > 0
            move at-sale-credit to at-acct
            move atb-gainloss(at-bidx) to at-amount
            perform 0860-creditline
        end-if

        move at-detail-count to at-count-display
        move at-hash to at-hash-display
        move spaces to at-line
        string 'T,' at-batchid ','
            function trim(at-count-display) ','
            function trim(at-hash-display)
            delimited by size into at-line
        move at-line to journal-record
        write journal-record
        display 'Retirement batch ' at-batchid ' dated '
            at-post-date ' - ' function trim(ws-arg-journal)
    end-perform.
    close journal-file.

*>  a zero line (scrapped for nothing, nothing yet accumulated)
*>  is left out.
*>
0850-debitline.
    if at-amount not = 0
        move at-amount to at-amount-display
        move spaces to at-line
        string 'D,' at-batchid ','
            function trim(at-acct) ','
            function trim(at-amount-display) ','
            '0.00'
            delimited by size into at-line
        move at-line to journal-record
        write journal-record
        add 1 to at-detail-count
        add at-amount to at-hash
    end-if.

0860-creditline.
    if at-amount not = 0
        move at-amount to at-amount-display
        move spaces to at-line
        string 'D,' at-batchid ','
            function trim(at-acct) ','
            '0.00,'
            function trim(at-amount-display)
            delimited by size into at-line
        move at-line to journal-record
        write journal-record
        add 1 to at-detail-count
        add at-amount to at-hash
    end-if.

end program assettxn.
