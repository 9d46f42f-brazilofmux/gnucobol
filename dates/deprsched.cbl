*> in DEPRJRNL.DAT (FISCALYEAR,PERIOD,TOTAL), the summary journal  *
*> feed.                                                           *
*>                                                                *
*> Disposals come from the asset history ASSETHIST.DAT that        *
*> ASSETTXN keeps: an asset DISPOSEd depreciates through the       *
*> fiscal period of its disposal and no further, and a PARTIAL     *
*> disposal cuts cost, salvage, accumulated depreciation and net   *
*> book value by its PERCENT from the following period on, so the  *
*> rest of the schedule depreciates only what is left.             *
*>                                                                *
*> Command line: [fiscal-start-month]                              *
*>*****************************************************************
identification division.
        organization is line sequential
        access is sequential.

    select hist-file assign to 'assethist.dat'
        organization is line sequential
        access is sequential
        file status is ws-hist-status.

data division.
file section.
fd  asset-file.

01  journal-record       pic x(40).

fd  hist-file.

01  hist-record          pic x(160).

working-storage section.
01  ws-asset-status      pic xx.
    88  ws-asset-ok          value '00'.

01  ws-hist-status       pic xx.
    88  ws-hist-ok           value '00'.

01  ws-eof-asset         pic x       value 'N'.
    88  eof-asset            value 'Y'.
01  ws-eof-hist          pic x       value 'N'.
    88  eof-hist             value 'Y'.

01  ws-cmdline           pic x(40).
01  ws-arg-fiscal        pic x(2).

01  dr-asset-count       usage signed-int value 0.
01  dr-bad-count         usage signed-int value 0.
01  dr-retired-count     usage signed-int value 0.

*>  Disposals and partial disposals from ASSETHIST.DAT.
*>
01  dr-event-count       usage signed-int value 0.
01  dr-eidx              usage signed-int.
01  dr-events.
    05  dr-event occurs 5000 times.
        10  dre-assetid      pic x(12).
        10  dre-type         pic x.
        10  dre-key          usage signed-int.
        10  dre-factor       pic s9v9(6) comp-5.
        10  dre-applied      pic x.

01  dr-period-key        usage signed-int.
01  dr-stop              pic x.

01  dr-tok-type          pic x(8).
01  dr-tok-fy            pic x(6).
01  dr-tok-period        pic x(4).
01  dr-tok-fromcc        pic x(10).
01  dr-tok-tocc          pic x(10).
01  dr-tok-percent       pic x(10).

procedure division.
0000-start-here.
        move 1 to dr-fiscalstart
    end-if.

    perform 0100-loadhistory.

    open input asset-file.
    if not ws-asset-ok
        display 'assetmast.dat is missing entirely.'

    display 'Assets scheduled: ' dr-asset-count.
    display 'Assets rejected:  ' dr-bad-count.
    display 'Assets retired:   ' dr-retired-count.
    if dr-bad-count > 0
        move 4 to return-code
    end-if.
9000-end.
    goback.

*>*****************************************************************
*> 0100-loadhistory / 0110-readhist                                *
*>*****************************************************************
0100-loadhistory.
    open input hist-file.
    if ws-hist-ok
        perform 0110-readhist
        perform until eof-hist
            move spaces to dr-tok-assetid dr-tok-inservice
                dr-tok-type dr-tok-fy dr-tok-period dr-tok-fromcc
                dr-tok-tocc dr-tok-percent
            unstring hist-record delimited by ','
                into dr-tok-assetid dr-tok-inservice dr-tok-type
                    dr-tok-fy dr-tok-period dr-tok-fromcc
                    dr-tok-tocc dr-tok-percent
            end-unstring
            if dr-tok-type = 'DISPOSE' or dr-tok-type = 'PARTIAL'
                if dr-event-count >= 5000
                    display 'assethist.dat exceeds the 5000-event'
                        ' table; later disposals ignored.'
                    move 4 to return-code
                else
                    add 1 to dr-event-count
                    move dr-tok-assetid to dre-assetid(dr-event-count)
                    move dr-tok-type(1:1) to dre-type(dr-event-count)
                    compute dre-key(dr-event-count) =
                        (function numval(dr-tok-fy) * 100)
                        + function numval(dr-tok-period)
                    compute dre-factor(dr-event-count) =
                        1 - (function numval(dr-tok-percent) / 100)
                end-if
            end-if
            perform 0110-readhist
        end-perform
        close hist-file
    end-if.

0110-readhist.
    if not eof-hist
        read hist-file
            at end
                move 'Y' to ws-eof-hist
        end-read
    end-if.

*>*****************************************************************
*> 0200-oneasset                                                   *
*>*****************************************************************
    move 0 to dr-accum.
    move 0 to dr-seq.
    move 0 to dr-months-done.
    move 'N' to dr-stop.
    perform varying dr-eidx from 1 by 1
            until dr-eidx > dr-event-count
        move 'N' to dre-applied(dr-eidx)
    end-perform.

    perform until dr-accum >= dr-basis
            or dr-months-done > dr-life
            or dr-stop = 'Y'
        perform 0400-periodkey
        perform 0450-applyhistory
        if dr-stop = 'N'
            add 1 to dr-seq
            compute dr-remaining-life =
                dr-life - dr-months-done
            if dr-remaining-life < 1
                move 1 to dr-remaining-life
            end-if

            evaluate dr-method
                when 'DB'
                    compute dr-db-amount rounded =
                        dr-nbv * 2 / dr-life
                    compute dr-sl-remaining rounded =
                        (dr-nbv - dr-salvage) / dr-remaining-life
                    if dr-sl-remaining > dr-db-amount
                        move dr-sl-remaining to dr-monthly
                    else
                        move dr-db-amount to dr-monthly
                    end-if
                when other
                    move dr-monthly-sl to dr-monthly
            end-evaluate

            if dr-seq = 1
                compute dr-monthly rounded =
                    dr-monthly * dr-first-fraction
            end-if

            if dr-accum + dr-monthly > dr-basis
                compute dr-monthly = dr-basis - dr-accum
            end-if

            add dr-monthly to dr-accum
            subtract dr-monthly from dr-nbv

            perform 0500-writeperiod
            add 1 to dr-months-done
        end-if
    end-perform.
    perform varying dr-eidx from 1 by 1
            until dr-eidx > dr-event-count
        if dre-assetid(dr-eidx) = dr-tok-assetid
                and dre-type(dr-eidx) = 'D'
            add 1 to dr-retired-count
        end-if
    end-perform.

*>*****************************************************************
*> 0400-periodkey                                                  *
*>*****************************************************************
0400-periodkey.
    move addmonths(dr-s-year, dr-s-month, 1, dr-months-done)
        to dr-month-result.
    move fielded_to_linear(dr-m-year, dr-m-month, dr-m-dom)
        to dr-month-ld.
    move fiscalperiodof(dr-month-ld, dr-fiscalstart)
        to dr-fpo-result.
    compute dr-period-key =
        (dr-fpo-fiscalyear * 100) + dr-fpo-period.

*>*****************************************************************
*> 0450-applyhistory                                               *
*>                                                                *
*> Before each period: a disposal in an earlier period ends the    *
*> schedule; a partial disposal in an earlier period scales what   *
*> is left, once.                                                  *
*>*****************************************************************
0450-applyhistory.
    perform varying dr-eidx from 1 by 1
            until dr-eidx > dr-event-count
        if dre-assetid(dr-eidx) = dr-tok-assetid
                and dre-applied(dr-eidx) = 'N'
                and dre-key(dr-eidx) < dr-period-key
            move 'Y' to dre-applied(dr-eidx)
            if dre-type(dr-eidx) = 'D'
                move 'Y' to dr-stop
            else
                compute dr-cost rounded =
                    dr-cost * dre-factor(dr-eidx)
                compute dr-salvage rounded =
                    dr-salvage * dre-factor(dr-eidx)
                compute dr-accum rounded =
                    dr-accum * dre-factor(dr-eidx)
                compute dr-basis = dr-cost - dr-salvage
                compute dr-nbv = dr-cost - dr-accum
                compute dr-monthly-sl rounded =
                    dr-monthly-sl * dre-factor(dr-eidx)
            end-if
        end-if
    end-perform.

*>*****************************************************************
*> 0500-writeperiod                                                *
*>*****************************************************************
0500-writeperiod.
    move dr-tok-assetid to dp-assetid.
    move dr-seq to dp-seq.
    move dr-fpo-fiscalyear to dp-fy.
