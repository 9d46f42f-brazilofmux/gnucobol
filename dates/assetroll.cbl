*>*****************************************************************
*> assetroll - Fixed-asset register and year-end roll-forward.     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> The year-end asset roll-forward was built by hand from the      *
*> depreciation spreadsheet.  For one fiscal year this takes every *
*> asset on ASSETMAST.DAT in service by the year's end and replays *
*> the asset history ASSETHIST.DAT that ASSETTXN keeps, giving     *
*> each asset's cost -                                             *
*>                                                                *
*>   BEGINNING   in service before the year, less cost retired     *
*>               in earlier years                                  *
*>   ADDITIONS   placed in service during the year                 *
*>   DISPOSALS   cost retired by DISPOSE and PARTIAL in the year   *
*>   ENDING      beginning + additions - disposals                 *
*>                                                                *
*> with its cost center at year end and its status, ACTIVE or      *
*> RETIRED with the disposal date, so retired assets stay on the   *
*> register.  Fiscal years are FISCALPERIODOF's, as in DEPRSCHED   *
*> and ASSETTXN.  The same columns, plus transfers in and out,     *
*> are then totalled by cost center.  The register is rewritten to *
*> ASSETREG.DAT -                                                  *
*>                                                                *
*>   FISCALYEAR,ASSETID,COSTCENTER,STATUS,RETIRED,BEGINNING,       *
*>   ADDITIONS,DISPOSALS,ENDING                                    *
*>                                                                *
*> Command line: [fiscal-year] [fiscal-start-month]                *
*>   (default the fiscal year of today's business date)            *
*>                                                                *
*> RETURN-CODE 8 for a bad fiscal year, 16 when a file outgrows    *
*> its table.                                                      *
*>*****************************************************************
identification division.
program-id. assetroll.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateparse
    function fielded_to_linear
    function fiscalperiodof
    function all intrinsic.

input-output section.
file-control.

    select asset-file assign to 'assetmast.dat'
        organization is line sequential
        access is sequential
        file status is ws-asset-status.

    select hist-file assign to 'assethist.dat'
        organization is line sequential
        access is sequential
        file status is ws-hist-status.

    select register-file assign to 'assetreg.dat'
        organization is line sequential
        access is sequential.

data division.
file section.
fd  asset-file.

01  asset-record         pic x(80).

fd  hist-file.

01  hist-record          pic x(160).

fd  register-file.

01  register-record      pic x(120).

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
01  ws-arg-year          pic x(6).
01  ws-arg-fiscal        pic x(2).
01  af-fiscalstart       pic 99 comp-5 value 1.
01  af-year              usage signed-int.

01  af-tok-1             pic x(16).
01  af-tok-2             pic x(16).
01  af-tok-3             pic x(16).
01  af-tok-4             pic x(16).
01  af-tok-5             pic x(16).
01  af-tok-6             pic x(16).
01  af-tok-7             pic x(16).
01  af-tok-8             pic x(16).
01  af-tok-9             pic x(16).

01  af-assets.
    05  af-asset occurs 2000 times.
        10  afa-assetid      pic x(12).
        10  afa-service-fy   usage signed-int.
        10  afa-cc           pic x(10).
        10  afa-begin-cc     pic x(10).
        10  afa-begin        pic s9(11)v99 comp-5.
        10  afa-additions    pic s9(11)v99 comp-5.
        10  afa-disposals    pic s9(11)v99 comp-5.
        10  afa-retired      pic x(10).
01  af-asset-count       usage signed-int value 0.

01  af-centers.
    05  af-center occurs 200 times.
        10  afc-cc           pic x(10).
        10  afc-begin        pic s9(13)v99 comp-5.
        10  afc-additions    pic s9(13)v99 comp-5.
        10  afc-disposals    pic s9(13)v99 comp-5.
        10  afc-in           pic s9(13)v99 comp-5.
        10  afc-out          pic s9(13)v99 comp-5.
01  af-center-count      usage signed-int value 0.

01  af-overflow          pic x value 'N'.
01  af-idx               usage signed-int.
01  af-aidx              usage signed-int.
01  af-cidx              usage signed-int.
01  af-cc                pic x(10).
01  af-evt-fy            usage signed-int.
01  af-ld                usage signed-int.
01  af-cost              pic s9(11)v99 comp-5.
01  af-ending            pic s9(13)v99 comp-5.

01  af-tot-begin         pic s9(13)v99 comp-5 value 0.
01  af-tot-additions     pic s9(13)v99 comp-5 value 0.
01  af-tot-disposals     pic s9(13)v99 comp-5 value 0.
01  af-tot-ending        pic s9(13)v99 comp-5 value 0.

01  af-status            pic x(8).
01  af-line              pic x(120).
01  af-year-display      pic 9(4).
01  af-begin-display     pic -(11)9.99.
01  af-add-display       pic -(11)9.99.
01  af-disp-display      pic -(11)9.99.
01  af-in-display        pic -(11)9.99.
01  af-out-display       pic -(11)9.99.
01  af-end-display       pic -(11)9.99.

01  af-fpo-result.
    05  af-fpo-period        pic 99      comp-5.
    05  af-fpo-fiscalyear    pic s9(9)   comp-5.

01  af-fielded-date.
    05  af-f-year            pic s9(9)   comp-5.
    05  af-f-month           pic 99      comp-5.
    05  af-f-dom             pic 99      comp-5.
    05  af-f-doy             pic 999     comp-5.
    05  af-f-dow             pic 9       comp-5.

01  af-parse-result.
    05  af-p-fielded.
        10  af-p-year        pic s9(9)   comp-5.
        10  af-p-month       pic 99      comp-5.
        10  af-p-dom         pic 99      comp-5.
    05  af-p-success     pic x.

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
    move spaces to ws-cmdline ws-arg-year ws-arg-fiscal.
    accept ws-cmdline from command-line.
    unstring ws-cmdline delimited by all space
        into ws-arg-year ws-arg-fiscal.
    if ws-arg-fiscal not = spaces and ws-arg-fiscal not = low-values
        move function numval(ws-arg-fiscal) to af-fiscalstart
    end-if.
    if af-fiscalstart < 1 or af-fiscalstart > 12
        move 1 to af-fiscalstart
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to af-fielded-date.
    move fielded_to_linear(af-f-year, af-f-month, af-f-dom)
        to af-ld.
    move fiscalperiodof(af-ld, af-fiscalstart) to af-fpo-result.
    move af-fpo-fiscalyear to af-year.
    if ws-arg-year not = spaces and ws-arg-year not = low-values
        if ws-arg-year(1:4) is not numeric
            display 'Fiscal year must be YYYY: ' ws-arg-year
            move 8 to return-code
            go to 9000-end
        end-if
        move function numval(ws-arg-year) to af-year
    end-if.

    perform 0100-loadassets.
    perform 0200-replayhistory.
    if af-overflow = 'Y'
        display 'An asset file exceeds its table; no register.'
        move 16 to return-code
        go to 9000-end
    end-if.

    perform 0400-register.
    perform 0500-centers.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadassets / 0110-readasset                                *
*>                                                                *
*> An asset placed in service after the year is not on its         *
*> register.                                                       *
*>*****************************************************************
0100-loadassets.
    open input asset-file.
    if ws-asset-ok
        perform 0110-readasset
        perform until eof-asset
            move spaces to af-tok-1 af-tok-2 af-tok-3 af-tok-4
                af-tok-5 af-tok-6 af-tok-7
            unstring asset-record delimited by ','
                into af-tok-1 af-tok-2 af-tok-3 af-tok-4
                    af-tok-5 af-tok-6 af-tok-7
            end-unstring
            move dateparse(af-tok-4, '02') to af-parse-result
            if af-tok-1 not = spaces and af-p-success = 'Y'
                move fielded_to_linear(af-p-year, af-p-month,
                        af-p-dom) to af-ld
                move fiscalperiodof(af-ld, af-fiscalstart)
                    to af-fpo-result
                if af-fpo-fiscalyear <= af-year
                    perform 0120-oneasset
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

0120-oneasset.
    if af-asset-count >= 2000
        move 'Y' to af-overflow
    else
        add 1 to af-asset-count
        move af-tok-1 to afa-assetid(af-asset-count)
        move af-fpo-fiscalyear to afa-service-fy(af-asset-count)
        move function upper-case(af-tok-7)
            to afa-cc(af-asset-count)
        move afa-cc(af-asset-count) to afa-begin-cc(af-asset-count)
        move 0 to afa-begin(af-asset-count)
            afa-additions(af-asset-count)
            afa-disposals(af-asset-count)
        if af-fpo-fiscalyear < af-year
            compute afa-begin(af-asset-count) =
                function numval(af-tok-2)
        else
            compute afa-additions(af-asset-count) =
                function numval(af-tok-2)
        end-if
        move spaces to afa-retired(af-asset-count)
    end-if.

*>*****************************************************************
*> 0200-replayhistory / 0210-readhist                              *
*>                                                                *
*> ASSETTXN keeps each asset's history in date order, so the       *
*> earlier years' events come before the year's own.  Events after *
*> the year are left out.                                          *
*>*****************************************************************
0200-replayhistory.
    open input hist-file.
    if ws-hist-ok
        perform 0210-readhist
        perform until eof-hist
            move spaces to af-tok-1 af-tok-2 af-tok-3 af-tok-4
                af-tok-5 af-tok-6 af-tok-7 af-tok-8 af-tok-9
            unstring hist-record delimited by ','
                into af-tok-1 af-tok-2 af-tok-3 af-tok-4
                    af-tok-5 af-tok-6 af-tok-7 af-tok-8 af-tok-9
            end-unstring
            perform 0220-findasset
            compute af-evt-fy = function numval(af-tok-4)
            if af-aidx > 0 and af-evt-fy <= af-year
                perform 0300-oneevent
            end-if
            perform 0210-readhist
        end-perform
        close hist-file
    end-if.

0210-readhist.
    if not eof-hist
        read hist-file
            at end
                move 'Y' to ws-eof-hist
        end-read
    end-if.

0220-findasset.
    move 0 to af-aidx.
    perform varying af-idx from 1 by 1
            until af-idx > af-asset-count or af-aidx > 0
        if afa-assetid(af-idx) = af-tok-1
            move af-idx to af-aidx
        end-if
    end-perform.

*>*****************************************************************
*> 0300-oneevent                                                   *
*>*****************************************************************
0300-oneevent.
    compute af-cost = function numval(af-tok-9).
    if af-tok-3 = 'DISPOSE'
        move af-tok-2 to afa-retired(af-aidx)
    end-if.
    if af-evt-fy < af-year
        if af-tok-3 = 'TRANSFER'
            move af-tok-7 to afa-cc(af-aidx)
            move af-tok-7 to afa-begin-cc(af-aidx)
        else
            subtract af-cost from afa-begin(af-aidx)
        end-if
    else
        if af-tok-3 = 'TRANSFER'
            move afa-cc(af-aidx) to af-cc
            perform 0350-findcenter
            add af-cost to afc-out(af-cidx)
            move af-tok-7 to afa-cc(af-aidx)
            move af-tok-7 to af-cc
            perform 0350-findcenter
            add af-cost to afc-in(af-cidx)
        else
            add af-cost to afa-disposals(af-aidx)
            move afa-cc(af-aidx) to af-cc
            perform 0350-findcenter
            add af-cost to afc-disposals(af-cidx)
        end-if
    end-if.

0350-findcenter.
    move 0 to af-cidx.
    perform varying af-idx from 1 by 1
            until af-idx > af-center-count or af-cidx > 0
        if afc-cc(af-idx) = af-cc
            move af-idx to af-cidx
        end-if
    end-perform.
    if af-cidx = 0
        if af-center-count >= 200
            move 'Y' to af-overflow
            move af-center-count to af-cidx
        else
            add 1 to af-center-count
            move af-center-count to af-cidx
            move af-cc to afc-cc(af-cidx)
            move 0 to afc-begin(af-cidx) afc-additions(af-cidx)
                afc-disposals(af-cidx) afc-in(af-cidx)
                afc-out(af-cidx)
        end-if
    end-if.

*>*****************************************************************
*> 0400-register                                                   *
*>*****************************************************************
0400-register.
    move af-year to af-year-display.
    display 'FIXED-ASSET REGISTER AND ROLL-FORWARD  fiscal year '
        af-year-display.
    display '=============================================='
        '=============================================='.
    display 'ASSET        CENTER     STATUS   RETIRED   '
        '     BEGINNING      ADDITIONS      DISPOSALS'
        '         ENDING'.
    open output register-file.
    perform varying af-aidx from 1 by 1
            until af-aidx > af-asset-count
        compute af-ending = afa-begin(af-aidx)
            + afa-additions(af-aidx) - afa-disposals(af-aidx)
        add afa-begin(af-aidx) to af-tot-begin
        add afa-additions(af-aidx) to af-tot-additions
        add afa-disposals(af-aidx) to af-tot-disposals
        add af-ending to af-tot-ending
        if afa-retired(af-aidx) = spaces
            move 'ACTIVE' to af-status
        else
            move 'RETIRED' to af-status
        end-if

        move afa-begin-cc(af-aidx) to af-cc
        perform 0350-findcenter
        add afa-begin(af-aidx) to afc-begin(af-cidx)
        if afa-additions(af-aidx) not = 0
            add afa-additions(af-aidx) to afc-additions(af-cidx)
        end-if

        move afa-begin(af-aidx) to af-begin-display
        move afa-additions(af-aidx) to af-add-display
        move afa-disposals(af-aidx) to af-disp-display
        move af-ending to af-end-display
        display afa-assetid(af-aidx) ' ' afa-cc(af-aidx) ' '
            af-status ' ' afa-retired(af-aidx)
            af-begin-display af-add-display af-disp-display
            af-end-display

        move spaces to af-line
        string af-year-display ','
            function trim(afa-assetid(af-aidx)) ','
            function trim(afa-cc(af-aidx)) ','
            function trim(af-status) ','
            function trim(afa-retired(af-aidx)) ','
            function trim(af-begin-display) ','
            function trim(af-add-display) ','
            function trim(af-disp-display) ','
            function trim(af-end-display)
            delimited by size into af-line
        move af-line to register-record
        write register-record
    end-perform.
    close register-file.

    move af-tot-begin to af-begin-display.
    move af-tot-additions to af-add-display.
    move af-tot-disposals to af-disp-display.
    move af-tot-ending to af-end-display.
    display '=============================================='
        '=============================================='.
    display 'TOTAL                                      '
        af-begin-display af-add-display af-disp-display
        af-end-display.

*>*****************************************************************
*> 0500-centers                                                    *
*>                                                                *
*> An asset added in the year is added in its original center; a   *
*> transfer in the year moves its cost out of one center and into  *
*> the next.                                                       *
*>*****************************************************************
0500-centers.
    display ' '.
    display 'BY COST CENTER'.
    display 'CENTER          BEGINNING      ADDITIONS      DISPOSALS'
        '    TRANSFER IN   TRANSFER OUT         ENDING'.
    perform varying af-cidx from 1 by 1
            until af-cidx > af-center-count
        compute af-ending = afc-begin(af-cidx)
            + afc-additions(af-cidx) - afc-disposals(af-cidx)
            + afc-in(af-cidx) - afc-out(af-cidx)
        move afc-begin(af-cidx) to af-begin-display
        move afc-additions(af-cidx) to af-add-display
        move afc-disposals(af-cidx) to af-disp-display
        move afc-in(af-cidx) to af-in-display
        move afc-out(af-cidx) to af-out-display
        move af-ending to af-end-display
        display afc-cc(af-cidx) af-begin-display af-add-display
            af-disp-display af-in-display af-out-display
            af-end-display
    end-perform.

end program assetroll.
