*>*****************************************************************
*> archinq - Finds a key's records across live and archived years. *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Once HISTARCH has moved old records out to FILE.fyYYYY, "show   *
*> me everything for vendor V100" means reading the live file and  *
*> every partition of it.  This does that: for each ARCHRULES.DAT  *
*> rule (or just the one FILE given) it searches the live file and *
*> then each partition ARCHCTL.DAT records for it, and lists every *
*> record whose KEYCOLS hold the key - on any of the key columns   *
*> the rule names - marked LIVE or with the fiscal year it was     *
*> archived under.                                                 *
*>                                                                *
*> Command line: KEY [file]                                        *
*>                                                                *
*> RETURN-CODE 0 found, 4 nothing found, 8 no key given or the     *
*> rule file cannot be read.                                       *
*>*****************************************************************
identification division.
program-id. archinq.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.

    select rules-file assign to 'archrules.dat'
        organization is line sequential
        access is sequential
        file status is ws-rules-status.

    select ctl-file assign to 'archctl.dat'
        organization is line sequential
        access is sequential
        file status is ws-ctl-status.

    select search-file assign to aq-search-name
        organization is line sequential
        access is sequential
        file status is ws-search-status.

data division.
file section.
fd  rules-file.

01  rules-record         pic x(200).

fd  ctl-file.

01  ctl-record           pic x(160).

fd  search-file.

01  search-record        pic x(400).

working-storage section.

01  ws-cmdline           pic x(80).
01  ws-arg-key           pic x(40).
01  ws-arg-file          pic x(40).

01  ws-rules-status      pic xx.
    88  ws-rules-ok          value '00'.
01  ws-ctl-status        pic xx.
    88  ws-ctl-ok            value '00'.
01  ws-search-status     pic xx.
    88  ws-search-ok         value '00'.

01  ws-eof-rules         pic x       value 'N'.
    88  eof-rules            value 'Y'.
01  ws-eof-ctl           pic x       value 'N'.
    88  eof-ctl              value 'Y'.
01  ws-eof-search        pic x       value 'N'.
    88  eof-search           value 'Y'.

01  aq-tokens.
    05  aq-tok              pic x(40) occurs 5 times.
01  aq-fdx               usage signed-int.
01  aq-live-name         pic x(40).
01  aq-search-name       pic x(48).
01  aq-source            pic x(6).

01  aq-cols.
    05  aq-col occurs 3 times.
        10  aqc-field        usage signed-int.
        10  aqc-start        usage signed-int.
        10  aqc-len          usage signed-int.
01  aq-cidx              usage signed-int.
01  aq-key-count         usage signed-int.
01  aq-spec-text         pic x(40).
01  aq-spec-a            pic x(8).
01  aq-spec-b            pic x(8).
01  aq-spec-ok           pic x.
01  aq-keyspecs.
    05  aq-keyspec          pic x(12) occurs 3 times.

01  aq-value             pic x(40).
01  aq-ptr               usage signed-int.
01  aq-hit               pic x.

*>  The partitions ARCHCTL.DAT knows of, each once.
*>
01  aq-part-count        usage signed-int value 0.
01  aq-pdx               usage signed-int.
01  aq-qdx               usage signed-int.
01  aq-parts.
    05  aq-part occurs 500 times.
        10  aqp-file         pic x(40).
        10  aqp-fy           pic x(4).
        10  aqp-name         pic x(48).
01  aq-ctl-date          pic x(10).
01  aq-ctl-run           pic x(6).
01  aq-ctl-file          pic x(40).
01  aq-ctl-fy            pic x(4).
01  aq-ctl-part          pic x(48).

01  aq-file-hits         usage signed-int.
01  aq-total-hits        usage signed-int value 0.
01  aq-files-searched    usage signed-int value 0.

procedure division.
0000-start-here.
    move 0 to return-code.
    move spaces to ws-cmdline ws-arg-key ws-arg-file.
    accept ws-cmdline from command-line.
    unstring ws-cmdline delimited by all space
        into ws-arg-key ws-arg-file.
    if ws-arg-key = spaces or ws-arg-key = low-values
        display 'Usage: archinq KEY [file]'
        move 8 to return-code
        go to 9000-end
    end-if.
    if ws-arg-file = low-values
        move spaces to ws-arg-file
    end-if.

    open input rules-file.
    if not ws-rules-ok
        display 'Cannot open archrules.dat.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0100-loadctl.

    display 'Archive inquiry for ' function trim(ws-arg-key).
    display '=============================================='.

    perform 0150-readrule.
    perform until eof-rules
        perform 0200-onerule thru 0200-exit
        perform 0150-readrule
    end-perform.
    close rules-file.

    display ' '.
    display '=============================================='.
    display 'Files searched:  ' aq-files-searched.
    display 'Records found:   ' aq-total-hits.
    if aq-total-hits = 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadctl                                                    *
*>                                                                *
*> ARCHCTL.DAT has a line per partition per archival run; keep     *
*> each partition once, skipping the LIVE lines.                   *
*>*****************************************************************
0100-loadctl.
    open input ctl-file.
    if ws-ctl-ok
        perform 0110-readctl
        perform until eof-ctl
            move spaces to aq-ctl-fy aq-ctl-file aq-ctl-part
            unstring ctl-record delimited by ','
                into aq-ctl-date aq-ctl-run aq-ctl-file aq-ctl-fy
                    aq-ctl-part
            end-unstring
            if aq-ctl-fy not = 'LIVE' and aq-ctl-part not = spaces
                perform 0120-addpart
            end-if
            perform 0110-readctl
        end-perform
        close ctl-file
    end-if.

0110-readctl.
    read ctl-file
        at end
            move 'Y' to ws-eof-ctl
    end-read.

0120-addpart.
    move 0 to aq-qdx.
    perform varying aq-pdx from 1 by 1
            until aq-pdx > aq-part-count
        if aqp-name(aq-pdx) = aq-ctl-part
            move aq-pdx to aq-qdx
        end-if
    end-perform.
    if aq-qdx = 0 and aq-part-count < 500
        add 1 to aq-part-count
        move aq-ctl-file to aqp-file(aq-part-count)
        move aq-ctl-fy to aqp-fy(aq-part-count)
        move aq-ctl-part to aqp-name(aq-part-count)
    end-if.

*>*****************************************************************
*> 0150-readrule                                                   *
*>*****************************************************************
0150-readrule.
    move spaces to rules-record.
    perform until eof-rules
            or (rules-record not = spaces
                and rules-record(1:1) not = '*')
        read rules-file
            at end
                move 'Y' to ws-eof-rules
        end-read
    end-perform.

*>*****************************************************************
*> 0200-onerule                                                    *
*>*****************************************************************
0200-onerule.
    move spaces to aq-tokens.
    unstring rules-record delimited by ','
        into aq-tok(1) aq-tok(2) aq-tok(3) aq-tok(4) aq-tok(5)
    end-unstring.
    perform varying aq-fdx from 1 by 1 until aq-fdx > 5
        move function trim(aq-tok(aq-fdx)) to aq-tok(aq-fdx)
    end-perform.
    move aq-tok(1) to aq-live-name.
    if ws-arg-file not = spaces and ws-arg-file not = aq-live-name
        go to 0200-exit
    end-if.

    move 'Y' to aq-spec-ok.
    move low-values to aq-cols.
    move spaces to aq-keyspecs.
    unstring aq-tok(4) delimited by '+'
        into aq-keyspec(1) aq-keyspec(2) aq-keyspec(3)
    end-unstring.
    move 0 to aq-key-count.
    perform varying aq-cidx from 1 by 1 until aq-cidx > 3
        if aq-keyspec(aq-cidx) not = spaces
            move aq-keyspec(aq-cidx) to aq-spec-text
            perform 0260-parsespec
            move aq-cidx to aq-key-count
        end-if
    end-perform.
    if aq-key-count = 0 or aq-spec-ok = 'N'
        display ' '
        display function trim(aq-live-name)
            ' - key columns malformed, not searched.'
        go to 0200-exit
    end-if.

    display ' '.
    display function trim(aq-live-name).
    move 0 to aq-file-hits.
    add 1 to aq-files-searched.
    move aq-live-name to aq-search-name.
    move 'LIVE' to aq-source.
    perform 0300-search thru 0300-exit.
    perform varying aq-pdx from 1 by 1
            until aq-pdx > aq-part-count
        if aqp-file(aq-pdx) = aq-live-name
            move aqp-name(aq-pdx) to aq-search-name
            move spaces to aq-source
            string 'FY' aqp-fy(aq-pdx)
                delimited by size into aq-source
            perform 0300-search thru 0300-exit
        end-if
    end-perform.
    if aq-file-hits = 0
        display '  (none)'
    end-if.
    add aq-file-hits to aq-total-hits.
0200-exit.
    exit.

*>*****************************************************************
*> 0260-parsespec / 0270-getcol                                    *
*>                                                                *
*> Key column AQ-CIDX as HISTARCH reads it, and that column of     *
*> the record in hand out into AQ-VALUE.                           *
*>*****************************************************************
0260-parsespec.
    move 0 to aqc-field(aq-cidx) aqc-start(aq-cidx)
        aqc-len(aq-cidx).
    move spaces to aq-spec-a aq-spec-b.
    unstring aq-spec-text delimited by ':'
        into aq-spec-a aq-spec-b
    end-unstring.
    if aq-spec-a = spaces
            or function test-numval(aq-spec-a) not = 0
        move 'N' to aq-spec-ok
    else
        if aq-spec-b = spaces
            compute aqc-field(aq-cidx) = function numval(aq-spec-a)
            if aqc-field(aq-cidx) < 1 or aqc-field(aq-cidx) > 40
                move 'N' to aq-spec-ok
            end-if
        else
            if function test-numval(aq-spec-b) not = 0
                move 'N' to aq-spec-ok
            else
                compute aqc-start(aq-cidx) =
                    function numval(aq-spec-a)
                compute aqc-len(aq-cidx) =
                    function numval(aq-spec-b)
                if aqc-start(aq-cidx) < 1 or aqc-len(aq-cidx) < 1
                        or aqc-len(aq-cidx) > 40
                        or aqc-start(aq-cidx) + aqc-len(aq-cidx)
                            > 401
                    move 'N' to aq-spec-ok
                end-if
            end-if
        end-if
    end-if.

0270-getcol.
    move spaces to aq-value.
    if aqc-field(aq-cidx) = 0
        move search-record(aqc-start(aq-cidx):aqc-len(aq-cidx))
            to aq-value
    else
        move 1 to aq-ptr
        perform varying aq-fdx from 1 by 1
                until aq-fdx > aqc-field(aq-cidx)
            move spaces to aq-value
            if aq-ptr <= 400
                unstring search-record delimited by ','
                    into aq-value
                    with pointer aq-ptr
                end-unstring
            end-if
        end-perform
    end-if.
    move function trim(aq-value) to aq-value.

*>*****************************************************************
*> 0300-search                                                     *
*>*****************************************************************
0300-search.
    move 'N' to ws-eof-search.
    open input search-file.
    if not ws-search-ok
        if aq-source not = 'LIVE'
            display '  ' aq-source ' '
                function trim(aq-search-name) ' is missing.'
        end-if
        go to 0300-exit
    end-if.
    perform 0310-readsearch.
    perform until eof-search
        move 'N' to aq-hit
        perform varying aq-cidx from 1 by 1
                until aq-cidx > aq-key-count
            if aq-keyspec(aq-cidx) not = spaces
                perform 0270-getcol
                if aq-value = ws-arg-key
                    move 'Y' to aq-hit
                end-if
            end-if
        end-perform
        if aq-hit = 'Y'
            add 1 to aq-file-hits
            display '  ' aq-source ' ' function trim(search-record)
        end-if
        perform 0310-readsearch
    end-perform.
    close search-file.
0300-exit.
    exit.

0310-readsearch.
    read search-file
        at end
            move 'Y' to ws-eof-search
    end-read.

end program archinq.
