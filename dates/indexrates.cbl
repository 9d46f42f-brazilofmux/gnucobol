*>*****************************************************************
*> indexrateload - Load published index rates for variable loans.  *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Prime-plus and SOFR-plus loans on LOANMAST.DAT reset from a     *
*> published index.  INDEXRATE.DAT is the date-effective index     *
*> master - one comma-delimited line per index and effective date, *
*>                                                                *
*>   INDEX,DATE,RATE                                               *
*>                                                                *
*> (INDEX a name such as PRIME or SOFR, DATE as YYYY-MM-DD, RATE   *
*> annual percent).  This merges a feed of the same lines into the *
*> master, a fresh line replacing any existing line for the same   *
*> index and date - the shape FXRATELOAD uses for RATES.DAT.       *
*>                                                                *
*> Command line: [index-feed-file]   (default indexfeed.dat)       *
*>*****************************************************************
identification division.
program-id. indexrateload.

environment division.
configuration section.
repository.
    function dateparse
    function all intrinsic.

input-output section.
file-control.

    select feed-file assign to ws-arg-feed
        organization is line sequential
        access is sequential
        file status is ws-feed-status.

    select index-file assign to 'indexrate.dat'
        organization is line sequential
        access is sequential
        file status is ws-index-status.

data division.
file section.
fd  feed-file.

01  feed-record          pic x(40).

fd  index-file.

01  index-record         pic x(40).

working-storage section.
01  ws-feed-status       pic xx.
    88  ws-feed-ok           value '00'.
01  ws-index-status      pic xx.
    88  ws-index-ok          value '00'.

01  ws-eof-feed          pic x       value 'N'.
    88  eof-feed             value 'Y'.
01  ws-eof-index         pic x       value 'N'.
    88  eof-index            value 'Y'.

01  ws-arg-feed          pic x(40) value 'indexfeed.dat'.

01  il-lines             occurs 2000 times pic x(40).
01  il-count             usage signed-int value 0.
01  il-idx               usage signed-int.
01  il-overflow          pic x value 'N'.

01  il-tok-index         pic x(8).
01  il-tok-date          pic x(10).
01  il-tok-rate          pic x(16).
01  il-new-index         pic x(8).
01  il-new-date          pic x(10).

01  il-loaded-count      usage signed-int value 0.
01  il-replaced-count    usage signed-int value 0.
01  il-bad-count         usage signed-int value 0.

01  il-parse-result.
    05  il-p-fielded.
        10  il-p-year        pic s9(9)   comp-5.
        10  il-p-month       pic 99      comp-5.
        10  il-p-dom         pic 99      comp-5.
    05  il-p-success     pic x.

procedure division.
0000-start-here.
    move 0 to return-code.

    move spaces to ws-arg-feed.
    display 1 upon argument-number.
    accept ws-arg-feed from argument-value.
    if ws-arg-feed = spaces or ws-arg-feed = low-values
        move 'indexfeed.dat' to ws-arg-feed
    end-if.

    perform 0100-loadmaster.

*>  the merge rewrites the master from the table; a master bigger
*>  than the table would lose history, so refuse instead.
*>
    if il-overflow = 'Y'
        display 'indexrate.dat exceeds the 2000-line table;'
            ' merge refused - archive old rates first.'
        move 16 to return-code
        go to 9000-end
    end-if.

    open input feed-file.
    if not ws-feed-ok
        display 'Cannot open index feed '
            function trim(ws-arg-feed) '.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0210-readfeedline.
    perform until eof-feed
        perform 0300-oneline thru 0390-exit
        perform 0210-readfeedline
    end-perform.
    close feed-file.

    perform 0500-savemaster.

    display 'Index rates loaded:   ' il-loaded-count.
    display 'Index rates replaced: ' il-replaced-count.
    display 'Lines rejected:       ' il-bad-count.
    if il-bad-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadmaster / 0110-readindexline                            *
*>*****************************************************************
0100-loadmaster.
    move 0 to il-count.
    open input index-file.
    if ws-index-ok
        perform 0110-readindexline
        perform until eof-index or il-count >= 2000
            add 1 to il-count
            move index-record to il-lines(il-count)
            perform 0110-readindexline
        end-perform
        if not eof-index
            move 'Y' to il-overflow
        end-if
        close index-file
    end-if.

0110-readindexline.
    if not eof-index
        read index-file
            at end
                move 'Y' to ws-eof-index
        end-read
    end-if.

0210-readfeedline.
    if not eof-feed
        read feed-file
            at end
                move 'Y' to ws-eof-feed
        end-read
    end-if.

*>*****************************************************************
*> 0300-oneline                                                    *
*>                                                                *
*> A zero rate is legitimate for an index, so only a line that     *
*> does not parse is rejected.                                     *
*>*****************************************************************
0300-oneline.
    move spaces to il-tok-index il-tok-date il-tok-rate.
    unstring feed-record delimited by ','
        into il-tok-index il-tok-date il-tok-rate
    end-unstring.

    move dateparse(il-tok-date, '02') to il-parse-result.
    if il-tok-index = spaces or il-p-success = 'N'
            or il-tok-rate = spaces
        display 'Rejected index line: ' function trim(feed-record)
        add 1 to il-bad-count
        go to 0390-exit
    end-if.

    move function upper-case(il-tok-index) to il-new-index.
    move il-tok-date to il-new-date.

    perform varying il-idx from 1 by 1 until il-idx > il-count
        move spaces to il-tok-index il-tok-date
        unstring il-lines(il-idx) delimited by ','
            into il-tok-index il-tok-date
        end-unstring
        if function upper-case(il-tok-index) = il-new-index
                and il-tok-date = il-new-date
            move feed-record to il-lines(il-idx)
            add 1 to il-replaced-count
            go to 0390-exit
        end-if
    end-perform.

    if il-count >= 2000
        display 'Index rate master is full.'
        move 8 to return-code
    else
        add 1 to il-count
        move feed-record to il-lines(il-count)
        add 1 to il-loaded-count
    end-if.

0390-exit.
    exit.

*>*****************************************************************
*> 0500-savemaster                                                 *
*>*****************************************************************
0500-savemaster.
    open output index-file.
    perform varying il-idx from 1 by 1 until il-idx > il-count
        move il-lines(il-idx) to index-record
        write index-record
    end-perform.
    close index-file.

end program indexrateload.

*>*****************************************************************
*> indexrate                                                      *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> The date-effective index lookup.  An index rate stands from its *
*> effective date until the next one is published, so the answer   *
*> is the line for the index with the latest DATE on or before     *
*> the date asked.  INDEXRATE.DAT is read once per job and cached. *
*>                                                                *
*> CALL 'indexrate' USING index (x8), linear-date (signed-int),    *
*> rate (s9(3)v9(4) comp-5), found-flag (x).                       *
*>*****************************************************************
identification division.
program-id. indexrate.

environment division.
configuration section.
repository.
    function dateparse
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select index-file assign to 'indexrate.dat'
        organization is line sequential
        access is sequential
        file status is ws-index-status.

data division.
file section.
fd  index-file.

01  index-record         pic x(40).

working-storage section.
01  ws-index-status      pic xx.
    88  ws-index-ok          value '00'.

01  ws-eof-index         pic x       value 'N'.
    88  eof-index            value 'Y'.
01  ir-loaded            pic x       value 'N'.
    88  index-loaded         value 'Y'.

01  ir-count             usage signed-int value 0.
01  ir-idx               usage signed-int.
01  ir-best-ld           usage signed-int.

01  ir-rates.
    05  ir-rate-entry occurs 2000 times.
        10  irr-index        pic x(8).
        10  irr-ld           usage signed-int.
        10  irr-rate         pic s9(3)v9(4) comp-5.

01  ir-tok-index         pic x(8).
01  ir-tok-date          pic x(10).
01  ir-tok-rate          pic x(16).

01  ir-parse-result.
    05  ir-p-fielded.
        10  ir-p-year        pic s9(9)   comp-5.
        10  ir-p-month       pic 99      comp-5.
        10  ir-p-dom         pic 99      comp-5.
    05  ir-p-success     pic x.

linkage section.
01  ir-index             pic x(8).
01  ir-ld                usage signed-int.
01  ir-result            pic s9(3)v9(4) comp-5.
01  ir-found             pic x.

procedure division using ir-index ir-ld ir-result ir-found.
0100-main.
    perform 0200-loadrates.

    move 'N' to ir-found.
    move 0 to ir-result.
    move 0 to ir-best-ld.
    perform varying ir-idx from 1 by 1 until ir-idx > ir-count
        if irr-index(ir-idx) = ir-index
                and irr-ld(ir-idx) <= ir-ld
                and (ir-found = 'N' or irr-ld(ir-idx) > ir-best-ld)
            move irr-ld(ir-idx) to ir-best-ld
            move irr-rate(ir-idx) to ir-result
            move 'Y' to ir-found
        end-if
    end-perform.
    goback.

*>*****************************************************************
*> 0200-loadrates / 0210-readindexline                             *
*>*****************************************************************
0200-loadrates.
    if not index-loaded
        move 0 to ir-count
        move 'N' to ws-eof-index
        open input index-file
        if ws-index-ok
            perform 0210-readindexline
            perform until eof-index or ir-count >= 2000
                move spaces to ir-tok-index ir-tok-date ir-tok-rate
                unstring index-record delimited by ','
                    into ir-tok-index ir-tok-date ir-tok-rate
                end-unstring
                move dateparse(ir-tok-date, '02')
                    to ir-parse-result
                if ir-p-success = 'Y'
                    add 1 to ir-count
                    move function upper-case(ir-tok-index)
                        to irr-index(ir-count)
                    move fielded_to_linear(ir-p-year,
                            ir-p-month, ir-p-dom)
                        to irr-ld(ir-count)
                    compute irr-rate(ir-count) =
                        function numval(ir-tok-rate)
                end-if
                perform 0210-readindexline
            end-perform
            close index-file
        end-if
        move 'Y' to ir-loaded
    end-if.

0210-readindexline.
    if not eof-index
        read index-file
            at end
                move 'Y' to ws-eof-index
        end-read
    end-if.

end program indexrate.
