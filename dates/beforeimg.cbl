*>*****************************************************************
*> beforeimage                                                     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> CASHAPP rewrites OPENITEMS.DAT and PAYRUN appends to PAYREG.DAT *
*> and PAIDINV.DAT in place, so a run that died halfway, or ran    *
*> against a bad receipts file, meant finding last night's backup  *
*> tape; CONFSNAP only snapshots configuration.  This is the       *
*> shared before-image facility: a job snapshots each file it is   *
*> about to change, tagged with its run-ledger run number (see     *
*> RUNLEDGER's 'N' action), and ROLLBACK puts them back.  Every    *
*> image is recorded in BEFOREIMG.DAT,                             *
*>                                                                *
*>   B,JOB,RUN,FILE,COPY,DATE,TIME,EXISTED,REBUILD                 *
*>   A,JOB,RUN,FILE,LINES,CHECKSUM                                 *
*>                                                                *
*> a B line per copy taken (EXISTED N when the file was not there  *
*> yet, so a rollback empties it; REBUILD the job, if any, that    *
*> rebuilds an indexed mirror from the file once it is restored)   *
*> and an A line per file as the run left it, which is how         *
*> ROLLBACK proves nothing has touched the file since.  The copy   *
*> is FILE.job.RUN - openitems.dat.cashapp.000042 - cataloged      *
*> through GENCATALOG like every other generation on the disk.     *
*>                                                                *
*> CALL 'beforeimage' USING action (x), job (x12), run             *
*> (signed-int), file (x40), rebuild (x12), result (x).            *
*>                                                                *
*>   action 'B' - copy FILE and record it; RESULT N when the copy  *
*>                 could not be written - the caller must not      *
*>                 touch the file then.                            *
*>   action 'A' - record FILE's line count and checksum as the     *
*>                 run leaves it.                                  *
*>   action 'V' - verify FILE against JOB/RUN's A line: RESULT Y   *
*>                 unchanged, N changed since, U no A line (the    *
*>                 run never finished).                            *
*>*****************************************************************
identification division.
program-id. beforeimage.

environment division.
configuration section.
repository.
    function batchbusinessdate
    function dateformat
    function all intrinsic.

input-output section.
file-control.

    select source-file assign to bi-source-name
        organization is line sequential
        access is sequential
        file status is ws-source-status.

    select copy-file assign to bi-copy-name
        organization is line sequential
        access is sequential
        file status is ws-copy-status.

    select image-file assign to 'beforeimg.dat'
        organization is line sequential
        access is sequential
        file status is ws-image-status.

data division.
file section.
fd  source-file.

01  source-record        pic x(400).

fd  copy-file.

01  copy-record          pic x(400).

fd  image-file.

01  image-record         pic x(200).

working-storage section.
01  ws-source-status     pic xx.
    88  ws-source-ok         value '00'.
01  ws-copy-status       pic xx.
    88  ws-copy-ok           value '00'.
01  ws-image-status      pic xx.
    88  ws-image-ok          value '00'.

01  ws-eof-source        pic x.
    88  eof-source           value 'Y'.
01  ws-eof-image         pic x.
    88  eof-image            value 'Y'.

01  bi-source-name       pic x(40).
01  bi-copy-name         pic x(60).
01  bi-existed           pic x.
01  bi-run-display       pic 9(6).
01  bi-line              pic x(200).

01  bi-lines             pic 9(9).
01  bi-checksum          pic 9(18).
01  bi-work              pic 9(18).
01  bi-len               usage signed-int.
01  bi-cidx              usage signed-int.

01  bi-tok-type          pic x.
01  bi-tok-job           pic x(12).
01  bi-tok-run           pic x(9).
01  bi-tok-file          pic x(40).
01  bi-tok-lines         pic x(9).
01  bi-tok-checksum      pic x(18).
01  bi-found-a           pic x.
01  bi-want-lines        pic 9(9).
01  bi-want-checksum     pic 9(18).

01  bi-now-date          pic x(10).
01  bi-now-time          pic x(8).
01  bi-date-text         pic x(20).

01  bi-fielded-date.
    05  bi-year              pic s9(9)   comp-5.
    05  bi-month             pic 99      comp-5.
    05  bi-dom               pic 99      comp-5.
    05  bi-doy               pic 999     comp-5.
    05  bi-dow               pic 9       comp-5.

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

linkage section.
01  bi-action            pic x.
01  bi-job               pic x(12).
01  bi-run               usage signed-int.
01  bi-file              pic x(40).
01  bi-rebuild           pic x(12).
01  bi-result            pic x.

procedure division using bi-action bi-job bi-run bi-file
        bi-rebuild bi-result.
0100-main.
    move 'N' to bi-result.
    move bi-file to bi-source-name.
    move bi-run to bi-run-display.

    move function current-date to time-stamp.
    move batchbusinessdate(time-stamp) to bi-fielded-date.
    move dateformat(bi-fielded-date, '01') to bi-date-text.
    move bi-date-text(1:10) to bi-now-date.
    move spaces to bi-now-time.
    string ts-hours ':' ts-minutes ':' ts-seconds(1:2)
        delimited by size into bi-now-time.

    evaluate bi-action
        when 'B'
            perform 0200-takeimage thru 0200-exit
        when 'A'
            perform 0300-signature
            move spaces to bi-line
            string 'A,' function trim(bi-job) ','
                bi-run-display ','
                function trim(bi-file) ','
                bi-lines ',' bi-checksum
                delimited by size into bi-line
            perform 0800-record
        when 'V'
            perform 0400-verify thru 0400-exit
        when other
            continue
    end-evaluate.
    goback.

*>*****************************************************************
*> 0200-takeimage                                                  *
*>*****************************************************************
0200-takeimage.
    move spaces to bi-copy-name.
    string function trim(bi-file) '.'
        function lower-case(function trim(bi-job)) '.'
        bi-run-display
        delimited by size into bi-copy-name.

    open output copy-file.
    if not ws-copy-ok
        display 'Cannot write before-image '
            function trim(bi-copy-name) '.'
        go to 0200-exit
    end-if.

    move 'N' to bi-existed.
    move 'N' to ws-eof-source.
    open input source-file.
    if ws-source-ok
        move 'Y' to bi-existed
        perform 0910-readsource
        perform until eof-source
            move source-record to copy-record
            write copy-record
            perform 0910-readsource
        end-perform
        close source-file
    end-if.
    close copy-file.

    call 'gencatalog' using bi-job bi-copy-name.

    move spaces to bi-line.
    string 'B,' function trim(bi-job) ','
        bi-run-display ','
        function trim(bi-file) ','
        function trim(bi-copy-name) ','
        bi-now-date ','
        bi-now-time ','
        bi-existed ','
        function trim(bi-rebuild)
        delimited by size into bi-line.
    perform 0800-record.
    if ws-image-ok
        move 'Y' to bi-result
    end-if.
0200-exit.
    exit.

*>*****************************************************************
*> 0300-signature                                                  *
*>                                                                *
*> Line count and a rolling checksum over every character of every *
*> line - enough that any edit, append or truncation shows.  A     *
*> missing file signs as zero lines.                               *
*>*****************************************************************
0300-signature.
    move 0 to bi-lines bi-checksum.
    move 'N' to ws-eof-source.
    open input source-file.
    if ws-source-ok
        perform 0910-readsource
        perform until eof-source
            add 1 to bi-lines
            compute bi-len =
                function length(function trim(source-record trailing))
            perform varying bi-cidx from 1 by 1
                    until bi-cidx > bi-len
                compute bi-work = bi-checksum * 31
                    + function ord(source-record(bi-cidx:1))
                compute bi-checksum =
                    function mod(bi-work, 999999937)
            end-perform
            compute bi-work = bi-checksum * 31 + 10
            compute bi-checksum = function mod(bi-work, 999999937)
            perform 0910-readsource
        end-perform
        close source-file
    end-if.

*>*****************************************************************
*> 0400-verify                                                     *
*>                                                                *
*> The last A line for JOB/RUN/FILE against the file as it stands. *
*>*****************************************************************
0400-verify.
    move 'N' to bi-found-a.
    move 'N' to ws-eof-image.
    open input image-file.
    if ws-image-ok
        perform 0920-readimage
        perform until eof-image
            move spaces to bi-tok-type bi-tok-job bi-tok-run
                bi-tok-file bi-tok-lines bi-tok-checksum
            unstring image-record delimited by ','
                into bi-tok-type bi-tok-job bi-tok-run bi-tok-file
                    bi-tok-lines bi-tok-checksum
            end-unstring
            if bi-tok-type = 'A' and bi-tok-job = bi-job
                    and function numval(bi-tok-run) = bi-run
                    and bi-tok-file = bi-file
                move 'Y' to bi-found-a
                move function numval(bi-tok-lines) to bi-want-lines
                move function numval(bi-tok-checksum)
                    to bi-want-checksum
            end-if
            perform 0920-readimage
        end-perform
        close image-file
    end-if.

    if bi-found-a = 'N'
        move 'U' to bi-result
        go to 0400-exit
    end-if.
    perform 0300-signature.
    if bi-lines = bi-want-lines and bi-checksum = bi-want-checksum
        move 'Y' to bi-result
    else
        move 'N' to bi-result
    end-if.
0400-exit.
    exit.

*>*****************************************************************
*> 0800-record                                                     *
*>*****************************************************************
0800-record.
    open extend image-file.
    if not ws-image-ok
        open output image-file
    end-if.
    if ws-image-ok
        move bi-line to image-record
        write image-record
        close image-file
    else
        display 'Cannot write beforeimg.dat.'
    end-if.

0910-readsource.
    read source-file
        at end
            move 'Y' to ws-eof-source
    end-read.

0920-readimage.
    read image-file
        at end
            move 'Y' to ws-eof-image
    end-read.

end program beforeimage.
