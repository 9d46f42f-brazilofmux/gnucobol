*>*****************************************************************
*> rollback - Restore the files a batch run changed in place.      *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> CASHAPP and PAYRUN change their masters in place, and until     *
*> now undoing a bad run meant a restore from tape and a morning   *
*> of re-keying.  Both jobs now hand each file to BEFOREIMAGE      *
*> before they touch it, tagged with their run-ledger run number;  *
*> this puts every file a given run touched back the way it was.   *
*>                                                                *
*> Command line: job [run | LAST]                                  *
*>                                                                *
*> LAST (the default) is the job's latest imaged run on tonight's  *
*> batch date that has not been rolled back and whose run-ledger   *
*> line does not show a clean RETURN-CODE zero - the run that      *
*> died or failed, which is what RUNCHAIN asks for before it       *
*> re-runs a failed step.  Nothing to roll back is RETURN-CODE 4.  *
*> A clean run is only undone when it is named by number.          *
*>                                                                *
*> Nothing is restored unless every file in the run passes:        *
*>                                                                *
*>   - no later run has imaged the same file (undo that one        *
*>     first, newest to oldest);                                   *
*>   - the file still matches the signature the run left on it     *
*>     (BEFOREIMAGE 'V') - a file edited or appended to since is   *
*>     not silently thrown away.  A run that never finished left   *
*>     no signature and is restored as it lies;                    *
*>   - the before-image copy is still on the disk.                 *
*>                                                                *
*> A file that did not exist before the run is emptied.  Once the  *
*> files are back, each REBUILD job cataloged with them is run     *
*> (OPENITEMLOAD rebuilds the indexed open-item master), an R      *
*> line goes to BEFOREIMG.DAT so the run cannot be rolled back     *
*> twice, every file restored is written to the maintenance        *
*> journal, and the rollback itself is ledgered through RUNLEDGER  *
*> as job ROLLBACK with input JOB#RUN.  The operator needs a       *
*> ROLLBACK RESTORE grant in OPERAUTH.DAT.                         *
*>                                                                *
*> RETURN-CODE 0 restored, 4 nothing to roll back, 8 refused, 12   *
*> not authorized, 16 the before-image catalog overflowed its      *
*> table, 20 the files are restored but a REBUILD job failed - the *
*> rollback is recorded, so once the rebuild has been run by hand  *
*> a RUNCHAIN rerun finds nothing left to roll back and carries    *
*> on; until then the chain stops rather than run over a stale     *
*> rebuilt file.                                                   *
*>*****************************************************************
identification division.
program-id. rollback.

environment division.
configuration section.
repository.
    function batchbusinessdate
    function dateformat
    function all intrinsic.

input-output section.
file-control.

    select image-file assign to 'beforeimg.dat'
        organization is line sequential
        access is sequential
        file status is ws-image-status.

    select ledger-file assign to 'runledger.dat'
        organization is line sequential
        access is sequential
        file status is ws-ledger-status.

    select copy-file assign to rb-copy-name
        organization is line sequential
        access is sequential
        file status is ws-copy-status.

    select target-file assign to rb-target-name
        organization is line sequential
        access is sequential
        file status is ws-target-status.

data division.
file section.
fd  image-file.

01  image-record         pic x(200).

fd  ledger-file.

01  ledger-record        pic x(140).

fd  copy-file.

01  copy-record          pic x(400).

fd  target-file.

01  target-record        pic x(400).

working-storage section.

01  ws-cmdline           pic x(80).
01  ws-arg-job           pic x(12).
01  ws-arg-run           pic x(12).

01  ws-image-status      pic xx.
    88  ws-image-ok          value '00'.
01  ws-ledger-status     pic xx.
    88  ws-ledger-ok         value '00'.
01  ws-copy-status       pic xx.
    88  ws-copy-ok           value '00'.
01  ws-target-status     pic xx.
    88  ws-target-ok         value '00'.

01  ws-eof-image         pic x.
    88  eof-image            value 'Y'.
01  ws-eof-ledger        pic x.
    88  eof-ledger           value 'Y'.
01  ws-eof-copy          pic x.
    88  eof-copy             value 'Y'.

*>  BEFOREIMG.DAT's B and R lines in file order; A lines are the
*>  business of BEFOREIMAGE's verify and are not kept.
*>
01  rb-cat-count         usage signed-int value 0.
01  rb-cat-idx           usage signed-int.
01  rb-cat-jdx           usage signed-int.
01  rb-overflow          pic x value 'N'.

01  rb-catalog.
    05  rb-cat occurs 2000 times.
        10  rbc-type         pic x.
        10  rbc-job          pic x(12).
        10  rbc-run          usage signed-int.
        10  rbc-file         pic x(40).
        10  rbc-copy         pic x(60).
        10  rbc-date         pic x(10).
        10  rbc-existed      pic x.
        10  rbc-rebuild      pic x(12).

*>  The B lines of the run being rolled back.
*>
01  rb-tgt-count         usage signed-int value 0.
01  rb-tgt-idx           usage signed-int.
01  rb-tgt-jdx           usage signed-int.
01  rb-tgt               occurs 50 times usage signed-int.

01  rb-tok-type          pic x.
01  rb-tok-job           pic x(12).
01  rb-tok-run           pic x(9).
01  rb-tok-file          pic x(40).
01  rb-tok-copy          pic x(60).
01  rb-tok-date          pic x(10).
01  rb-tok-time          pic x(8).
01  rb-tok-existed       pic x.
01  rb-tok-rebuild       pic x(12).

01  rl-tok-job           pic x(12).
01  rl-tok-run           pic x(9).
01  rl-tok-sd            pic x(10).
01  rl-tok-st            pic x(8).
01  rl-tok-ed            pic x(10).
01  rl-tok-et            pic x(8).
01  rl-tok-input         pic x(40).
01  rl-tok-rows          pic x(9).
01  rl-tok-rc            pic x(4).

01  rb-job               pic x(12).
01  rb-run               usage signed-int value 0.
01  rb-run-display       pic 9(6).
01  rb-cand-run          usage signed-int.

01  rb-chk-job           pic x(12).
01  rb-chk-run           usage signed-int.
01  rb-chk-result        pic x.
01  rb-clean             pic x.

01  rb-copy-name         pic x(60).
01  rb-target-name       pic x(40).
01  rb-restored          usage signed-int value 0.
01  rb-refused           usage signed-int value 0.

01  rb-bi-action         pic x.
01  rb-bi-rebuild        pic x(12).
01  rb-bi-result         pic x.

01  rb-command           pic x(120).
01  rb-rebuild-rc        usage signed-int.
01  rb-rebuild-seen      pic x.
01  rb-rebuild-failed    pic x.
01  rb-line              pic x(200).

01  rb-rl-action         pic x.
01  rb-rl-job            pic x(12) value 'ROLLBACK'.
01  rb-rl-input          pic x(40).
01  rb-rl-rc             usage signed-int.
01  rb-rl-result         pic x.

01  cj-program           pic x(12) value 'ROLLBACK'.
01  cj-action            pic x(8)  value 'RESTORE'.
01  cj-before            pic x(80).
01  cj-after             pic x(80).

01  rb-operator          pic x(8).
01  rb-auth-result       pic x.

01  rb-batch-date        pic x(10).
01  rb-now-time          pic x(8).
01  rb-date-text         pic x(20).

01  rb-fielded-date.
    05  rb-year              pic s9(9)   comp-5.
    05  rb-month             pic 99      comp-5.
    05  rb-dom               pic 99      comp-5.
    05  rb-doy               pic 999     comp-5.
    05  rb-dow               pic 9       comp-5.

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
    move spaces to ws-cmdline ws-arg-job ws-arg-run.
    accept ws-cmdline from command-line.
    unstring ws-cmdline delimited by all space
        into ws-arg-job ws-arg-run.
    move function upper-case(ws-arg-job) to rb-job.
    move function upper-case(ws-arg-run) to ws-arg-run.

    if rb-job = spaces
        display 'Usage: rollback job [run | LAST]'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform 0050-authorize.
    if return-code = 12
        go to 9000-end
    end-if.

    move function current-date to time-stamp.
    move batchbusinessdate(time-stamp) to rb-fielded-date.
    move dateformat(rb-fielded-date, '01') to rb-date-text.
    move rb-date-text(1:10) to rb-batch-date.
    move spaces to rb-now-time.
    string ts-hours ':' ts-minutes ':' ts-seconds(1:2)
        delimited by size into rb-now-time.

    perform 0100-loadcatalog.
    if rb-overflow = 'Y'
        display 'beforeimg.dat exceeds the 2000-line table;'
            ' nothing restored.'
        move 16 to return-code
        go to 9000-end
    end-if.

    if ws-arg-run = spaces or ws-arg-run = 'LAST'
        perform 0200-findlast
        if rb-run = 0
            display 'Nothing to roll back for '
                function trim(rb-job) ' on ' rb-batch-date '.'
            move 4 to return-code
            go to 9000-end
        end-if
    else
        if function test-numval(ws-arg-run) not = 0
            display 'Invalid run number: ' ws-arg-run
            display 'Usage: rollback job [run | LAST]'
            move 8 to return-code
            go to 9000-end
        end-if
        compute rb-run = function numval(ws-arg-run)
    end-if.
    move rb-run to rb-run-display.

    perform 0300-checkrun thru 0300-exit.
    if return-code not = 0
        go to 9000-end
    end-if.

    move spaces to rb-rl-input.
    string function trim(rb-job) '#' rb-run-display
        delimited by size into rb-rl-input.
    move 'O' to rb-rl-action.
    call 'runledger' using rb-rl-action rb-rl-job rb-rl-input
        rb-restored rb-rl-rc rb-rl-result.

    display 'Rolling back ' function trim(rb-job)
        ' run ' rb-run-display.
    display '=============================================='.
    perform varying rb-tgt-idx from 1 by 1
            until rb-tgt-idx > rb-tgt-count
        move rb-tgt(rb-tgt-idx) to rb-cat-idx
        perform 0500-restore
    end-perform.

    perform 0600-rebuild.
    perform 0700-record.

    display '=============================================='.
    display 'Files restored: ' rb-restored.

    move return-code to rb-rl-rc.
    move 'W' to rb-rl-action.
    call 'runledger' using rb-rl-action rb-rl-job rb-rl-input
        rb-restored rb-rl-rc rb-rl-result.
    move rb-rl-rc to return-code.

9000-end.
    goback.

*>*****************************************************************
*> 0050-authorize                                                  *
*>*****************************************************************
0050-authorize.
    move spaces to rb-operator.
    accept rb-operator from environment 'OPERATOR'.
    move function upper-case(rb-operator) to rb-operator.
    call 'operauth' using rb-operator cj-program cj-action
        rb-auth-result.
    if rb-auth-result not = 'Y'
        display 'Operator "' function trim(rb-operator)
            '" is not authorized for ' cj-action
            ' in rollback.'
        move 12 to return-code
    end-if.

*>*****************************************************************
*> 0100-loadcatalog / 0110-readimageline                           *
*>*****************************************************************
0100-loadcatalog.
    move 0 to rb-cat-count.
    move 'N' to ws-eof-image.
    open input image-file.
    if ws-image-ok
        perform 0110-readimageline
        perform until eof-image
            move spaces to rb-tok-type rb-tok-job rb-tok-run
                rb-tok-file rb-tok-copy rb-tok-date rb-tok-time
                rb-tok-existed rb-tok-rebuild
            unstring image-record delimited by ','
                into rb-tok-type rb-tok-job rb-tok-run rb-tok-file
                    rb-tok-copy rb-tok-date rb-tok-time
                    rb-tok-existed rb-tok-rebuild
            end-unstring
            if rb-tok-type = 'B' or rb-tok-type = 'R'
                if rb-cat-count >= 2000
                    move 'Y' to rb-overflow
                else
                    add 1 to rb-cat-count
                    move rb-tok-type to rbc-type(rb-cat-count)
                    move rb-tok-job to rbc-job(rb-cat-count)
                    compute rbc-run(rb-cat-count) =
                        function numval(rb-tok-run)
                    move rb-tok-file to rbc-file(rb-cat-count)
                    move rb-tok-copy to rbc-copy(rb-cat-count)
                    move rb-tok-date to rbc-date(rb-cat-count)
                    move rb-tok-existed to rbc-existed(rb-cat-count)
                    move rb-tok-rebuild to rbc-rebuild(rb-cat-count)
                end-if
            end-if
            perform 0110-readimageline
        end-perform
        close image-file
    end-if.

0110-readimageline.
    read image-file
        at end
            move 'Y' to ws-eof-image
    end-read.

*>*****************************************************************
*> 0200-findlast                                                   *
*>                                                                *
*> The highest run of the job imaged tonight, passed over when it  *
*> has been rolled back already or when the run ledger shows it    *
*> finishing clean - RB-RUN stays zero then.                       *
*>*****************************************************************
0200-findlast.
    move 0 to rb-run.
    move 0 to rb-cand-run.
    perform varying rb-cat-idx from 1 by 1
            until rb-cat-idx > rb-cat-count
        if rbc-type(rb-cat-idx) = 'B'
                and rbc-job(rb-cat-idx) = rb-job
                and rbc-date(rb-cat-idx) = rb-batch-date
                and rbc-run(rb-cat-idx) > rb-cand-run
            move rb-job to rb-chk-job
            move rbc-run(rb-cat-idx) to rb-chk-run
            perform 0350-isrolledback
            if rb-chk-result = 'N'
                move rbc-run(rb-cat-idx) to rb-cand-run
            end-if
        end-if
    end-perform.

    if rb-cand-run > 0
        perform 0250-checkclean
        if rb-clean = 'Y'
            move rb-cand-run to rb-run-display
            display 'Run ' rb-run-display ' of '
                function trim(rb-job)
                ' completed clean; name it to roll it back.'
        else
            move rb-cand-run to rb-run
        end-if
    end-if.

*>*****************************************************************
*> 0250-checkclean                                                 *
*>                                                                *
*> The last RUNLEDGER.DAT line for the job under the candidate     *
*> run number decides: RETURN-CODE zero is a clean run.            *
*>*****************************************************************
0250-checkclean.
    move 'N' to rb-clean.
    move 'N' to ws-eof-ledger.
    open input ledger-file.
    if ws-ledger-ok
        perform 0260-readledgerline
        perform until eof-ledger
            move spaces to rl-tok-job rl-tok-run rl-tok-sd
                rl-tok-st rl-tok-ed rl-tok-et rl-tok-input
                rl-tok-rows rl-tok-rc
            unstring ledger-record delimited by ','
                into rl-tok-job rl-tok-run rl-tok-sd rl-tok-st
                    rl-tok-ed rl-tok-et rl-tok-input rl-tok-rows
                    rl-tok-rc
            end-unstring
            if rl-tok-job = rb-job
                    and function numval(rl-tok-run) = rb-cand-run
                if function numval(rl-tok-rc) = 0
                    move 'Y' to rb-clean
                else
                    move 'N' to rb-clean
                end-if
            end-if
            perform 0260-readledgerline
        end-perform
        close ledger-file
    end-if.

0260-readledgerline.
    read ledger-file
        at end
            move 'Y' to ws-eof-ledger
    end-read.

*>*****************************************************************
*> 0300-checkrun                                                   *
*>                                                                *
*> Gathers the run's B lines and puts every one through the        *
*> checks before a single file is touched; any refusal is RETURN-  *
*> CODE 8 with the reasons listed.                                 *
*>*****************************************************************
0300-checkrun.
    move 0 to rb-tgt-count.
    perform varying rb-cat-idx from 1 by 1
            until rb-cat-idx > rb-cat-count
        if rbc-type(rb-cat-idx) = 'B'
                and rbc-job(rb-cat-idx) = rb-job
                and rbc-run(rb-cat-idx) = rb-run
                and rb-tgt-count < 50
            add 1 to rb-tgt-count
            move rb-cat-idx to rb-tgt(rb-tgt-count)
        end-if
    end-perform.

    if rb-tgt-count = 0
        display 'No before-images cataloged for '
            function trim(rb-job) ' run ' rb-run-display '.'
        move 8 to return-code
        go to 0300-exit
    end-if.

    move rb-job to rb-chk-job.
    move rb-run to rb-chk-run.
    perform 0350-isrolledback.
    if rb-chk-result = 'Y'
        display function trim(rb-job) ' run ' rb-run-display
            ' has already been rolled back.'
        move 8 to return-code
        go to 0300-exit
    end-if.

    move 0 to rb-refused.
    perform varying rb-tgt-idx from 1 by 1
            until rb-tgt-idx > rb-tgt-count
        move rb-tgt(rb-tgt-idx) to rb-cat-idx
        perform 0400-checkfile
    end-perform.

    if rb-refused > 0
        display 'Rollback of ' function trim(rb-job) ' run '
            rb-run-display ' refused; nothing restored.'
        move 8 to return-code
    end-if.
0300-exit.
    exit.

*>*****************************************************************
*> 0350-isrolledback                                               *
*>                                                                *
*> RB-CHK-RESULT Y when an R line covers RB-CHK-JOB/RB-CHK-RUN.    *
*>*****************************************************************
0350-isrolledback.
    move 'N' to rb-chk-result.
    perform varying rb-cat-jdx from 1 by 1
            until rb-cat-jdx > rb-cat-count
        if rbc-type(rb-cat-jdx) = 'R'
                and rbc-job(rb-cat-jdx) = rb-chk-job
                and rbc-run(rb-cat-jdx) = rb-chk-run
            move 'Y' to rb-chk-result
        end-if
    end-perform.

*>*****************************************************************
*> 0400-checkfile                                                  *
*>                                                                *
*> One of the run's files: untouched by any later run that still   *
*> stands, unchanged since the run left it, and its copy present.  *
*>*****************************************************************
0400-checkfile.
    perform varying rb-tgt-jdx from rb-cat-idx by 1
            until rb-tgt-jdx > rb-cat-count
        if rbc-type(rb-tgt-jdx) = 'B'
                and rbc-file(rb-tgt-jdx) = rbc-file(rb-cat-idx)
                and (rbc-job(rb-tgt-jdx) not = rb-job
                    or rbc-run(rb-tgt-jdx) not = rb-run)
            move rbc-job(rb-tgt-jdx) to rb-chk-job
            move rbc-run(rb-tgt-jdx) to rb-chk-run
            perform 0350-isrolledback
            if rb-chk-result = 'N'
                move rbc-run(rb-tgt-jdx) to rb-run-display
                display '  ' function trim(rbc-file(rb-cat-idx))
                    ' was changed again by '
                    function trim(rbc-job(rb-tgt-jdx))
                    ' run ' rb-run-display
                    ' - roll that back first.'
                move rb-run to rb-run-display
                add 1 to rb-refused
                move rb-cat-count to rb-tgt-jdx
            end-if
        end-if
    end-perform.

    move 'V' to rb-bi-action.
    move spaces to rb-bi-rebuild.
    call 'beforeimage' using rb-bi-action rb-job rb-run
        rbc-file(rb-cat-idx) rb-bi-rebuild rb-bi-result.
    if rb-bi-result = 'N'
        display '  ' function trim(rbc-file(rb-cat-idx))
            ' has changed since the run finished.'
        add 1 to rb-refused
    end-if.

    if rbc-existed(rb-cat-idx) = 'Y'
        move rbc-copy(rb-cat-idx) to rb-copy-name
        open input copy-file
        if ws-copy-ok
            close copy-file
        else
            display '  before-image '
                function trim(rbc-copy(rb-cat-idx))
                ' is missing.'
            add 1 to rb-refused
        end-if
    end-if.

*>*****************************************************************
*> 0500-restore                                                    *
*>*****************************************************************
0500-restore.
    move rbc-file(rb-cat-idx) to rb-target-name.
    move spaces to cj-after.
    open output target-file.
    if rbc-existed(rb-cat-idx) = 'Y'
        move rbc-copy(rb-cat-idx) to rb-copy-name
        move 'N' to ws-eof-copy
        open input copy-file
        perform 0510-readcopyline
        perform until eof-copy
            move copy-record to target-record
            write target-record
            perform 0510-readcopyline
        end-perform
        close copy-file
        move rbc-copy(rb-cat-idx) to cj-after
        display '  ' function trim(rb-target-name)
            ' restored from ' function trim(rb-copy-name)
    else
        move 'EMPTIED - DID NOT EXIST BEFORE THE RUN' to cj-after
        display '  ' function trim(rb-target-name)
            ' emptied (did not exist before the run)'
    end-if.
    close target-file.
    add 1 to rb-restored.

    move spaces to cj-before.
    string function trim(rb-job) ',' rb-run-display ','
        function trim(rb-target-name)
        delimited by size into cj-before.
    call 'maintjournal' using cj-program cj-action
        cj-before cj-after.

0510-readcopyline.
    read copy-file
        at end
            move 'Y' to ws-eof-copy
    end-read.

*>*****************************************************************
*> 0600-rebuild                                                    *
*>                                                                *
*> Each distinct REBUILD job once, after every file is back.       *
*>*****************************************************************
0600-rebuild.
    move 'N' to rb-rebuild-failed.
    perform varying rb-tgt-idx from 1 by 1
            until rb-tgt-idx > rb-tgt-count
        move rb-tgt(rb-tgt-idx) to rb-cat-idx
        move 'N' to rb-rebuild-seen
        perform varying rb-tgt-jdx from 1 by 1
                until rb-tgt-jdx >= rb-tgt-idx
            move rb-tgt(rb-tgt-jdx) to rb-cat-jdx
            if rbc-rebuild(rb-cat-jdx) = rbc-rebuild(rb-cat-idx)
                move 'Y' to rb-rebuild-seen
            end-if
        end-perform
        if rbc-rebuild(rb-cat-idx) not = spaces
                and rb-rebuild-seen = 'N'
            move spaces to rb-command
            string function lower-case(
                    function trim(rbc-rebuild(rb-cat-idx)))
                delimited by size into rb-command
            call 'SYSTEM' using rb-command
                returning rb-rebuild-rc
            if rb-rebuild-rc not = 0
                display '  rebuild '
                    function trim(rbc-rebuild(rb-cat-idx))
                    ' failed - run it by hand before the next step.'
                move 'Y' to rb-rebuild-failed
            else
                display '  '
                    function trim(rbc-rebuild(rb-cat-idx))
                    ' rebuilt'
            end-if
        end-if
    end-perform.
    if rb-rebuild-failed = 'Y'
        move 20 to return-code
    end-if.

*>*****************************************************************
*> 0700-record                                                     *
*>*****************************************************************
0700-record.
    move spaces to rb-line.
    string 'R,' function trim(rb-job) ','
        rb-run-display ','
        rb-batch-date ','
        rb-now-time ','
        function trim(rb-operator)
        delimited by size into rb-line.
    open extend image-file.
    if not ws-image-ok
        open output image-file
    end-if.
    if ws-image-ok
        move rb-line to image-record
        write image-record
        close image-file
    else
        display 'Cannot write beforeimg.dat.'
    end-if.

end program rollback.
