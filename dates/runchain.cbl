*> must never leak into a step's argument list), ledgering every   *
*> step through RUNLEDGER the way the file jobs already do.        *
*>                                                                *
*> A step's RETURN-CODE 1 through 7 is a warning - the audits and  *
*> reports on the schedule (XREFAUDIT, SLAREPORT, DATEBENCH)       *
*> return 4 on an ordinary finding and raise their own alert - so  *
*> the step is logged WARN and the chain goes on; 8 and up is a    *
*> failure.                                                        *
*>                                                                *
*> On a rerun the ledger is consulted first: a step whose          *
*> RUNLEDGER.DAT line for tonight's batch date carries RETURN-     *
*> CODE below 8 is skipped as already complete, so the chain       *
*> resumes from the first step that failed instead of re-executing *
*> the finished ones.  A step that already failed tonight is first *
*> handed to ROLLBACK (job LAST), so a job that changes its files  *
*> in place - CASHAPP, PAYRUN - restarts from the files as they    *
*> stood before the failed run rather than from whatever it left   *
*> half-written; when ROLLBACK refuses or cannot finish the        *
*> restore (RETURN-CODE 8 and up), the chain stops there rather    *
*> than re-run over a dirty file.  Nothing to roll back (RETURN-   *
*> CODE 4) is the normal case for every other job.  The chain      *
*> stops at the first failing step; RETURN-CODE 0 all steps        *
*> complete, 4 all complete but one or more with a warning, 8 a    *
*> step failed or the dependency file cannot be ordered.           *
*>                                                                *
*> Command line: [date]                                            *
*>                                                                *
        10  rnj-param        pic x(4).
        10  rnj-runs         pic x.
        10  rnj-state        pic x.
        10  rnj-failed       pic x.

*>  RNJ-STATE walks P (pending) -> D (done, this run or a prior
*>  one tonight) or F (failed); jobs not on tonight's list stay
*>  out of the sequencing entirely.  RNJ-FAILED is Y when a run of
*>  the job has already failed tonight.
*>
01  rn-dep-count         usage signed-int value 0.
01  rn-dep-idx           usage signed-int.
01  rn-run-count         usage signed-int value 0.
01  rn-skip-count        usage signed-int value 0.
01  rn-fail-count        usage signed-int value 0.
01  rn-warn-count        usage signed-int value 0.

01  rn-command           pic x(120).
01  rn-step-rc           usage signed-int.
        end-if
        move rn-runs-today to rnj-runs(rn-job-idx)
        move 'P' to rnj-state(rn-job-idx)
        move 'N' to rnj-failed(rn-job-idx)
    end-perform.

    perform 0200-scanledger.
    perform varying rn-seq-idx from 1 by 1
            until rn-seq-idx > rn-seq-count or chain-stopped
        move rn-seq(rn-seq-idx) to rn-job-idx
        if rnj-state(rn-job-idx) = 'P'
                and rnj-failed(rn-job-idx) = 'Y'
            perform 0480-cleanrestart
        end-if
        if not chain-stopped
            perform 0500-onestep
        end-if
    end-perform.

    display '=============================================='.
    display 'Steps run:     ' rn-run-count.
    display 'Steps skipped: ' rn-skip-count
        ' (already complete tonight)'.
    if rn-warn-count > 0
        display 'Steps warned:  ' rn-warn-count
    end-if.
    if rn-fail-count > 0
        display 'Chain stopped at the first failing step.'
        move 8 to return-code
    else
        if rn-warn-count > 0
            move 4 to return-code
        end-if
    end-if.

9000-end.
*> 0200-scanledger                                                 *
*>                                                                *
*> A job with a ledger line started on tonight's batch date and    *
*> finished with a RETURN-CODE below 8 (a warning included) is     *
*> already complete; a failed line (or none at all) leaves it      *
*> pending, so the rerun picks up exactly where the chain died.    *
*>*****************************************************************
0200-scanledger.
    move 'N' to ws-eof-ledger.
                perform varying rn-job-idx from 1 by 1
                        until rn-job-idx > rn-job-count
                    if rnj-name(rn-job-idx) = rn-tok-job
                        if function numval(rn-tok-rc) < 8
                            move 'D' to rnj-state(rn-job-idx)
                        else
                            move 'P' to rnj-state(rn-job-idx)
                            move 'Y' to rnj-failed(rn-job-idx)
                        end-if
                    end-if
                end-perform
        move 'Y' to rn-runs-today
    end-if.

*>*****************************************************************
*> 0480-cleanrestart                                               *
*>                                                                *
*> Before a step that failed earlier tonight runs again, ROLLBACK  *
*> restores whatever its failed run changed in place.  RETURN-     *
*> CODE 4 is nothing to restore; anything from 8 up leaves the     *
*> step failed and stops the chain.                                *
*>*****************************************************************
0480-cleanrestart.
    move spaces to rn-command.
    string 'rollback '
        function lower-case(function trim(rnj-name(rn-job-idx)))
        ' LAST'
        delimited by size into rn-command.
    call 'SYSTEM' using rn-command
        returning rn-step-rc.
*>  the shell hands back a wait status; ROLLBACK's RETURN-CODE
*>  rides in its high byte.
*>
    if rn-step-rc >= 256
        divide rn-step-rc by 256 giving rn-step-rc
    end-if.
    if rn-step-rc >= 8
        move rnj-name(rn-job-idx) to ol-name
        move 'NO RESTORE' to ol-verdict
        move rn-step-rc to ol-rc
        move 'F' to rnj-state(rn-job-idx)
        add 1 to rn-fail-count
        move 'Y' to rn-stop
        display output-line
    end-if.

*>*****************************************************************
*> 0500-onestep                                                    *
*>                                                                *
*> Runs one step of the chain: open its ledger stamp, run the      *
*> job as its own command, and write the ledger line with the      *
*> step's RETURN-CODE.  A job that cannot be found fails with      *
*> the shell's own code (127), so the rerun retries it.  RETURN-   *
*> CODE 1 through 7 is logged WARN and the chain carries on; the   *
*> chain stops at the first failure, 8 and up.                     *
*>*****************************************************************
0500-onestep.
    move rnj-name(rn-job-idx) to ol-name.
            delimited by size into rn-command
        call 'SYSTEM' using rn-command
            returning rn-step-rc
*>  as in 0480, the RETURN-CODE rides in the high byte of the wait
*>  status; a step killed by a signal is a failure, as the shell
*>  reports it (128 + signal).
*>
        evaluate true
            when rn-step-rc >= 256
                divide rn-step-rc by 256 giving rn-step-rc
            when rn-step-rc > 0
                add 128 to rn-step-rc
        end-evaluate

        move 'W' to rn-rl-action
        move 0 to rn-step-rows

        add 1 to rn-run-count
        move rn-step-rc to ol-rc
        evaluate true
            when rn-step-rc = 0
                move 'D' to rnj-state(rn-job-idx)
                move 'RAN' to ol-verdict
            when rn-step-rc < 8
                move 'D' to rnj-state(rn-job-idx)
                move 'WARN' to ol-verdict
                add 1 to rn-warn-count
            when other
                move 'F' to rnj-state(rn-job-idx)
                move 'FAILED' to ol-verdict
                add 1 to rn-fail-count
                move 'Y' to rn-stop
        end-evaluate
        display output-line
    end-if.

