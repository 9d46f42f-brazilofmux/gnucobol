*>                 zero, 'N' otherwise.                            *
*>   action 'W' - write: append this run's line, numbering it one  *
*>                 past JOB's highest run number on file.          *
*>   action 'N' - next: ROWS comes back as the run number the next *
*>                 'W' for JOB will be given, so a job can tag     *
*>                 what it does (BEFOREIMAGE's copies) with its    *
*>                 run number before the run is ledgered.          *
*>                                                                *
*> The 'C' check now answers with one keyed READ of the INDEXED    *
*> master RUNLEDGERX.DAT (built by LEDGERLOAD, keyed on job plus   *
            perform 0300-check
        when 'W'
            perform 0500-write
        when 'N'
            perform 0450-findrunmax
            compute rl-rows = rl-run-max + 1
            move 'Y' to rl-result
        when other
            continue
    end-evaluate.
    end-if.

*>*****************************************************************
*> 0450-findrunmax                                                 *
*>*****************************************************************
0450-findrunmax.
    move 0 to rl-run-max.
    move 'N' to ws-eof-ledger.
    open input ledger-file.
        close ledger-file
    end-if.

*>*****************************************************************
*> 0500-write                                                      *
*>*****************************************************************
0500-write.
    perform 0450-findrunmax.
    compute rl-run-number = rl-run-max + 1.
    if rl-start-date = spaces
        move rl-now-date to rl-start-date
