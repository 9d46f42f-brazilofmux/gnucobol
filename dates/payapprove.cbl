*>*****************************************************************
*> payapprove - Tiered approval of payment runs before release.    *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> PAYRUN writes the payments and POSPAY, ACHPAY and CHECKPRT used *
*> to send them straight on, so one operator could release a       *
*> six-figure run with nobody else looking.  Every payment PAYRUN  *
*> writes now starts PENDING on the approval file PAYAPPR.DAT,     *
*>                                                                *
*>   PAYNO,RUN,RUNBY,AMOUNT,STATUS,APPROVER,DATE,TIME[,JOB]        *
*>                                                                *
*> (RUN the payment run's run-ledger number, RUNBY the operator    *
*> who ran it, STATUS PENDING or APPROVED, the next three filled   *
*> in by the approval, JOB the job that made the payment - blank   *
*> for PAYRUN; REFUND, PAYVOID's reissues and EXPCLAIM number      *
*> their runs in their own RUNLEDGER sequences, so a run is its    *
*> JOB and RUN together), and the bank-file writers release only   *
*> what APPROVALOF below says is approved.  Who may approve what   *
*> is the approval-limit master APPROVLIM.DAT,                     *
*>                                                                *
*>   APPROVER,MAXPAYMENT,MAXRUN                                    *
*>                                                                *
*> one line per approver (an OPERATOR id): the largest single      *
*> payment they may approve, and the largest run - all of the      *
*> run's payments not voided - they may approve a payment of.  A   *
*> line for approver * is the tier below which no approval is      *
*> needed: a payment no larger than its MAXPAYMENT, in a run no    *
*> larger than its MAXRUN, is released as AUTO.  Without a * line  *
*> every payment needs an approver.                                *
*>                                                                *
*> Command line: ACTION [ARGUMENT]                                 *
*>                                                                *
*>   LIST [run [job]]             - payments awaiting approval     *
*>   APPROVE payno                - approve one payment            *
*>   APPROVE RUN run [job]        - approve every payment of the   *
*>                                  run within the approver's      *
*>                                  limits                         *
*>   LIMITS                       - display the limit master       *
*>   SETLIMIT approver,maxpayment,maxrun                           *
*>                                - add or replace an approver     *
*>   DELLIMIT approver            - drop an approver               *
*>                                                                *
*> A run named without a job is PAYRUN's.                          *
*>                                                                *
*> The approver is the OPERATOR environment id.  APPROVE needs an  *
*> OPERAUTH grant, a line of the approver's own on APPROVLIM.DAT   *
*> whose limits cover the payment and its run, and an approver     *
*> other than the operator who ran PAYRUN; a payment on the        *
*> register from before approvals began (no PAYAPPR.DAT line) can  *
*> be approved the same way and is added as run 0.  SETLIMIT and   *
*> DELLIMIT need their own OPERAUTH grants, and no one may set or  *
*> drop their own limit.  Every approval and limit change is       *
*> journaled through MAINTJOURNAL.                                 *
*>                                                                *
*> POSPAY and ACHPAY leave a held payment out of their file and    *
*> list it; a file that carries any payment of a run not yet fully *
*> approved is noted through APPROVALHOLD, and PUBLISH will not    *
*> move it to its pickup name until the whole run is approved.     *
*>                                                                *
*> RETURN-CODE 4 when LIST shows payments waiting or an APPROVE    *
*> RUN leaves some unapproved, 8 for a bad argument or a refused   *
*> approval, 12 not authorized, 16 when a file outgrows its table. *
*>*****************************************************************
identification division.
program-id. payapprove.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function all intrinsic.

input-output section.
file-control.

    select payappr-file assign to 'payappr.dat'
        organization is line sequential
        access is sequential
        file status is ws-payappr-status.

    select limit-file assign to 'approvlim.dat'
        organization is line sequential
        access is sequential
        file status is ws-limit-status.

    select payreg-file assign to 'payreg.dat'
        organization is line sequential
        access is sequential
        file status is ws-payreg-status.

data division.
file section.
fd  payappr-file.

01  payappr-record       pic x(100).

fd  limit-file.

01  limit-record         pic x(80).

fd  payreg-file.

01  payreg-record        pic x(80).

working-storage section.
01  ws-payappr-status    pic xx.
    88  ws-payappr-ok        value '00'.
01  ws-limit-status      pic xx.
    88  ws-limit-ok          value '00'.
01  ws-payreg-status     pic xx.
    88  ws-payreg-ok         value '00'.

01  ws-eof-payappr       pic x       value 'N'.
    88  eof-payappr          value 'Y'.
01  ws-eof-limit         pic x       value 'N'.
    88  eof-limit            value 'Y'.
01  ws-eof-payreg        pic x       value 'N'.
    88  eof-payreg           value 'Y'.

01  ws-cmdline           pic x(200).
01  ws-ptr               usage signed-int.
01  ws-arg-action        pic x(8).
01  ws-arg-rest          pic x(190).

*>  PAYAPPR.DAT and APPROVLIM.DAT as they stand, rewritten whole
*>  on a change, the way the maintenance programs keep masters.
*>
01  pv-appr-count        usage signed-int value 0.
01  pv-appr-lines        occurs 3000 times pic x(100).
01  pv-limit-count       usage signed-int value 0.
01  pv-limit-lines       occurs 200 times pic x(80).
01  pv-filtered          occurs 200 times pic x(80).
01  pv-filtered-count    usage signed-int value 0.
01  pv-overflow          pic x       value 'N'.

01  pv-idx               usage signed-int.
01  pv-jdx               usage signed-int.
01  pv-found             pic x       value 'N'.
    88  entry-found          value 'Y'.

01  pv-tok-1             pic x(16).
01  pv-tok-2             pic x(16).
01  pv-tok-3             pic x(16).
01  pv-tok-4             pic x(16).
01  pv-tok-5             pic x(16).
01  pv-tok-6             pic x(16).
01  pv-tok-skip          pic x(16).
01  pv-tok-job           pic x(16).

*>  The job of an APPROVE RUN or a LIST, and of one PAYAPPR.DAT
*>  line (0150-linejob) - blank for PAYRUN.
*>
01  pv-job               pic x(12)   value spaces.
01  pv-job-line          pic x(100).
01  pv-line-job          pic x(12).
01  pv-job-display       pic x(8).

*>  The approver's own limits.
*>
01  pv-has-limit         pic x.
01  pv-max-payment       pic s9(11)v99 comp-5.
01  pv-max-run           pic s9(13)v99 comp-5.

*>  A payment being approved, and the run of an APPROVE RUN or
*>  a LIST.
*>
01  pv-payno             pic 9(6).
01  pv-run               pic 9(6).
01  pv-run-given         pic x       value 'N'.
01  pv-approved-count    usage signed-int value 0.
01  pv-refused-count     usage signed-int value 0.
01  pv-waiting-count     usage signed-int value 0.
01  pv-refusal           pic x(60).
01  pv-old-line          pic x(100).
01  pv-new-line          pic x(100).
01  pv-line-index        usage signed-int.
01  pv-changed           pic x       value 'N'.

01  pv-new-approver      pic x(8).
01  pv-new-max-payment   pic s9(11)v99 comp-5.
01  pv-new-max-run       pic s9(13)v99 comp-5.
01  pv-target-approver   pic x(8).

01  pv-result.
    05  pv-r-status          pic x(8).
    05  pv-r-released        pic x.
    05  pv-r-run             pic 9(6).
    05  pv-r-runby           pic x(8).
    05  pv-r-amount          pic s9(11)v99 comp-5.
    05  pv-r-run-total       pic s9(13)v99 comp-5.
    05  pv-r-run-released    pic x.
    05  pv-r-approver        pic x(8).

*>  Maintenance-journal interface (see MAINTJOURNAL).
*>
01  vj-program           pic x(12) value 'PAYAPPROVE'.
01  vj-action            pic x(8).
01  vj-before            pic x(80).
01  vj-after             pic x(80).

*>  Operator authorization (see OPERAUTH).
*>
01  pv-operator          pic x(8).
01  pv-auth-result       pic x.

01  pv-fielded-date.
    05  pv-year              pic s9(9)   comp-5.
    05  pv-month             pic 99      comp-5.
    05  pv-dom               pic 99      comp-5.
    05  pv-doy               pic 999     comp-5.
    05  pv-dow               pic 9       comp-5.

01  pv-date-text         pic x(20).
01  pv-today             pic x(10).
01  pv-now.
    05  pv-now-hours         pic 99.
    05  filler               pic x value ':'.
    05  pv-now-minutes       pic 99.
    05  filler               pic x value ':'.
    05  pv-now-seconds       pic 99.

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

01  pv-amount-display    pic -(10)9.99.
01  pv-total-display     pic -(12)9.99.
01  pv-e-amount          pic x(16).
01  pv-e-total           pic x(18).
01  pv-payno-text        pic x(6).

procedure division.
0000-start-here.
    move 0 to return-code.

    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.

    move spaces to ws-arg-action.
    move 1 to ws-ptr.
    unstring ws-cmdline delimited by space
        into ws-arg-action
        with pointer ws-ptr
    end-unstring.
    move function upper-case(ws-arg-action) to ws-arg-action.

    move spaces to ws-arg-rest.
    if ws-ptr <= 200
        move ws-cmdline(ws-ptr:) to ws-arg-rest
    end-if.
    move function trim(ws-arg-rest) to ws-arg-rest.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to pv-fielded-date.
    move dateformat(pv-fielded-date, '01') to pv-date-text.
    move pv-date-text(1:10) to pv-today.
    move ts-hours to pv-now-hours.
    move ts-minutes to pv-now-minutes.
    move ts-seconds to pv-now-seconds.

    perform 0100-loadlines.
    if pv-overflow = 'Y'
        display 'payappr.dat or approvlim.dat exceeds its table;'
            ' nothing done - archive issued approvals first.'
        move 16 to return-code
        goback
    end-if.

    if ws-arg-action = 'APPROVE' or ws-arg-action = 'SETLIMIT'
            or ws-arg-action = 'DELLIMIT'
        perform 0050-authorize
        if return-code = 12
            goback
        end-if
    end-if.

    evaluate ws-arg-action
        when 'LIST'
            perform 0500-list thru 0500-exit
        when 'APPROVE'
            perform 0600-approve thru 0600-exit
        when 'LIMITS'
            perform 0700-limits
        when 'SETLIMIT'
            perform 0750-setlimit thru 0750-exit
        when 'DELLIMIT'
            perform 0800-dellimit thru 0800-exit
        when other
            display 'Usage: payapprove LIST [run [job]]'
                ' | APPROVE payno | APPROVE RUN run [job] | LIMITS'
            display '       | SETLIMIT approver,maxpayment,maxrun'
                ' | DELLIMIT approver'
            move 8 to return-code
    end-evaluate.

    goback.

*>*****************************************************************
*> 0050-authorize                                                  *
*>*****************************************************************
0050-authorize.
    move spaces to pv-operator.
    accept pv-operator from environment 'OPERATOR'.
    move function upper-case(pv-operator) to pv-operator.
    call 'operauth' using pv-operator vj-program ws-arg-action
        pv-auth-result.
    if pv-auth-result not = 'Y'
        display 'Operator "' function trim(pv-operator)
            '" is not authorized for ' ws-arg-action
            ' in payapprove.'
        move 12 to return-code
    end-if.

*>*****************************************************************
*> 0100-loadlines / 0110-readpayappr / 0120-readlimit              *
*>*****************************************************************
0100-loadlines.
    move 0 to pv-appr-count.
    open input payappr-file.
    if ws-payappr-ok
        perform 0110-readpayappr
        perform until eof-payappr or pv-appr-count >= 3000
            add 1 to pv-appr-count
            move payappr-record to pv-appr-lines(pv-appr-count)
            perform 0110-readpayappr
        end-perform
        if not eof-payappr
            move 'Y' to pv-overflow
        end-if
        close payappr-file
    end-if.

    move 0 to pv-limit-count.
    open input limit-file.
    if ws-limit-ok
        perform 0120-readlimit
        perform until eof-limit or pv-limit-count >= 200
            if limit-record not = spaces
                add 1 to pv-limit-count
                move limit-record to pv-limit-lines(pv-limit-count)
            end-if
            perform 0120-readlimit
        end-perform
        if not eof-limit
            move 'Y' to pv-overflow
        end-if
        close limit-file
    end-if.

0110-readpayappr.
    if not eof-payappr
        read payappr-file
            at end
                move 'Y' to ws-eof-payappr
        end-read
    end-if.

0120-readlimit.
    if not eof-limit
        read limit-file
            at end
                move 'Y' to ws-eof-limit
        end-read
    end-if.

*>*****************************************************************
*> 0150-linejob                                                    *
*>                                                                *
*> PV-LINE-JOB the JOB column of the PAYAPPR.DAT line in           *
*> PV-JOB-LINE, blank for PAYRUN however it is written.            *
*>*****************************************************************
0150-linejob.
    move spaces to pv-tok-job.
    unstring pv-job-line delimited by ','
        into pv-tok-skip pv-tok-skip pv-tok-skip pv-tok-skip
            pv-tok-skip pv-tok-skip pv-tok-skip pv-tok-skip
            pv-tok-job
    end-unstring.
    move function upper-case(pv-tok-job) to pv-line-job.
    if pv-line-job = 'PAYRUN'
        move spaces to pv-line-job
    end-if.

*>*****************************************************************
*> 0200-savelines                                                  *
*>*****************************************************************
0200-savelines.
    open output payappr-file.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-appr-count
        move pv-appr-lines(pv-idx) to payappr-record
        write payappr-record
    end-perform.
    close payappr-file.

0210-savelimits.
    open output limit-file.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-limit-count
        move pv-limit-lines(pv-idx) to limit-record
        write limit-record
    end-perform.
    close limit-file.

*>*****************************************************************
*> 0500-list                                                       *
*>                                                                *
*> Every payment on PAYAPPR.DAT still PENDING and not released by  *
*> the * tier, with its run's size and who ran it - the approver's *
*> worklist.                                                       *
*>*****************************************************************
0500-list.
    if ws-arg-rest not = spaces
        move spaces to pv-tok-5 pv-tok-job
        unstring ws-arg-rest delimited by all space
            into pv-tok-5 pv-tok-job
        end-unstring
        if function test-numval(pv-tok-5) not = 0
            display 'Run "' function trim(pv-tok-5)
                '" is not a number.'
            move 8 to return-code
            go to 0500-exit
        end-if
        compute pv-run = function numval(pv-tok-5)
        move 'Y' to pv-run-given
        move function upper-case(pv-tok-job) to pv-job
        if pv-job = 'PAYRUN'
            move spaces to pv-job
        end-if
    end-if.

    display 'Payments awaiting approval'.
    display 'Payno  Job      Run    Run by           Amount'
        '        Run total'.
    display '=============================================='.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-appr-count
        move spaces to pv-tok-1 pv-tok-2
        unstring pv-appr-lines(pv-idx) delimited by ','
            into pv-tok-1 pv-tok-2
        end-unstring
        move pv-appr-lines(pv-idx) to pv-job-line
        perform 0150-linejob
        if pv-tok-1 not = spaces
            compute pv-payno = function numval(pv-tok-1)
            call 'approvalof' using pv-payno pv-result
            if pv-r-status = 'PENDING'
                    and (pv-run-given = 'N'
                        or (pv-r-run = pv-run and pv-line-job = pv-job))
                    and pv-r-run = function numval(pv-tok-2)
                add 1 to pv-waiting-count
                move pv-r-amount to pv-amount-display
                move pv-r-run-total to pv-total-display
                move pv-line-job to pv-job-display
                if pv-line-job = spaces
                    move 'PAYRUN' to pv-job-display
                end-if
                display pv-payno ' ' pv-job-display ' ' pv-r-run ' '
                    pv-r-runby ' ' pv-amount-display ' '
                    pv-total-display
            end-if
        end-if
    end-perform.
    display '=============================================='.
    display 'Awaiting approval: ' pv-waiting-count.
    if pv-waiting-count > 0
        move 4 to return-code
    end-if.
0500-exit.
    exit.

*>*****************************************************************
*> 0600-approve                                                    *
*>*****************************************************************
0600-approve.
    perform 0650-ownlimits.
    if pv-has-limit = 'N'
        display 'Operator "' function trim(pv-operator)
            '" has no approval limits on approvlim.dat.'
        move 8 to return-code
        go to 0600-exit
    end-if.

    move spaces to pv-tok-1 pv-tok-2 pv-tok-job.
    unstring ws-arg-rest delimited by all space
        into pv-tok-1 pv-tok-2 pv-tok-job
    end-unstring.
    move function upper-case(pv-tok-1) to pv-tok-1.
    move function upper-case(pv-tok-job) to pv-job.
    if pv-job = 'PAYRUN'
        move spaces to pv-job
    end-if.

    if pv-tok-1 = 'RUN'
        if pv-tok-2 = spaces or function test-numval(pv-tok-2) not = 0
            display 'APPROVE RUN needs a run number.'
            move 8 to return-code
            go to 0600-exit
        end-if
        compute pv-run = function numval(pv-tok-2)
        perform varying pv-jdx from 1 by 1
                until pv-jdx > pv-appr-count
            move spaces to pv-tok-3 pv-tok-4
            unstring pv-appr-lines(pv-jdx) delimited by ','
                into pv-tok-3 pv-tok-4
            end-unstring
            move pv-appr-lines(pv-jdx) to pv-job-line
            perform 0150-linejob
            if pv-tok-3 not = spaces
                    and function numval(pv-tok-4) = pv-run
                    and pv-line-job = pv-job
                compute pv-payno = function numval(pv-tok-3)
                call 'approvalof' using pv-payno pv-result
                if pv-r-status = 'PENDING' and pv-r-run = pv-run
                    perform 0610-approveone thru 0610-exit
                end-if
            end-if
        end-perform
        if pv-approved-count = 0 and pv-refused-count = 0
            move pv-job to pv-job-display
            if pv-job = spaces
                move 'PAYRUN' to pv-job-display
            end-if
            display function trim(pv-job-display) ' run ' pv-run
                ' has nothing awaiting approval.'
        end-if
    else
        if pv-tok-1 = spaces or function test-numval(pv-tok-1) not = 0
            display 'APPROVE needs a payment number or RUN run.'
            move 8 to return-code
            go to 0600-exit
        end-if
        compute pv-payno = function numval(pv-tok-1)
        call 'approvalof' using pv-payno pv-result
        evaluate pv-r-status
            when 'APPROVED'
                display 'Payment ' pv-payno ' is already approved by '
                    function trim(pv-r-approver) '.'
            when 'AUTO'
                display 'Payment ' pv-payno ' is within the no-'
                    'approval tier; nothing to approve.'
            when 'VOID'
                display 'Payment ' pv-payno ' is void.'
                move 8 to return-code
            when 'UNKNOWN'
                display 'Payment ' pv-payno ' is not on payreg.dat.'
                move 8 to return-code
            when other
                perform 0610-approveone thru 0610-exit
        end-evaluate
    end-if.

    if pv-changed = 'Y'
        perform 0200-savelines
    end-if.
    display 'Approved: ' pv-approved-count '   refused: '
        pv-refused-count.
    if pv-refused-count > 0
        if pv-tok-1 = 'RUN'
            move 4 to return-code
        else
            move 8 to return-code
        end-if
    end-if.
0600-exit.
    exit.

*>*****************************************************************
*> 0610-approveone                                                 *
*>                                                                *
*> PV-PAYNO with PV-RESULT from APPROVALOF: the tests, then the    *
*> PAYAPPR.DAT line restamped APPROVED (added, for a payment from  *
*> before approvals began) and journaled.                          *
*>*****************************************************************
0610-approveone.
    move spaces to pv-refusal.
    if pv-r-runby = pv-operator
        move 'approver ran the payment run' to pv-refusal
    end-if.
    if pv-refusal = spaces and pv-r-amount > pv-max-payment
        move 'payment is over the approver''s single-payment limit'
            to pv-refusal
    end-if.
    if pv-refusal = spaces and pv-r-run-total > pv-max-run
        move 'run total is over the approver''s run limit'
            to pv-refusal
    end-if.
    if pv-refusal not = spaces
        move pv-r-amount to pv-amount-display
        display 'Payment ' pv-payno ' for ' pv-amount-display
            ' refused: ' function trim(pv-refusal) '.'
        add 1 to pv-refused-count
        go to 0610-exit
    end-if.

*>  the payment's own line - the last one for the payment number,
*>  as APPROVALOF reads them.
*>
    move 0 to pv-line-index.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-appr-count
        move spaces to pv-tok-3
        unstring pv-appr-lines(pv-idx) delimited by ','
            into pv-tok-3
        end-unstring
        if pv-tok-3 not = spaces
                and function numval(pv-tok-3) = pv-payno
            move pv-idx to pv-line-index
        end-if
    end-perform.

*>  the line keeps its JOB, so the payment stays in its own run.
*>
    move spaces to pv-line-job.
    if pv-line-index > 0
        move pv-appr-lines(pv-line-index) to pv-job-line
        perform 0150-linejob
    end-if.
    move pv-r-amount to pv-amount-display.
    move function trim(pv-amount-display) to pv-e-amount.
    move spaces to pv-new-line.
    if pv-line-job = spaces
        string pv-payno ','
            pv-r-run ','
            function trim(pv-r-runby) ','
            function trim(pv-e-amount) ','
            'APPROVED,'
            function trim(pv-operator) ','
            pv-today ','
            pv-now
            delimited by size into pv-new-line
    else
        string pv-payno ','
            pv-r-run ','
            function trim(pv-r-runby) ','
            function trim(pv-e-amount) ','
            'APPROVED,'
            function trim(pv-operator) ','
            pv-today ','
            pv-now ','
            function trim(pv-line-job)
            delimited by size into pv-new-line
    end-if.

    if pv-line-index = 0
        if pv-appr-count >= 3000
            display 'payappr.dat is full; payment ' pv-payno
                ' not approved.'
            add 1 to pv-refused-count
            go to 0610-exit
        end-if
        add 1 to pv-appr-count
        move pv-appr-count to pv-line-index
        move spaces to pv-old-line
    else
        move pv-appr-lines(pv-line-index) to pv-old-line
    end-if.
    move pv-new-line to pv-appr-lines(pv-line-index).
    move 'Y' to pv-changed.

    move 'APPROVE' to vj-action.
    move pv-old-line to vj-before.
    move pv-new-line to vj-after.
    call 'maintjournal' using vj-program vj-action
        vj-before vj-after.

    add 1 to pv-approved-count.
    display 'Payment ' pv-payno ' for ' pv-amount-display
        ' approved.'.
0610-exit.
    exit.

*>*****************************************************************
*> 0650-ownlimits                                                  *
*>*****************************************************************
0650-ownlimits.
    move 'N' to pv-has-limit.
    move 0 to pv-max-payment pv-max-run.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-limit-count
        move spaces to pv-tok-3 pv-tok-4 pv-tok-5
        unstring pv-limit-lines(pv-idx) delimited by ','
            into pv-tok-3 pv-tok-4 pv-tok-5
        end-unstring
        if function upper-case(pv-tok-3) = pv-operator
                and pv-operator not = '*'
            move 'Y' to pv-has-limit
            compute pv-max-payment = function numval(pv-tok-4)
            compute pv-max-run = function numval(pv-tok-5)
        end-if
    end-perform.

*>*****************************************************************
*> 0700-limits                                                     *
*>*****************************************************************
0700-limits.
    display 'Approver,MaxPayment,MaxRun'.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-limit-count
        display function trim(pv-limit-lines(pv-idx) trailing)
    end-perform.

*>*****************************************************************
*> 0750-setlimit                                                   *
*>*****************************************************************
0750-setlimit.
    move spaces to pv-tok-1 pv-tok-2 pv-tok-3.
    unstring ws-arg-rest delimited by ','
        into pv-tok-1 pv-tok-2 pv-tok-3
    end-unstring.
    move function upper-case(pv-tok-1) to pv-new-approver.
    if pv-new-approver = spaces or pv-tok-2 = spaces
            or pv-tok-3 = spaces
            or function test-numval(pv-tok-2) not = 0
            or function test-numval(pv-tok-3) not = 0
        display 'SETLIMIT needs approver,maxpayment,maxrun.'
        move 8 to return-code
        go to 0750-exit
    end-if.
    compute pv-new-max-payment = function numval(pv-tok-2).
    compute pv-new-max-run = function numval(pv-tok-3).
    if pv-new-max-payment < 0 or pv-new-max-run < pv-new-max-payment
        display 'Limits must not be negative, and the run limit'
            ' not below the payment limit.'
        move 8 to return-code
        go to 0750-exit
    end-if.
    if pv-new-approver = pv-operator
        display 'An operator may not set their own approval limit.'
        move 8 to return-code
        go to 0750-exit
    end-if.

    move pv-new-approver to pv-target-approver.
    perform 0810-removebyapprover.

    if pv-limit-count >= 200
        display 'Approval-limit master is full.'
        move 8 to return-code
        go to 0750-exit
    end-if.
    move pv-new-max-payment to pv-amount-display.
    move function trim(pv-amount-display) to pv-e-amount.
    move pv-new-max-run to pv-total-display.
    move function trim(pv-total-display) to pv-e-total.
    move spaces to pv-new-line.
    string function trim(pv-new-approver) ','
        function trim(pv-e-amount) ','
        function trim(pv-e-total)
        delimited by size into pv-new-line.
    add 1 to pv-limit-count.
    move pv-new-line to pv-limit-lines(pv-limit-count).
    perform 0210-savelimits.

    move 'SETLIMIT' to vj-action.
    if entry-found
        move pv-old-line to vj-before
    else
        move spaces to vj-before
    end-if.
    move pv-new-line to vj-after.
    call 'maintjournal' using vj-program vj-action
        vj-before vj-after.
    display 'Set.'.
0750-exit.
    exit.

*>*****************************************************************
*> 0800-dellimit / 0810-removebyapprover                           *
*>*****************************************************************
0800-dellimit.
    move function upper-case(ws-arg-rest) to pv-target-approver.
    if pv-target-approver = pv-operator
        display 'An operator may not drop their own approval limit.'
        move 8 to return-code
        go to 0800-exit
    end-if.
    perform 0810-removebyapprover.
    if entry-found
        perform 0210-savelimits
        move 'DELLIMIT' to vj-action
        move pv-old-line to vj-before
        move spaces to vj-after
        call 'maintjournal' using vj-program vj-action
            vj-before vj-after
        display 'Removed.'
    else
        display 'No limits for approver "'
            function trim(pv-target-approver) '" found.'
        move 8 to return-code
    end-if.
0800-exit.
    exit.

0810-removebyapprover.
    move 'N' to pv-found.
    move spaces to pv-old-line.
    move 0 to pv-filtered-count.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-limit-count
        move spaces to pv-tok-4
        unstring pv-limit-lines(pv-idx) delimited by ','
            into pv-tok-4
        end-unstring
        if function upper-case(pv-tok-4) = pv-target-approver
            move 'Y' to pv-found
            move pv-limit-lines(pv-idx) to pv-old-line
        else
            add 1 to pv-filtered-count
            move pv-limit-lines(pv-idx)
                to pv-filtered(pv-filtered-count)
        end-if
    end-perform.
    move pv-filtered-count to pv-limit-count.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-limit-count
        move pv-filtered(pv-idx) to pv-limit-lines(pv-idx)
    end-perform.

end program payapprove.

*>*****************************************************************
*> approvalof                                                     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Where one payment stands with approval, for the bank-file       *
*> writers and PAYAPPROVE: STATUS is APPROVED, AUTO (PENDING but   *
*> inside the * tier of APPROVLIM.DAT), PENDING, NONE (on the      *
*> register with no PAYAPPR.DAT line - written before approvals    *
*> began), VOID, or UNKNOWN (not on the register); RELEASED is 'Y' *
*> for APPROVED and AUTO only.  RUN-TOTAL is the run's payments    *
*> not voided, and RUN-RELEASED 'Y' when every one of them is      *
*> released - a run being the lines with the payment's JOB and RUN *
*> both, so a REFUND run never joins the PAYRUN run of the same    *
*> number.  The last PAYAPPR.DAT line for a payment number is      *
*> the one that counts.  PAYAPPR.DAT, APPROVLIM.DAT and PAYREG.DAT *
*> are read once per job and cached, the discipline VENDBANKOF     *
*> uses.                                                           *
*>                                                                *
*> CALL 'approvalof' USING payno (9(6)), result.                   *
*>*****************************************************************
identification division.
program-id. approvalof.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.

    select payappr-file assign to 'payappr.dat'
        organization is line sequential
        access is sequential
        file status is ws-payappr-status.

    select limit-file assign to 'approvlim.dat'
        organization is line sequential
        access is sequential
        file status is ws-limit-status.

    select payreg-file assign to 'payreg.dat'
        organization is line sequential
        access is sequential
        file status is ws-payreg-status.

data division.
file section.
fd  payappr-file.

01  payappr-record       pic x(100).

fd  limit-file.

01  limit-record         pic x(80).

fd  payreg-file.

01  payreg-record        pic x(80).

working-storage section.
01  ws-payappr-status    pic xx.
    88  ws-payappr-ok        value '00'.
01  ws-limit-status      pic xx.
    88  ws-limit-ok          value '00'.
01  ws-payreg-status     pic xx.
    88  ws-payreg-ok         value '00'.

01  ws-eof-payappr       pic x       value 'N'.
    88  eof-payappr          value 'Y'.
01  ws-eof-limit         pic x       value 'N'.
    88  eof-limit            value 'Y'.
01  ws-eof-payreg        pic x       value 'N'.
    88  eof-payreg           value 'Y'.
01  ao-loaded            pic x       value 'N'.
    88  approvals-loaded     value 'Y'.

01  ao-tok-1             pic x(16).
01  ao-tok-2             pic x(16).
01  ao-tok-3             pic x(16).
01  ao-tok-4             pic x(16).
01  ao-tok-5             pic x(16).
01  ao-tok-6             pic x(16).
01  ao-tok-skip          pic x(16).
01  ao-tok-job           pic x(16).

*>  The no-approval tier (approver * on APPROVLIM.DAT).
*>
01  ao-auto-tier         pic x       value 'N'.
01  ao-auto-payment      pic s9(11)v99 comp-5 value 0.
01  ao-auto-run          pic s9(13)v99 comp-5 value 0.

01  ao-reg-count         usage signed-int value 0.
01  ao-regs.
    05  ao-reg occurs 5000 times.
        10  aor-payno            pic 9(6).
        10  aor-amount           pic s9(11)v99 comp-5.
        10  aor-void             pic x.

01  ao-appr-count        usage signed-int value 0.
01  ao-apprs.
    05  ao-appr occurs 5000 times.
        10  aoa-payno            pic 9(6).
        10  aoa-run              pic 9(6).
        10  aoa-runby            pic x(8).
        10  aoa-status           pic x(8).
        10  aoa-approver         pic x(8).
        10  aoa-job              pic x(12).

01  ao-idx               usage signed-int.
01  ao-jdx               usage signed-int.
01  ao-reg-idx           usage signed-int.
01  ao-appr-idx          usage signed-int.
01  ao-amount            pic s9(11)v99 comp-5.
01  ao-released          pic x.
01  ao-run-total         pic s9(13)v99 comp-5.
01  ao-run-job           pic x(12).

linkage section.
01  ao-payno             pic 9(6).

01  ao-result.
    05  ao-r-status          pic x(8).
    05  ao-r-released        pic x.
    05  ao-r-run             pic 9(6).
    05  ao-r-runby           pic x(8).
    05  ao-r-amount          pic s9(11)v99 comp-5.
    05  ao-r-run-total       pic s9(13)v99 comp-5.
    05  ao-r-run-released    pic x.
    05  ao-r-approver        pic x(8).

procedure division using ao-payno ao-result.
0100-main.
    perform 0200-load thru 0200-exit.

    move spaces to ao-r-status ao-r-runby ao-r-approver.
    move 'N' to ao-r-released ao-r-run-released.
    move 0 to ao-r-run ao-r-amount ao-r-run-total.

    move 0 to ao-reg-idx.
    perform varying ao-idx from 1 by 1 until ao-idx > ao-reg-count
        if aor-payno(ao-idx) = ao-payno
            move ao-idx to ao-reg-idx
        end-if
    end-perform.
    if ao-reg-idx = 0
        move 'UNKNOWN' to ao-r-status
        goback
    end-if.
    move aor-amount(ao-reg-idx) to ao-r-amount.
    if aor-void(ao-reg-idx) = 'Y'
        move 'VOID' to ao-r-status
        goback
    end-if.

    move 0 to ao-appr-idx.
    perform varying ao-idx from 1 by 1 until ao-idx > ao-appr-count
        if aoa-payno(ao-idx) = ao-payno
            move ao-idx to ao-appr-idx
        end-if
    end-perform.
    if ao-appr-idx = 0
        move 'NONE' to ao-r-status
        move ao-r-amount to ao-r-run-total
        goback
    end-if.
    move aoa-run(ao-appr-idx) to ao-r-run.
    move aoa-job(ao-appr-idx) to ao-run-job.
    move aoa-runby(ao-appr-idx) to ao-r-runby.
    move aoa-approver(ao-appr-idx) to ao-r-approver.

*>  the run's total first: the * tier is judged against it.
*>
    move 0 to ao-run-total.
    perform varying ao-jdx from 1 by 1 until ao-jdx > ao-appr-count
        if aoa-run(ao-jdx) = ao-r-run and aoa-job(ao-jdx) = ao-run-job
            perform 0300-payment
            if ao-reg-idx > 0
                add ao-amount to ao-run-total
            end-if
        end-if
    end-perform.
    move ao-run-total to ao-r-run-total.

    move 'Y' to ao-r-run-released.
    perform varying ao-jdx from 1 by 1 until ao-jdx > ao-appr-count
        if aoa-run(ao-jdx) = ao-r-run and aoa-job(ao-jdx) = ao-run-job
            perform 0300-payment
            if ao-reg-idx > 0
                perform 0400-released
                if ao-released = 'N'
                    move 'N' to ao-r-run-released
                end-if
            end-if
        end-if
    end-perform.

    move ao-appr-idx to ao-jdx.
    perform 0300-payment.
    perform 0400-released.
    move ao-released to ao-r-released.
    evaluate true
        when aoa-status(ao-appr-idx) = 'APPROVED'
            move 'APPROVED' to ao-r-status
        when ao-released = 'Y'
            move 'AUTO' to ao-r-status
        when other
            move 'PENDING' to ao-r-status
    end-evaluate.
    goback.

*>*****************************************************************
*> 0200-load                                                       *
*>*****************************************************************
0200-load.
    if approvals-loaded
        go to 0200-exit
    end-if.
    move 'Y' to ao-loaded.

    open input payreg-file.
    if ws-payreg-ok
        perform 0910-readpayreg
        perform until eof-payreg or ao-reg-count >= 5000
            move spaces to ao-tok-1 ao-tok-2 ao-tok-3 ao-tok-4
                ao-tok-5
            unstring payreg-record delimited by ','
                into ao-tok-1 ao-tok-2 ao-tok-3 ao-tok-4 ao-tok-5
            end-unstring
            if ao-tok-1 not = spaces
                add 1 to ao-reg-count
                compute aor-payno(ao-reg-count) =
                    function numval(ao-tok-1)
                compute aor-amount(ao-reg-count) =
                    function numval(ao-tok-4)
                move 'N' to aor-void(ao-reg-count)
                if ao-tok-5 = 'VOID'
                    move 'Y' to aor-void(ao-reg-count)
                end-if
            end-if
            perform 0910-readpayreg
        end-perform
        close payreg-file
    end-if.

    open input payappr-file.
    if ws-payappr-ok
        perform 0920-readpayappr
        perform until eof-payappr or ao-appr-count >= 5000
            move spaces to ao-tok-1 ao-tok-2 ao-tok-3 ao-tok-4
                ao-tok-5 ao-tok-6
            unstring payappr-record delimited by ','
                into ao-tok-1 ao-tok-2 ao-tok-3 ao-tok-4 ao-tok-5
                    ao-tok-6
            end-unstring
            if ao-tok-1 not = spaces
                add 1 to ao-appr-count
                compute aoa-payno(ao-appr-count) =
                    function numval(ao-tok-1)
                compute aoa-run(ao-appr-count) =
                    function numval(ao-tok-2)
                move ao-tok-3 to aoa-runby(ao-appr-count)
                move ao-tok-5 to aoa-status(ao-appr-count)
                move ao-tok-6 to aoa-approver(ao-appr-count)
                move spaces to ao-tok-job
                unstring payappr-record delimited by ','
                    into ao-tok-skip ao-tok-skip ao-tok-skip
                        ao-tok-skip ao-tok-skip ao-tok-skip
                        ao-tok-skip ao-tok-skip ao-tok-job
                end-unstring
                move function upper-case(ao-tok-job)
                    to aoa-job(ao-appr-count)
                if aoa-job(ao-appr-count) = 'PAYRUN'
                    move spaces to aoa-job(ao-appr-count)
                end-if
            end-if
            perform 0920-readpayappr
        end-perform
        close payappr-file
    end-if.

    open input limit-file.
    if ws-limit-ok
        perform 0930-readlimit
        perform until eof-limit
            move spaces to ao-tok-1 ao-tok-2 ao-tok-3
            unstring limit-record delimited by ','
                into ao-tok-1 ao-tok-2 ao-tok-3
            end-unstring
            if ao-tok-1 = '*'
                move 'Y' to ao-auto-tier
                compute ao-auto-payment = function numval(ao-tok-2)
                compute ao-auto-run = function numval(ao-tok-3)
            end-if
            perform 0930-readlimit
        end-perform
        close limit-file
    end-if.
0200-exit.
    exit.

*>*****************************************************************
*> 0300-payment                                                    *
*>                                                                *
*> AO-JDX an approval entry; AO-REG-IDX comes back as its register *
*> entry (0 when the payment is voided, off the register, or       *
*> superseded by a later line for the same number), AO-AMOUNT as   *
*> its amount.                                                     *
*>*****************************************************************
0300-payment.
    move 0 to ao-reg-idx ao-amount.
    perform varying ao-idx from ao-jdx by 1
            until ao-idx > ao-appr-count
        if ao-idx > ao-jdx and aoa-payno(ao-idx) = aoa-payno(ao-jdx)
            move ao-appr-count to ao-idx
            move -1 to ao-reg-idx
        end-if
    end-perform.
    if ao-reg-idx = -1
        move 0 to ao-reg-idx
    else
        perform varying ao-idx from 1 by 1 until ao-idx > ao-reg-count
            if aor-payno(ao-idx) = aoa-payno(ao-jdx)
                    and aor-void(ao-idx) = 'N'
                move ao-idx to ao-reg-idx
                move aor-amount(ao-idx) to ao-amount
            end-if
        end-perform
    end-if.

*>*****************************************************************
*> 0400-released                                                   *
*>                                                                *
*> Approval entry AO-JDX, amount AO-AMOUNT, in a run of            *
*> AO-RUN-TOTAL.                                                   *
*>*****************************************************************
0400-released.
    move 'N' to ao-released.
    if aoa-status(ao-jdx) = 'APPROVED'
        move 'Y' to ao-released
    else
        if ao-auto-tier = 'Y' and ao-amount <= ao-auto-payment
                and ao-run-total <= ao-auto-run
            move 'Y' to ao-released
        end-if
    end-if.

0910-readpayreg.
    if not eof-payreg
        read payreg-file
            at end
                move 'Y' to ws-eof-payreg
        end-read
    end-if.

0920-readpayappr.
    if not eof-payappr
        read payappr-file
            at end
                move 'Y' to ws-eof-payappr
        end-read
    end-if.

0930-readlimit.
    if not eof-limit
        read limit-file
            at end
                move 'Y' to ws-eof-limit
        end-read
    end-if.

end program approvalof.

*>*****************************************************************
*> approvalhold                                                   *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Keeps a staged bank file from publishing before its payment     *
*> runs are fully approved.  APPRHOLD.DAT notes, one               *
*> STAGED-NAME,PAYNO line each, the payments a writer put in a     *
*> staged file whose run still had payments unapproved:            *
*>                                                                *
*>   action 'C' - clear: drop the staged name's lines, before the  *
*>                 writer produces the file afresh                 *
*>   action 'A' - add: note PAYNO in the staged file               *
*>   action 'G' - gate: RESULT 'Y' when every run noted for the    *
*>                 staged name is now fully approved (APPROVALOF), *
*>                 'N' otherwise - PUBLISH's test                  *
*>                                                                *
*> A file noted for nothing passes the gate.  A clear that finds   *
*> the file bigger than its table leaves it as it is and answers   *
*> 'N', so the staged file is held rather than let through.        *
*>                                                                *
*> CALL 'approvalhold' USING action (x), staged-name (x60),        *
*> payno (9(6)), result (x).                                       *
*>*****************************************************************
identification division.
program-id. approvalhold.

environment division.
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.

    select hold-file assign to 'apprhold.dat'
        organization is line sequential
        access is sequential
        file status is ws-hold-status.

data division.
file section.
fd  hold-file.

01  hold-record          pic x(80).

working-storage section.
01  ws-hold-status       pic xx.
    88  ws-hold-ok           value '00'.

01  ws-eof-hold          pic x       value 'N'.
    88  eof-hold             value 'Y'.

01  ah-count             usage signed-int value 0.
01  ah-lines             occurs 2000 times pic x(80).
01  ah-idx               usage signed-int.
01  ah-overflow          pic x.
01  ah-tok-staged        pic x(60).
01  ah-tok-payno         pic x(8).
01  ah-payno             pic 9(6).
01  ah-line              pic x(80).

01  ah-result-of.
    05  ah-r-status          pic x(8).
    05  ah-r-released        pic x.
    05  ah-r-run             pic 9(6).
    05  ah-r-runby           pic x(8).
    05  ah-r-amount          pic s9(11)v99 comp-5.
    05  ah-r-run-total       pic s9(13)v99 comp-5.
    05  ah-r-run-released    pic x.
    05  ah-r-approver        pic x(8).

linkage section.
01  ah-action            pic x.
01  ah-staged            pic x(60).
01  ah-l-payno           pic 9(6).
01  ah-result            pic x.

procedure division using ah-action ah-staged ah-l-payno ah-result.
0100-main.
    move 'Y' to ah-result.
    evaluate ah-action
        when 'C'
            perform 0200-clear
        when 'A'
            perform 0300-add
        when 'G'
            perform 0400-gate
    end-evaluate.
    goback.

*>*****************************************************************
*> 0200-clear                                                      *
*>*****************************************************************
0200-clear.
    move 0 to ah-count.
    move 'N' to ah-overflow ws-eof-hold.
    open input hold-file.
    if ws-hold-ok
        perform 0910-readhold
        perform until eof-hold
            move spaces to ah-tok-staged
            unstring hold-record delimited by ','
                into ah-tok-staged
            end-unstring
            if ah-tok-staged not = ah-staged
                if ah-count >= 2000
                    move 'Y' to ah-overflow
                else
                    add 1 to ah-count
                    move hold-record to ah-lines(ah-count)
                end-if
            end-if
            perform 0910-readhold
        end-perform
        close hold-file
        if ah-overflow = 'Y'
            move 'N' to ah-result
        else
            open output hold-file
            perform varying ah-idx from 1 by 1 until ah-idx > ah-count
                move ah-lines(ah-idx) to hold-record
                write hold-record
            end-perform
            close hold-file
        end-if
    end-if.

*>*****************************************************************
*> 0300-add                                                        *
*>*****************************************************************
0300-add.
    open extend hold-file.
    if not ws-hold-ok
        open output hold-file
    end-if.
    move spaces to ah-line.
    string function trim(ah-staged) ',' ah-l-payno
        delimited by size into ah-line.
    move ah-line to hold-record.
    write hold-record.
    close hold-file.

*>*****************************************************************
*> 0400-gate                                                       *
*>*****************************************************************
0400-gate.
    move 'N' to ws-eof-hold.
    open input hold-file.
    if ws-hold-ok
        perform 0910-readhold
        perform until eof-hold
            move spaces to ah-tok-staged ah-tok-payno
            unstring hold-record delimited by ','
                into ah-tok-staged ah-tok-payno
            end-unstring
            if ah-tok-staged = ah-staged and ah-tok-payno not = spaces
                compute ah-payno = function numval(ah-tok-payno)
                call 'approvalof' using ah-payno ah-result-of
                if ah-r-run-released not = 'Y'
                        and ah-r-status not = 'VOID'
                    move 'N' to ah-result
                end-if
            end-if
            perform 0910-readhold
        end-perform
        close hold-file
    end-if.

0910-readhold.
    if not eof-hold
        read hold-file
            at end
                move 'Y' to ws-eof-hold
        end-read
    end-if.

end program approvalhold.
