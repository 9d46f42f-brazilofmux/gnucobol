*>*****************************************************************
*> cashpos - Daily cash position, 20 business days forward.        *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> CASHREQ buckets the payables by week, but treasury still builds *
*> the daily position by hand from five places.  This projects     *
*> each business day from today through the next 20, starting      *
*> from the opening balance - given on the command line, or the    *
*> sum of the closing ledger balances BAI2LOAD left on BANKBAL.DAT *
*> from the bank's prior-day file - and moving it by:              *
*>                                                                *
*>   RECEIPTS     OPENITEMS.DAT items, due their date plus the     *
*>                customer's NETnn terms (CUSTOMEROF, NET30 when   *
*>                none), arriving the business day on or after;    *
*>                credits and items under dispute (INDISPUTE) are  *
*>                left out, and items already past due are shown   *
*>                as a memo rather than counted on                 *
*>   LOANS        PAYSCHED.DAT installments (interest plus         *
*>                principal) falling due                           *
*>   PAYABLES     DUEDATES.DAT items not on PAIDINV.DAT, on the    *
*>                pay-run date PAYRUN would pay them - the         *
*>                business day before the due date, its default    *
*>                pay-through being the next business day - net of *
*>                the early-pay discount when that run beats the   *
*>                discount date; anything already due goes out on  *
*>                today's run                                      *
*>   SETTLEMENTS  the trades on SETTLE's instruction files         *
*>                (instr.<counterparty>.dat, found through the     *
*>                staging register STAGEREG.DAT) settling that day *
*>                                                                *
*> to a projected closing balance.  A day closing below the        *
*> minimum balance raises a critical alert through ALERTADD (job   *
*> CASHPOS, keyed on the date) and the run ends RETURN-CODE 4.     *
*>                                                                *
*> Command line: [minimum-balance] [opening-balance]               *
*>               (minimum default 0)                               *
*>                                                                *
*> RETURN-CODE 8 when no opening balance is given and BANKBAL.DAT  *
*> is missing.                                                     *
*>*****************************************************************
identification division.
program-id. cashpos.

environment division.
configuration section.
repository.
    function addbusinessdays
    function currentbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function isbusinessday
    function linear_to_fielded
    function all intrinsic.

input-output section.
file-control.

    select bankbal-file assign to 'bankbal.dat'
        organization is line sequential
        access is sequential
        file status is ws-bankbal-status.

    select openitem-file assign to 'openitems.dat'
        organization is line sequential
        access is sequential
        file status is ws-openitem-status.

    select duedate-file assign to 'duedates.dat'
        organization is line sequential
        access is sequential
        file status is ws-duedate-status.

    select paidinv-file assign to 'paidinv.dat'
        organization is line sequential
        access is sequential
        file status is ws-paidinv-status.

    select sched-file assign to 'paysched.dat'
        organization is line sequential
        access is sequential
        file status is ws-sched-status.

    select stagereg-file assign to 'stagereg.dat'
        organization is line sequential
        access is sequential
        file status is ws-stagereg-status.

    select instr-file assign to cp-instr-name
        organization is line sequential
        access is sequential
        file status is ws-instr-status.

data division.
file section.
fd  bankbal-file.

01  bankbal-record       pic x(80).

fd  openitem-file.

01  openitem-record.
    05  oi-customer     pic x(12).
    05  oi-invoice      pic x(16).
    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

fd  duedate-file.

01  duedate-record       pic x(120).

fd  paidinv-file.

01  paidinv-record       pic x(16).

fd  sched-file.

01  sched-record         pic x(80).

fd  stagereg-file.

01  stagereg-record      pic x(200).

fd  instr-file.

01  instr-record.
    05  in-tradeid      pic x(12).
    05  in-settle       pic 9(8).
    05  in-amount       pic 9(11).99.

working-storage section.
01  ws-bankbal-status    pic xx.
    88  ws-bankbal-ok        value '00'.
01  ws-openitem-status   pic xx.
    88  ws-openitem-ok       value '00'.
01  ws-duedate-status    pic xx.
    88  ws-duedate-ok        value '00'.
01  ws-paidinv-status    pic xx.
    88  ws-paidinv-ok        value '00'.
01  ws-sched-status      pic xx.
    88  ws-sched-ok          value '00'.
01  ws-stagereg-status   pic xx.
    88  ws-stagereg-ok       value '00'.
01  ws-instr-status      pic xx.
    88  ws-instr-ok          value '00'.

01  ws-eof-bankbal       pic x       value 'N'.
    88  eof-bankbal          value 'Y'.
01  ws-eof-openitem      pic x       value 'N'.
    88  eof-openitem         value 'Y'.
01  ws-eof-duedate       pic x       value 'N'.
    88  eof-duedate          value 'Y'.
01  ws-eof-paidinv       pic x       value 'N'.
    88  eof-paidinv          value 'Y'.
01  ws-eof-sched         pic x       value 'N'.
    88  eof-sched            value 'Y'.
01  ws-eof-stagereg      pic x       value 'N'.
    88  eof-stagereg         value 'Y'.
01  ws-eof-instr         pic x       value 'N'.
    88  eof-instr            value 'Y'.

01  ws-cmdline           pic x(80).
01  ws-arg-minimum       pic x(20).
01  ws-arg-opening       pic x(20).

*>  The projection: one entry per business day, day 1 today.
*>
01  cp-days.
    05  cp-day occurs 20 times.
        10  cpd-ld           usage signed-int.
        10  cpd-date         pic x(10).
        10  cpd-receipts     pic s9(13)v99 comp-5.
        10  cpd-loans        pic s9(13)v99 comp-5.
        10  cpd-payables     pic s9(13)v99 comp-5.
        10  cpd-settles      pic s9(13)v99 comp-5.
        10  cpd-opening      pic s9(13)v99 comp-5.
        10  cpd-closing      pic s9(13)v99 comp-5.
01  cp-didx              usage signed-int.
01  cp-day-hit           usage signed-int.
01  cp-find-ld           usage signed-int.

01  cp-paid              occurs 5000 times pic x(16).
01  cp-paid-count        usage signed-int value 0.
01  cp-pidx              usage signed-int.
01  cp-already-paid      pic x.

01  cp-instr-files.
    05  cp-instr occurs 100 times.
        10  cpi-staged       pic x(60).
        10  cpi-pickup       pic x(60).
        10  cpi-status       pic x.
01  cp-instr-count       usage signed-int value 0.
01  cp-iidx              usage signed-int.
01  cp-instr-name        pic x(60).

01  cp-minimum           pic s9(13)v99 comp-5 value 0.
01  cp-opening           pic s9(13)v99 comp-5 value 0.
01  cp-have-opening      pic x value 'N'.
01  cp-overdue-rcpt      pic s9(13)v99 comp-5 value 0.
01  cp-overdue-count     usage signed-int value 0.
01  cp-disputed-count    usage signed-int value 0.
01  cp-dips              usage signed-int value 0.

01  cp-tok-1             pic x(20).
01  cp-tok-2             pic x(20).
01  cp-tok-3             pic x(20).
01  cp-tok-4             pic x(20).
01  cp-tok-5             pic x(60).
01  cp-tok-6             pic x(20).
01  cp-tok-7             pic x(20).
01  cp-terms-digits      pic x(12).
01  cp-net-days          usage signed-int.

01  cp-item-ld           usage signed-int.
01  cp-disc-ld           usage signed-int.
01  cp-amount            pic s9(13)v99 comp-5.
01  cp-disc-pct          pic s9(3)v99 comp-5.
01  cp-dispute           pic x.
01  cp-today-ld          usage signed-int.
01  cp-date-text         pic x(20).

01  cp-settle-year       pic s9(9)   comp-5.
01  cp-settle-month      pic 99      comp-5.
01  cp-settle-dom        pic 99      comp-5.

01  cp-opening-display   pic -(10)9.99.
01  cp-rcpt-display      pic -(10)9.99.
01  cp-loan-display      pic -(10)9.99.
01  cp-pay-display       pic -(10)9.99.
01  cp-settle-display    pic -(10)9.99.
01  cp-closing-display   pic -(10)9.99.

01  cp-cust-result.
    05  cp-r-name            pic x(30).
    05  cp-r-address         pic x(30).
    05  cp-r-city            pic x(20).
    05  cp-r-state           pic x(2).
    05  cp-r-zip             pic x(10).
    05  cp-r-terms           pic x(12).
    05  cp-r-limit           pic s9(11)v99 comp-5.
    05  cp-r-hold            pic x.
    05  cp-r-collector       pic x(8).
    05  cp-r-found           pic x.

01  cp-al-severity       pic x.
01  cp-al-job            pic x(12) value 'CASHPOS'.
01  cp-al-key            pic x(40).
01  cp-al-msg            pic x(60).

01  cp-fielded-date.
    05  cp-year              pic s9(9)   comp-5.
    05  cp-month             pic 99      comp-5.
    05  cp-dom               pic 99      comp-5.
    05  cp-doy               pic 999     comp-5.
    05  cp-dow               pic 9       comp-5.

01  cp-parse-result.
    05  cp-p-fielded.
        10  cp-p-year        pic s9(9)   comp-5.
        10  cp-p-month       pic 99      comp-5.
        10  cp-p-dom         pic 99      comp-5.
    05  cp-p-success     pic x.

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

    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move spaces to ws-arg-minimum ws-arg-opening.
    unstring ws-cmdline delimited by all space
        into ws-arg-minimum ws-arg-opening.
    if ws-arg-minimum not = spaces
        compute cp-minimum = function numval(ws-arg-minimum)
    end-if.
    if ws-arg-opening not = spaces
        compute cp-opening = function numval(ws-arg-opening)
        move 'Y' to cp-have-opening
    else
        perform 0100-bankbalance
    end-if.
    if cp-have-opening = 'N'
        display 'No opening balance given and no bankbal.dat;'
            ' run bai2load or give one on the command line.'
        move 8 to return-code
        go to 9000-end
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to cp-fielded-date.
    move fielded_to_linear(cp-year, cp-month, cp-dom)
        to cp-today-ld.
    if isbusinessday(cp-today-ld) = 'N'
        move addbusinessdays(cp-today-ld, 1) to cp-today-ld
    end-if.

    perform varying cp-didx from 1 by 1 until cp-didx > 20
        if cp-didx = 1
            move cp-today-ld to cpd-ld(cp-didx)
        else
            move addbusinessdays(cpd-ld(cp-didx - 1), 1)
                to cpd-ld(cp-didx)
        end-if
        move linear_to_fielded(cpd-ld(cp-didx)) to cp-fielded-date
        move dateformat(cp-fielded-date, '01') to cp-date-text
        move cp-date-text(1:10) to cpd-date(cp-didx)
        move 0 to cpd-receipts(cp-didx) cpd-loans(cp-didx)
            cpd-payables(cp-didx) cpd-settles(cp-didx)
    end-perform.

    perform 0200-receipts.
    perform 0300-loans.
    perform 0400-loadpaid.
    perform 0450-payables.
    perform 0500-findinstructions.
    perform varying cp-iidx from 1 by 1
            until cp-iidx > cp-instr-count
        perform 0550-oneinstrfile
    end-perform.

    perform 0700-report.

9000-end.
    goback.

*>*****************************************************************
*> 0100-bankbalance / 0110-readbankbal                             *
*>*****************************************************************
0100-bankbalance.
    open input bankbal-file.
    if ws-bankbal-ok
        move 'Y' to cp-have-opening
        perform 0110-readbankbal
        perform until eof-bankbal
            move spaces to cp-tok-1 cp-tok-2 cp-tok-3 cp-tok-4
            unstring bankbal-record delimited by ','
                into cp-tok-1 cp-tok-2 cp-tok-3 cp-tok-4
            end-unstring
            if cp-tok-4 not = spaces
                compute cp-amount = function numval(cp-tok-4)
                add cp-amount to cp-opening
            end-if
            perform 0110-readbankbal
        end-perform
        close bankbal-file
    end-if.

0110-readbankbal.
    if not eof-bankbal
        read bankbal-file
            at end
                move 'Y' to ws-eof-bankbal
        end-read
    end-if.

*>*****************************************************************
*> 0200-receipts / 0210-readitem / 0250-oneitem                    *
*>*****************************************************************
0200-receipts.
    open input openitem-file.
    if ws-openitem-ok
        perform 0210-readitem
        perform until eof-openitem
            perform 0250-oneitem thru 0290-exit
            perform 0210-readitem
        end-perform
        close openitem-file
    end-if.

0210-readitem.
    if not eof-openitem
        read openitem-file
            at end
                move 'Y' to ws-eof-openitem
        end-read
    end-if.

0250-oneitem.
    compute cp-amount = function numval(oi-amount).
    if oi-type = 'CR' or cp-amount <= 0
        go to 0290-exit
    end-if.
    move dateparse(oi-date, '02') to cp-parse-result.
    if cp-p-success not = 'Y'
        go to 0290-exit
    end-if.
    call 'indispute' using oi-customer oi-invoice cp-dispute.
    if cp-dispute = 'Y'
        add 1 to cp-disputed-count
        go to 0290-exit
    end-if.

*>  NETnn terms give nn days; anything else on file, or no master
*>  line at all, is taken as NET30, as EXPOSURE reads them.
*>
    move 30 to cp-net-days.
    call 'customerof' using oi-customer cp-cust-result.
    if cp-r-found = 'Y' and cp-r-terms(1:3) = 'NET'
        move spaces to cp-terms-digits
        unstring cp-r-terms(4:) delimited by space or '/'
            into cp-terms-digits
        end-unstring
        if cp-terms-digits not = spaces
                and function trim(cp-terms-digits) is numeric
            move function numval(cp-terms-digits) to cp-net-days
        end-if
    end-if.

    compute cp-item-ld =
        fielded_to_linear(cp-p-year, cp-p-month, cp-p-dom)
        + cp-net-days.
    if isbusinessday(cp-item-ld) = 'N'
        move addbusinessdays(cp-item-ld, 1) to cp-item-ld
    end-if.
    if cp-item-ld < cp-today-ld
        add 1 to cp-overdue-count
        add cp-amount to cp-overdue-rcpt
        go to 0290-exit
    end-if.
    move cp-item-ld to cp-find-ld.
    perform 0900-findday.
    if cp-day-hit > 0
        add cp-amount to cpd-receipts(cp-day-hit)
    end-if.

0290-exit.
    exit.

*>*****************************************************************
*> 0300-loans / 0310-readsched                                     *
*>                                                                *
*> PAYSCHED.DAT: LOANID,SEQ,DUEDATE,DAYS,INTEREST,PRINCIPAL,       *
*> BALANCE, due dates already rolled onto business days.           *
*>*****************************************************************
0300-loans.
    open input sched-file.
    if ws-sched-ok
        perform 0310-readsched
        perform until eof-sched
            move spaces to cp-tok-1 cp-tok-2 cp-tok-3 cp-tok-4
                cp-tok-5 cp-tok-6
            unstring sched-record delimited by ','
                into cp-tok-1 cp-tok-2 cp-tok-3 cp-tok-4
                    cp-tok-5 cp-tok-6
            end-unstring
            move dateparse(cp-tok-3, '02') to cp-parse-result
            if cp-p-success = 'Y'
                move fielded_to_linear(cp-p-year, cp-p-month,
                    cp-p-dom) to cp-find-ld
                perform 0900-findday
                if cp-day-hit > 0
                    compute cp-amount = function numval(cp-tok-5)
                        + function numval(cp-tok-6)
                    add cp-amount to cpd-loans(cp-day-hit)
                end-if
            end-if
            perform 0310-readsched
        end-perform
        close sched-file
    end-if.

0310-readsched.
    if not eof-sched
        read sched-file
            at end
                move 'Y' to ws-eof-sched
        end-read
    end-if.

*>*****************************************************************
*> 0400-loadpaid / 0410-readpaid                                   *
*>*****************************************************************
0400-loadpaid.
    open input paidinv-file.
    if ws-paidinv-ok
        perform 0410-readpaid
        perform until eof-paidinv or cp-paid-count >= 5000
            add 1 to cp-paid-count
            move paidinv-record to cp-paid(cp-paid-count)
            perform 0410-readpaid
        end-perform
        close paidinv-file
    end-if.

0410-readpaid.
    if not eof-paidinv
        read paidinv-file
            at end
                move 'Y' to ws-eof-paidinv
        end-read
    end-if.

*>*****************************************************************
*> 0450-payables / 0460-readduedate / 0470-onepayable              *
*>*****************************************************************
0450-payables.
    open input duedate-file.
    if ws-duedate-ok
        perform 0460-readduedate
        perform until eof-duedate
            perform 0470-onepayable thru 0490-exit
            perform 0460-readduedate
        end-perform
        close duedate-file
    end-if.

0460-readduedate.
    if not eof-duedate
        read duedate-file
            at end
                move 'Y' to ws-eof-duedate
        end-read
    end-if.

0470-onepayable.
    move spaces to cp-tok-1 cp-tok-2 cp-tok-3 cp-tok-4 cp-tok-5
        cp-tok-6.
    unstring duedate-record delimited by ','
        into cp-tok-1 cp-tok-2 cp-tok-3 cp-tok-4 cp-tok-5 cp-tok-6
    end-unstring.
    move dateparse(cp-tok-2, '02') to cp-parse-result.
    if cp-p-success not = 'Y' or cp-tok-1 = spaces
        go to 0490-exit
    end-if.

    move 'N' to cp-already-paid.
    perform varying cp-pidx from 1 by 1
            until cp-pidx > cp-paid-count or cp-already-paid = 'Y'
        if cp-paid(cp-pidx) = cp-tok-1
            move 'Y' to cp-already-paid
        end-if
    end-perform.
    if cp-already-paid = 'Y'
        go to 0490-exit
    end-if.

    move fielded_to_linear(cp-p-year, cp-p-month, cp-p-dom)
        to cp-item-ld.
    move addbusinessdays(cp-item-ld, -1) to cp-item-ld.
    if cp-item-ld < cp-today-ld
        move cp-today-ld to cp-item-ld
    end-if.
    compute cp-amount = function numval(cp-tok-5).
    if cp-tok-3 not = spaces
        move dateparse(cp-tok-3, '02') to cp-parse-result
        if cp-p-success = 'Y'
            move fielded_to_linear(cp-p-year, cp-p-month,
                cp-p-dom) to cp-disc-ld
            if cp-item-ld <= cp-disc-ld
                compute cp-disc-pct = function numval(cp-tok-4)
                compute cp-amount rounded =
                    cp-amount - (cp-amount * (cp-disc-pct / 100))
            end-if
        end-if
    end-if.
    move cp-item-ld to cp-find-ld.
    perform 0900-findday.
    if cp-day-hit > 0
        add cp-amount to cpd-payables(cp-day-hit)
    end-if.

0490-exit.
    exit.

*>*****************************************************************
*> 0500-findinstructions / 0510-readstagereg                       *
*>                                                                *
*> STAGEREG.DAT: DATE,TIME,STATUS,STAGED-NAME,PICKUP-NAME.  The    *
*> latest entry per instruction file says where it is now: still   *
*> under its staging name (S) or published to its pickup name.     *
*>*****************************************************************
0500-findinstructions.
    open input stagereg-file.
    if ws-stagereg-ok
        perform 0510-readstagereg
        perform until eof-stagereg
            move spaces to cp-tok-1 cp-tok-2 cp-tok-3 cp-tok-4
                cp-tok-5
            unstring stagereg-record delimited by ','
                into cp-tok-1 cp-tok-2 cp-tok-3 cp-tok-4 cp-tok-5
            end-unstring
            if cp-tok-5(1:6) = 'instr.'
                perform varying cp-iidx from 1 by 1
                        until cp-iidx > cp-instr-count
                        or cpi-pickup(cp-iidx) = cp-tok-5
                    continue
                end-perform
                if cp-iidx > cp-instr-count and cp-instr-count < 100
                    add 1 to cp-instr-count
                    move cp-tok-5 to cpi-pickup(cp-iidx)
                end-if
                if cp-iidx <= cp-instr-count
                    move cp-tok-4 to cpi-staged(cp-iidx)
                    move cp-tok-3 to cpi-status(cp-iidx)
                end-if
            end-if
            perform 0510-readstagereg
        end-perform
        close stagereg-file
    end-if.

0510-readstagereg.
    if not eof-stagereg
        read stagereg-file
            at end
                move 'Y' to ws-eof-stagereg
        end-read
    end-if.

*>*****************************************************************
*> 0550-oneinstrfile / 0560-readinstr                              *
*>*****************************************************************
0550-oneinstrfile.
    if cpi-status(cp-iidx) = 'S'
        move cpi-staged(cp-iidx) to cp-instr-name
    else
        move cpi-pickup(cp-iidx) to cp-instr-name
    end-if.
    move 'N' to ws-eof-instr.
    open input instr-file.
    if ws-instr-ok
        perform 0560-readinstr
        perform until eof-instr
            if in-tradeid(1:7) not = 'TRAILER'
                    and in-settle is numeric
                compute cp-settle-year = in-settle / 10000
                compute cp-settle-month =
                    function mod(in-settle / 100, 100)
                compute cp-settle-dom = function mod(in-settle, 100)
                move fielded_to_linear(cp-settle-year,
                    cp-settle-month, cp-settle-dom) to cp-find-ld
                perform 0900-findday
                if cp-day-hit > 0
                    compute cp-amount = function numval(in-amount)
                    add cp-amount to cpd-settles(cp-day-hit)
                end-if
            end-if
            perform 0560-readinstr
        end-perform
        close instr-file
    end-if.

0560-readinstr.
    if not eof-instr
        read instr-file
            at end
                move 'Y' to ws-eof-instr
        end-read
    end-if.

*>*****************************************************************
*> 0700-report                                                     *
*>*****************************************************************
0700-report.
    display 'Daily cash position, ' cpd-date(1) ' through '
        cpd-date(20).
    display '=================================================='
        '============================================'.
    display 'Date              Opening      Receipts         Loans'
        '      Payables   Settlements       Closing'.
    move cp-opening to cpd-opening(1).
    perform varying cp-didx from 1 by 1 until cp-didx > 20
        if cp-didx > 1
            move cpd-closing(cp-didx - 1) to cpd-opening(cp-didx)
        end-if
        compute cpd-closing(cp-didx) = cpd-opening(cp-didx)
            + cpd-receipts(cp-didx) + cpd-loans(cp-didx)
            - cpd-payables(cp-didx) - cpd-settles(cp-didx)
        move cpd-opening(cp-didx) to cp-opening-display
        move cpd-receipts(cp-didx) to cp-rcpt-display
        move cpd-loans(cp-didx) to cp-loan-display
        move cpd-payables(cp-didx) to cp-pay-display
        move cpd-settles(cp-didx) to cp-settle-display
        move cpd-closing(cp-didx) to cp-closing-display
        if cpd-closing(cp-didx) < cp-minimum
            display cpd-date(cp-didx) ' ' cp-opening-display ' '
                cp-rcpt-display ' ' cp-loan-display ' '
                cp-pay-display ' ' cp-settle-display ' '
                cp-closing-display ' BELOW MINIMUM'
            perform 0750-alert
        else
            display cpd-date(cp-didx) ' ' cp-opening-display ' '
                cp-rcpt-display ' ' cp-loan-display ' '
                cp-pay-display ' ' cp-settle-display ' '
                cp-closing-display
        end-if
    end-perform.
    display '=================================================='
        '============================================'.
    move cp-minimum to cp-closing-display.
    display 'Minimum balance:            ' cp-closing-display.
    move cp-overdue-rcpt to cp-rcpt-display.
    display 'Past-due receipts (memo):   ' cp-rcpt-display
        '  items ' cp-overdue-count.
    display 'Disputed items left out:    ' cp-disputed-count.
    display 'Days below minimum:         ' cp-dips.
    if cp-dips > 0
        move 4 to return-code
    end-if.

*>*****************************************************************
*> 0750-alert                                                      *
*>*****************************************************************
0750-alert.
    add 1 to cp-dips.
    move 'C' to cp-al-severity.
    move spaces to cp-al-key.
    move cpd-date(cp-didx) to cp-al-key.
    move spaces to cp-al-msg.
    string 'projected close ' function trim(cp-closing-display)
        ' is below the minimum balance'
        delimited by size into cp-al-msg.
    call 'alertadd' using cp-al-severity cp-al-job
        cp-al-key cp-al-msg.

*>*****************************************************************
*> 0900-findday                                                    *
*>*****************************************************************
0900-findday.
    move 0 to cp-day-hit.
    perform varying cp-didx from 1 by 1 until cp-didx > 20
        if cpd-ld(cp-didx) = cp-find-ld
            move cp-didx to cp-day-hit
        end-if
    end-perform.

end program cashpos.
