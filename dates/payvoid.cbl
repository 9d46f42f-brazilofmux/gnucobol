*>*****************************************************************
*> payvoid - Void, stop-payment, and reissue of issued payments.   *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> A lost check used to mean hand-editing PAYREG.DAT and           *
*> OUTSTAND.DAT, and the covered invoices stayed in PAIDINV.DAT    *
*> where no later run could ever pay them.  This is the supported  *
*> way.  VOID marks the payment register line                      *
*>                                                                *
*>   PAYNO,DATE,VENDOR,AMOUNT,VOID,REASON[,COMPANY]                *
*>                                                                *
*> and, when POSPAY has already told the bank about it, the        *
*> OUTSTAND.DAT entry                                              *
*>                                                                *
*>   PAYNO,DATE,VENDOR,AMOUNT,VOID,VOIDDATE,REASON                 *
*>                                                                *
*> - closed, so STALEDATE stops aging it and BANKRECON flags it    *
*> if it ever clears - and adds the bank's void record to the      *
*> positive-pay void file for the payment's company account, as    *
*> POSPAY splits its issue files: POSVOID.DAT for the home         *
*> company, POSVOID-company.DAT for any other.  The layout is      *
*> POSPAY's - record type V in column 49, and the same trailer     *
*> with the company's disbursement account (its first on           *
*> COMPANY.DAT through COMPANYOF, SHOPCHECK's when it has none) -  *
*> produced under the safe-publish staging convention; a second    *
*> void before the file is published joins the same staged file.   *
*> A payment for a company no longer on the master is refused.     *
*> The invoices the payment covered (its PAYDETL.DAT lines) come   *
*> out of PAIDINV.DAT, so the next PAYRUN picks them up again.     *
*>                                                                *
*> REISSUE voids the same way but, instead of releasing the        *
*> invoices, issues the replacement at once: the next payment      *
*> number on the register, today's date, same vendor and amount,   *
*> and the old payment's PAYDETL lines repeated under the new      *
*> number.  Like a PAYRUN payment the replacement starts PENDING   *
*> on PAYAPPR.DAT under this run's RUNLEDGER number, with job      *
*> PAYVOID in its JOB column (PAYVOID numbers its own runs),       *
*> and the OPERATOR who ran it; POSPAY issues it once PAYAPPROVE   *
*> releases it.                                                    *
*> A payment made for a company other than the home one keeps its  *
*> COMPANY column through the void, and the replacement is made    *
*> for the same company.                                           *
*>                                                                *
*> Not every payment pays invoices.  PAYKINDOF tells a REFUND      *
*> customer refund and an EXPCLAIM reimbursement from a vendor     *
*> payment, and their histories are kept straight -                *
*>                                                                *
*>   refund         VOID puts the credit back on OPENITEMS.DAT as  *
*>                  a CR item dated today and records it on        *
*>                  REFUNDS.DAT as action VOIDED (ITEM the new CR  *
*>                  item); REISSUE adds a REFUND line for the      *
*>                  replacement                                    *
*>   reimbursement  the payment's EXPPAID.DAT line is marked VOID  *
*>                  in a sixth column, which EXPCLAIM passes over, *
*>                  so a voided claim can be paid again; REISSUE   *
*>                  adds the claim's line for the replacement      *
*>                                                                *
*> - and neither has invoices to release.                          *
*>                                                                *
*> A payment BANKRECON has already marked CLEARED cannot be        *
*> voided, nor can one ACHPAY has sent (it is on ACHSENT.DAT) - an *
*> ACH credit is recalled through the bank, not voided here.       *
*>                                                                *
*> Command line: ACTION [ARGUMENT]                                 *
*>                                                                *
*>   LIST                      - display voided payments           *
*>   VOID    payno,reason      - void and release the invoices     *
*>   REISSUE payno,reason      - void and issue a replacement      *
*>                                                                *
*> VOID and REISSUE are gated by OPERAUTH and journaled through    *
*> MAINTJOURNAL, the before-image the register line as it stood.   *
*> RETURN-CODE 8 on a refused action (a REISSUE too when the       *
*> register has no room left for the replacement), 12              *
*> unauthorized, 16 when a register or history is too big for its  *
*> table and nothing was changed.                                  *
*>*****************************************************************
identification division.
program-id. payvoid.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function all intrinsic.

input-output section.
file-control.

    select payreg-file assign to 'payreg.dat'
        organization is line sequential
        access is sequential
        file status is ws-payreg-status.

    select outstand-file assign to 'outstand.dat'
        organization is line sequential
        access is sequential
        file status is ws-outstand-status.

    select paydetl-file assign to 'paydetl.dat'
        organization is line sequential
        access is sequential
        file status is ws-paydetl-status.

    select paidinv-file assign to 'paidinv.dat'
        organization is line sequential
        access is sequential
        file status is ws-paidinv-status.

    select achsent-file assign to 'achsent.dat'
        organization is line sequential
        access is sequential
        file status is ws-achsent-status.

    select void-file assign to pv-staged-name
        organization is line sequential
        access is sequential
        file status is ws-void-status.

    select payappr-file assign to 'payappr.dat'
        organization is line sequential
        access is sequential
        file status is ws-payappr-status.

    select refund-file assign to 'refunds.dat'
        organization is line sequential
        access is sequential
        file status is ws-refund-status.

    select exppaid-file assign to 'exppaid.dat'
        organization is line sequential
        access is sequential
        file status is ws-exppaid-status.

    select openitem-file assign to 'openitems.dat'
        organization is line sequential
        access is sequential
        file status is ws-openitem-status.

data division.
file section.
fd  payreg-file.

01  payreg-record        pic x(80).

fd  outstand-file.

01  outstand-record      pic x(100).

fd  paydetl-file.

01  paydetl-record       pic x(120).

fd  paidinv-file.

01  paidinv-record       pic x(16).

fd  achsent-file.

01  achsent-record       pic x(100).

fd  void-file.

01  void-record.
    05  vr-payno        pic 9(6).
    05  vr-date         pic 9(8).
    05  vr-payee        pic x(20).
    05  vr-amount       pic 9(11).99.
    05  vr-type         pic x.

fd  payappr-file.

01  payappr-record       pic x(100).

fd  refund-file.

01  refund-record        pic x(100).

fd  exppaid-file.

01  exppaid-record       pic x(80).

fd  openitem-file.

01  openitem-record.
    05  oi-customer     pic x(12).
    05  oi-invoice      pic x(16).
    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

working-storage section.
copy shopcheck.
copy compinfo.

01  ws-payreg-status     pic xx.
    88  ws-payreg-ok         value '00'.
01  ws-outstand-status   pic xx.
    88  ws-outstand-ok       value '00'.
01  ws-paydetl-status    pic xx.
    88  ws-paydetl-ok        value '00'.
01  ws-paidinv-status    pic xx.
    88  ws-paidinv-ok        value '00'.
01  ws-achsent-status    pic xx.
    88  ws-achsent-ok        value '00'.
01  ws-void-status       pic xx.
    88  ws-void-ok           value '00'.
01  ws-payappr-status    pic xx.
    88  ws-payappr-ok        value '00'.
01  ws-refund-status     pic xx.
    88  ws-refund-ok         value '00'.
01  ws-exppaid-status    pic xx.
    88  ws-exppaid-ok        value '00'.
01  ws-openitem-status   pic xx.
    88  ws-openitem-ok       value '00'.

01  ws-cmdline           pic x(200).
01  ws-ptr               usage signed-int.
01  ws-arg-action        pic x(8).
01  ws-arg-rest          pic x(190).

01  ws-eof-payreg        pic x       value 'N'.
    88  eof-payreg           value 'Y'.
01  ws-eof-outstand      pic x       value 'N'.
    88  eof-outstand         value 'Y'.
01  ws-eof-paydetl       pic x       value 'N'.
    88  eof-paydetl          value 'Y'.
01  ws-eof-paidinv       pic x       value 'N'.
    88  eof-paidinv          value 'Y'.
01  ws-eof-achsent       pic x       value 'N'.
    88  eof-achsent          value 'Y'.
01  ws-eof-void          pic x       value 'N'.
    88  eof-void             value 'Y'.
01  ws-eof-exppaid       pic x       value 'N'.
    88  eof-exppaid          value 'Y'.

01  pv-staged-name       pic x(60) value 'posvoid.dat.stg'.
01  pv-pickup-name       pic x(60) value 'posvoid.dat'.

*>  The registers are rewritten whole from these tables, so each
*>  is loaded in full or the action is refused.
*>
01  pv-reg-lines         occurs 5000 times pic x(80).
01  pv-reg-count         usage signed-int value 0.
01  pv-out-lines         occurs 2000 times pic x(100).
01  pv-out-count         usage signed-int value 0.
01  pv-detl-lines        occurs 5000 times pic x(120).
01  pv-detl-count        usage signed-int value 0.
01  pv-paid              occurs 2000 times pic x(16).
01  pv-paid-count        usage signed-int value 0.
01  pv-ach-sent          pic x value 'N'.
01  pv-kept-count        usage signed-int value 0.
01  pv-void-lines        occurs 500 times pic x(49).
01  pv-void-count        usage signed-int value 0.
01  pv-claim-lines       occurs 5000 times pic x(80).
01  pv-claim-count       usage signed-int value 0.
01  pv-overflow          pic x value 'N'.

01  pv-idx               usage signed-int.
01  pv-jdx               usage signed-int.
01  pv-reg-hit           usage signed-int.
01  pv-out-hit           usage signed-int.
01  pv-released          usage signed-int value 0.
01  pv-covered           pic x.

01  pv-tok-payno         pic x(6).
01  pv-tok-reason        pic x(20).
01  pv-tok-date          pic x(10).
01  pv-tok-vendor        pic x(12).
01  pv-tok-amount        pic x(16).
01  pv-tok-status        pic x(8).
01  pv-tok-cleardate     pic x(10).
01  pv-tok-invoice       pic x(16).
01  pv-tok-gross         pic x(14).
01  pv-tok-disc          pic x(14).
01  pv-tok-net           pic x(14).
01  pv-tok-paydate       pic x(10).
01  pv-tok-invdate       pic x(10).
01  pv-tok-skip          pic x(20).
01  pv-tok-company       pic x(8).
01  pv-void-company      pic x(4).
01  pv-void-account      pic x(17).

*>  What kind of payment is voided (see PAYKINDOF), and the
*>  history lines it leaves on REFUNDS.DAT and EXPPAID.DAT.
*>
01  pv-kind-payno        pic x(12).
01  pv-kind              pic x(8).
01  pv-cl-claim          pic x(16).
01  pv-cl-employee       pic x(16).
01  pv-cl-payno          pic x(12).
01  pv-cl-amount         pic x(16).
01  pv-cl-date           pic x(10).
01  pv-cl-status         pic x(8).
01  pv-claim-hit         usage signed-int value 0.
01  pv-cr-invoice        pic x(16).
01  pv-refund-line       pic x(100).

01  pv-payno             pic 9(6).
01  pv-new-payno         pic 9(6).
01  pv-pay-max           usage signed-int value 0.
01  pv-amount            pic s9(11)v99 comp-5.
01  pv-total             pic s9(13)v99 comp-5.
01  pv-line              pic x(120).
01  pv-amount-display    pic -(10)9.99.

*>  A reissue's run, under which the replacement awaits approval
*>  (see PAYAPPROVE).
*>
01  pv-rl-job            pic x(12) value 'PAYVOID'.
01  pv-rl-action         pic x.
01  pv-rl-input          pic x(40) value 'payreg.dat'.
01  pv-rl-rows           usage signed-int value 1.
01  pv-rl-rc             usage signed-int value 0.
01  pv-rl-result         pic x.
01  pv-run-number        usage signed-int value 0.
01  pv-run-text          pic 9(6).
01  pv-appr-line         pic x(100).

01  pv-trailer.
    05  filler          pic x(8)    value 'TRAILER '.
    05  pv-t-count      pic 9(6).
    05  filler          pic x       value ' '.
    05  pv-t-total      pic 9(13).99.
    05  filler          pic x       value ' '.
    05  pv-t-account    pic x(17).

*>  Maintenance-journal interface (see MAINTJOURNAL).
*>
01  pj-program           pic x(12) value 'PAYVOID'.
01  pj-action            pic x(8).
01  pj-before            pic x(80).
01  pj-after             pic x(80).

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

01  pv-today.
    05  pv-today-year        pic 9(4).
    05  filler               pic x       value '-'.
    05  pv-today-month       pic 99.
    05  filler               pic x       value '-'.
    05  pv-today-dom         pic 99.

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
    move pv-year to pv-today-year.
    move pv-month to pv-today-month.
    move pv-dom to pv-today-dom.

    evaluate ws-arg-action
        when 'LIST'
            perform 0100-loadregisters
            perform 0500-list
        when 'VOID'
        when 'REISSUE'
            perform 0050-authorize
            if return-code = 12
                go to 9000-end
            end-if
            perform 0100-loadregisters
            perform 0600-void thru 0690-exit
        when other
            display 'Usage: payvoid LIST'
                ' | VOID payno,reason | REISSUE payno,reason'
            move 8 to return-code
    end-evaluate.

9000-end.
    goback.

*>*****************************************************************
*> 0050-authorize                                                  *
*>*****************************************************************
0050-authorize.
    move spaces to pv-operator.
    accept pv-operator from environment 'OPERATOR'.
    move function upper-case(pv-operator) to pv-operator.
    call 'operauth' using pv-operator pj-program ws-arg-action
        pv-auth-result.
    if pv-auth-result not = 'Y'
        display 'Operator "' function trim(pv-operator)
            '" is not authorized for ' ws-arg-action
            ' in payvoid.'
        move 12 to return-code
    end-if.

*>*****************************************************************
*> 0100-loadregisters                                              *
*>*****************************************************************
0100-loadregisters.
    move 0 to pv-reg-count.
    move 0 to pv-pay-max.
    open input payreg-file.
    if ws-payreg-ok
        perform 0110-readpayreg
        perform until eof-payreg or pv-reg-count >= 5000
            add 1 to pv-reg-count
            move payreg-record to pv-reg-lines(pv-reg-count)
            move spaces to pv-tok-payno
            unstring payreg-record delimited by ','
                into pv-tok-payno
            end-unstring
            if function numval(pv-tok-payno) > pv-pay-max
                compute pv-pay-max = function numval(pv-tok-payno)
            end-if
            perform 0110-readpayreg
        end-perform
        if not eof-payreg
            move 'Y' to pv-overflow
        end-if
        close payreg-file
    end-if.

    move 0 to pv-out-count.
    open input outstand-file.
    if ws-outstand-ok
        perform 0120-readoutstand
        perform until eof-outstand or pv-out-count >= 2000
            add 1 to pv-out-count
            move outstand-record to pv-out-lines(pv-out-count)
            perform 0120-readoutstand
        end-perform
        if not eof-outstand
            move 'Y' to pv-overflow
        end-if
        close outstand-file
    end-if.

    move 0 to pv-detl-count.
    open input paydetl-file.
    if ws-paydetl-ok
        perform 0130-readpaydetl
        perform until eof-paydetl or pv-detl-count >= 5000
            add 1 to pv-detl-count
            move paydetl-record to pv-detl-lines(pv-detl-count)
            perform 0130-readpaydetl
        end-perform
        if not eof-paydetl
            move 'Y' to pv-overflow
        end-if
        close paydetl-file
    end-if.

    move 0 to pv-paid-count.
    open input paidinv-file.
    if ws-paidinv-ok
        perform 0140-readpaidinv
        perform until eof-paidinv or pv-paid-count >= 2000
            add 1 to pv-paid-count
            move paidinv-record to pv-paid(pv-paid-count)
            perform 0140-readpaidinv
        end-perform
        if not eof-paidinv
            move 'Y' to pv-overflow
        end-if
        close paidinv-file
    end-if.

0110-readpayreg.
    if not eof-payreg
        read payreg-file
            at end
                move 'Y' to ws-eof-payreg
        end-read
    end-if.

0120-readoutstand.
    if not eof-outstand
        read outstand-file
            at end
                move 'Y' to ws-eof-outstand
        end-read
    end-if.

0130-readpaydetl.
    if not eof-paydetl
        read paydetl-file
            at end
                move 'Y' to ws-eof-paydetl
        end-read
    end-if.

0140-readpaidinv.
    if not eof-paidinv
        read paidinv-file
            at end
                move 'Y' to ws-eof-paidinv
        end-read
    end-if.

*>*****************************************************************
*> 0160-checkachsent / 0170-readachsent                            *
*>*****************************************************************
0160-checkachsent.
    move 'N' to pv-ach-sent.
    open input achsent-file.
    if ws-achsent-ok
        perform 0170-readachsent
        perform until eof-achsent
            move spaces to pv-tok-payno
            unstring achsent-record delimited by ','
                into pv-tok-payno
            end-unstring
            if pv-tok-payno not = spaces
                    and function numval(pv-tok-payno) = pv-payno
                move 'Y' to pv-ach-sent
            end-if
            perform 0170-readachsent
        end-perform
        close achsent-file
    end-if.

0170-readachsent.
    if not eof-achsent
        read achsent-file
            at end
                move 'Y' to ws-eof-achsent
        end-read
    end-if.

*>*****************************************************************
*> 0180-loadclaims / 0190-readexppaid                              *
*>*****************************************************************
0180-loadclaims.
    move 0 to pv-claim-count.
    open input exppaid-file.
    if ws-exppaid-ok
        perform 0190-readexppaid
        perform until eof-exppaid or pv-claim-count >= 5000
            add 1 to pv-claim-count
            move exppaid-record to pv-claim-lines(pv-claim-count)
            perform 0190-readexppaid
        end-perform
        if not eof-exppaid
            move 'Y' to pv-overflow
        end-if
        close exppaid-file
    end-if.

0190-readexppaid.
    if not eof-exppaid
        read exppaid-file
            at end
                move 'Y' to ws-eof-exppaid
        end-read
    end-if.

*>*****************************************************************
*> 0500-list                                                       *
*>*****************************************************************
0500-list.
    display 'PayNo,Date,Vendor,Amount,Status,Reason'.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-reg-count
        move spaces to pv-tok-payno pv-tok-date pv-tok-vendor
            pv-tok-amount pv-tok-status
        unstring pv-reg-lines(pv-idx) delimited by ','
            into pv-tok-payno pv-tok-date pv-tok-vendor
                pv-tok-amount pv-tok-status
        end-unstring
        if pv-tok-status = 'VOID'
            display function trim(pv-reg-lines(pv-idx) trailing)
        end-if
    end-perform.

*>*****************************************************************
*> 0600-void                                                       *
*>                                                                *
*> Every check is made before anything is written, so a refused    *
*> action leaves all four registers exactly as they were.          *
*>*****************************************************************
0600-void.
    if pv-overflow = 'Y'
        display 'payreg.dat, outstand.dat, paydetl.dat or'
            ' paidinv.dat exceeds its table; nothing changed.'
        move 16 to return-code
        go to 0690-exit
    end-if.

    move spaces to pv-tok-payno pv-tok-reason.
    unstring ws-arg-rest delimited by ','
        into pv-tok-payno pv-tok-reason
    end-unstring.
    if pv-tok-payno = spaces or pv-tok-reason = spaces
        display ws-arg-action ' needs payno,reason.'
        move 8 to return-code
        go to 0690-exit
    end-if.
    compute pv-payno = function numval(pv-tok-payno).

    move 0 to pv-reg-hit.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-reg-count
        move spaces to pv-tok-payno
        unstring pv-reg-lines(pv-idx) delimited by ','
            into pv-tok-payno
        end-unstring
        if pv-tok-payno not = spaces
                and function numval(pv-tok-payno) = pv-payno
            move pv-idx to pv-reg-hit
        end-if
    end-perform.
    if pv-reg-hit = 0
        display 'Payment ' pv-payno ' is not on the register.'
        move 8 to return-code
        go to 0690-exit
    end-if.

    move spaces to pv-tok-payno pv-tok-date pv-tok-vendor
        pv-tok-amount pv-tok-status.
    unstring pv-reg-lines(pv-reg-hit) delimited by ','
        into pv-tok-payno pv-tok-date pv-tok-vendor
            pv-tok-amount pv-tok-status
    end-unstring.
    if pv-tok-status = 'VOID'
        display 'Payment ' pv-payno ' is already void.'
        move 8 to return-code
        go to 0690-exit
    end-if.
    perform 0160-checkachsent.
    if pv-ach-sent = 'Y'
        display 'Payment ' pv-payno ' went to the bank by ACH;'
            ' request a reversal from the bank instead.'
        move 8 to return-code
        go to 0690-exit
    end-if.
    compute pv-amount = function numval(pv-tok-amount).

    move pv-payno to pv-kind-payno.
    call 'paykindof' using pv-kind-payno pv-kind.
    if pv-kind = spaces
        display 'refunds.dat or exppaid.dat exceeds its table;'
            ' payment ' pv-payno ' cannot be classified - nothing'
            ' changed.'
        move 16 to return-code
        go to 0690-exit
    end-if.
    if pv-kind = 'EXPCLAIM'
        perform 0180-loadclaims
        if pv-overflow = 'Y'
            display 'exppaid.dat exceeds its table; nothing changed.'
            move 16 to return-code
            go to 0690-exit
        end-if
        if ws-arg-action = 'REISSUE' and pv-claim-count >= 5000
            display 'exppaid.dat is full (5000 lines); no room for'
                ' the replacement - nothing changed.'
            move 8 to return-code
            go to 0690-exit
        end-if
    end-if.

    move 0 to pv-out-hit.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-out-count
        move spaces to pv-tok-payno pv-tok-status
        unstring pv-out-lines(pv-idx) delimited by ','
            into pv-tok-payno pv-tok-date pv-tok-vendor
                pv-tok-amount pv-tok-status
        end-unstring
        if pv-tok-payno not = spaces
                and function numval(pv-tok-payno) = pv-payno
            move pv-idx to pv-out-hit
        end-if
    end-perform.
    if pv-out-hit > 0
        move spaces to pv-tok-date pv-tok-vendor pv-tok-amount
            pv-tok-status
        unstring pv-out-lines(pv-out-hit) delimited by ','
            into pv-tok-payno pv-tok-date pv-tok-vendor
                pv-tok-amount pv-tok-status
        end-unstring
        if pv-tok-status = 'CLEARED'
            display 'Payment ' pv-payno ' has cleared the bank;'
                ' it cannot be voided.'
            move 8 to return-code
            go to 0690-exit
        end-if
    end-if.

    if ws-arg-action = 'REISSUE' and pv-reg-count >= 5000
        display 'payreg.dat is full (5000 lines); no room for the'
            ' replacement - nothing changed.'
        move 8 to return-code
        go to 0690-exit
    end-if.

    if pv-out-hit > 0
        perform 0750-voidfile
        if ci-found not = 'Y'
            display 'Payment ' pv-payno ' is for company '
                function trim(pv-void-company)
                ', not on company.dat; nothing changed.'
            move 8 to return-code
            go to 0690-exit
        end-if
    end-if.

*>  checks done; the register line is rebuilt from its own
*>  columns so the reason lands in a known position.
*>
    move spaces to pv-tok-date pv-tok-vendor pv-tok-amount
        pv-tok-company.
    unstring pv-reg-lines(pv-reg-hit) delimited by ','
        into pv-tok-payno pv-tok-date pv-tok-vendor pv-tok-amount
            pv-tok-skip pv-tok-skip pv-tok-company
    end-unstring.
    move pv-reg-lines(pv-reg-hit) to pj-before.
    move spaces to pv-line.
    if pv-tok-company = spaces
        string pv-payno ','
            pv-tok-date ','
            function trim(pv-tok-vendor) ','
            function trim(pv-tok-amount) ','
            'VOID,'
            function trim(pv-tok-reason)
            delimited by size into pv-line
    else
        string pv-payno ','
            pv-tok-date ','
            function trim(pv-tok-vendor) ','
            function trim(pv-tok-amount) ','
            'VOID,'
            function trim(pv-tok-reason) ','
            function trim(pv-tok-company)
            delimited by size into pv-line
    end-if.
    move pv-line to pv-reg-lines(pv-reg-hit).

    if pv-out-hit > 0
        perform 0700-voidoutstand
        perform 0800-addvoidrecord
    end-if.

    if ws-arg-action = 'REISSUE'
        perform 0900-reissue
    else
        if pv-kind = 'PAYMENT'
            perform 0650-releaseinvoices
        end-if
    end-if.
    evaluate pv-kind
        when 'REFUND'
            perform 0660-refundhistory
        when 'EXPCLAIM'
            perform 0670-claimhistory
    end-evaluate.

    perform 0950-saveregisters.

    move 'VOID' to pj-action.
    move pv-reg-lines(pv-reg-hit) to pj-after.
    call 'maintjournal' using pj-program pj-action
        pj-before pj-after.

    display 'Payment ' pv-payno ' voided: '
        function trim(pv-tok-reason) '.'.
    if pv-out-hit > 0
        display 'Void record staged in '
            function trim(pv-staged-name) '.'
    else
        display 'Never issued to the bank; no void record needed.'
    end-if.
    if ws-arg-action = 'REISSUE'
        move spaces to pj-before
        move pv-reg-lines(pv-reg-count) to pj-after
        move 'REISSUE' to pj-action
        call 'maintjournal' using pj-program pj-action
            pj-before pj-after
        move return-code to pv-rl-rc
        move 'W' to pv-rl-action
        call 'runledger' using pv-rl-action pv-rl-job pv-rl-input
            pv-rl-rows pv-rl-rc pv-rl-result
        move pv-rl-rc to return-code
        display 'Reissued as payment ' pv-new-payno
            ', awaiting approval under run ' pv-run-text '.'
    else
        evaluate pv-kind
            when 'REFUND'
                display 'Refund credit put back on openitems.dat as '
                    function trim(pv-cr-invoice) ' for customer '
                    function trim(pv-tok-vendor) '.'
            when 'EXPCLAIM'
                display 'Claim ' function trim(pv-cl-claim)
                    ' is unpaid again; expclaim may pay it.'
            when other
                display 'Invoices released for the next payment'
                    ' run: ' pv-released
        end-evaluate
    end-if.

0690-exit.
    exit.

*>*****************************************************************
*> 0650-releaseinvoices                                            *
*>                                                                *
*> Drops from the paid list every invoice a PAYDETL line of the    *
*> voided payment covered.                                         *
*>*****************************************************************
0650-releaseinvoices.
    move 0 to pv-released.
    move 0 to pv-kept-count.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-paid-count
        move 'N' to pv-covered
        perform varying pv-jdx from 1 by 1
                until pv-jdx > pv-detl-count
            move spaces to pv-tok-payno pv-tok-vendor pv-tok-invoice
            unstring pv-detl-lines(pv-jdx) delimited by ','
                into pv-tok-payno pv-tok-vendor pv-tok-invoice
            end-unstring
            if pv-tok-payno not = spaces
                    and function numval(pv-tok-payno) = pv-payno
                    and pv-tok-invoice = pv-paid(pv-idx)
                move 'Y' to pv-covered
            end-if
        end-perform
        if pv-covered = 'Y'
            add 1 to pv-released
        else
            add 1 to pv-kept-count
            move pv-paid(pv-idx) to pv-paid(pv-kept-count)
        end-if
    end-perform.
    move pv-kept-count to pv-paid-count.

*>*****************************************************************
*> 0660-refundhistory                                              *
*>                                                                *
*> A refund is a customer's credit paid away.  Voided, the credit  *
*> goes back on OPENITEMS.DAT as a CR item dated today (invoice    *
*> CRyymmdd-payno, so it never meets CASHAPP's CRyymmdd-nnnn) for  *
*> the next REFUND run or CASHAPP to use, and REFUNDS.DAT records  *
*> it as action VOIDED.  Reissued, the replacement is recorded as  *
*> another REFUND line under the new payment number.               *
*>*****************************************************************
0660-refundhistory.
    move pv-amount to pv-amount-display.
    move spaces to pv-refund-line.
    if ws-arg-action = 'REISSUE'
        move spaces to pv-cr-invoice
        string pv-today ','
            function trim(pv-tok-vendor) ',,'
            function trim(pv-amount-display) ','
            'REFUND,'
            pv-new-payno ','
            function trim(pv-operator)
            delimited by size into pv-refund-line
    else
        move spaces to pv-cr-invoice
        string 'CR' pv-today(3:2) pv-today(6:2) pv-today(9:2)
            '-' pv-payno
            delimited by size into pv-cr-invoice
        string pv-today ','
            function trim(pv-tok-vendor) ','
            function trim(pv-cr-invoice) ','
            function trim(pv-amount-display) ','
            'VOIDED,'
            pv-payno ','
            function trim(pv-operator)
            delimited by size into pv-refund-line
    end-if.

*>*****************************************************************
*> 0670-claimhistory                                               *
*>                                                                *
*> The voided payment's EXPPAID.DAT line is marked VOID in a sixth *
*> column, so EXPCLAIM no longer counts the claim paid while       *
*> GLFEED and PAYKINDOF still know the payment for what it was.  A *
*> reissue adds the claim again under the new payment number.      *
*>*****************************************************************
0670-claimhistory.
    move 0 to pv-claim-hit.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-claim-count
        move spaces to pv-cl-claim pv-cl-employee pv-cl-payno
            pv-cl-amount pv-cl-date pv-cl-status
        unstring pv-claim-lines(pv-idx) delimited by ','
            into pv-cl-claim pv-cl-employee pv-cl-payno
                pv-cl-amount pv-cl-date pv-cl-status
        end-unstring
        if pv-cl-payno not = spaces
                and function numval(pv-cl-payno) = pv-payno
                and pv-cl-status not = 'VOID'
            move spaces to pv-line
            string function trim(pv-claim-lines(pv-idx)) ',VOID'
                delimited by size into pv-line
            move pv-line to pv-claim-lines(pv-idx)
            move pv-idx to pv-claim-hit
        end-if
    end-perform.
    if pv-claim-hit > 0
        move spaces to pv-cl-claim pv-cl-employee pv-cl-payno
            pv-cl-amount
        unstring pv-claim-lines(pv-claim-hit) delimited by ','
            into pv-cl-claim pv-cl-employee pv-cl-payno
                pv-cl-amount
        end-unstring
        if ws-arg-action = 'REISSUE'
            move spaces to pv-line
            string function trim(pv-cl-claim) ','
                function trim(pv-cl-employee) ','
                pv-new-payno ','
                function trim(pv-cl-amount) ','
                pv-today
                delimited by size into pv-line
            add 1 to pv-claim-count
            move pv-line to pv-claim-lines(pv-claim-count)
        end-if
    end-if.

*>*****************************************************************
*> 0700-voidoutstand                                               *
*>*****************************************************************
0700-voidoutstand.
    move spaces to pv-tok-payno pv-tok-date pv-tok-vendor
        pv-tok-amount.
    unstring pv-out-lines(pv-out-hit) delimited by ','
        into pv-tok-payno pv-tok-date pv-tok-vendor pv-tok-amount
    end-unstring.
    move spaces to pv-line.
    string pv-tok-payno ','
        pv-tok-date ','
        function trim(pv-tok-vendor) ','
        pv-tok-amount ','
        'VOID,'
        pv-today ','
        function trim(pv-tok-reason)
        delimited by size into pv-line.
    move pv-line to pv-out-lines(pv-out-hit).

*>*****************************************************************
*> 0750-voidfile                                                   *
*>                                                                *
*> The staged and pickup names of the void file for the payment's  *
*> company (register column 7) and the account for its trailer,    *
*> as POSPAY's 0450-filefor; CI-FOUND N when the company is not    *
*> on the master.                                                  *
*>*****************************************************************
0750-voidfile.
    move spaces to pv-tok-company.
    unstring pv-reg-lines(pv-reg-hit) delimited by ','
        into pv-tok-skip pv-tok-skip pv-tok-skip pv-tok-skip
            pv-tok-skip pv-tok-skip pv-tok-company
    end-unstring.
    move function upper-case(pv-tok-company(1:4))
        to pv-void-company.
    call 'companyof' using pv-void-company compinfo-result.
    if ci-home = 'Y'
        move spaces to pv-void-company
    end-if.
    if ci-bank-count > 0
        move ci-account(1) to pv-void-account
    else
        move shopcheck-account to pv-void-account
    end-if.
    if pv-void-company = spaces
        move 'posvoid.dat.stg' to pv-staged-name
        move 'posvoid.dat' to pv-pickup-name
    else
        move spaces to pv-staged-name pv-pickup-name
        string 'posvoid-'
            function lower-case(function trim(pv-void-company))
            '.dat.stg'
            delimited by size into pv-staged-name
        string 'posvoid-'
            function lower-case(function trim(pv-void-company))
            '.dat'
            delimited by size into pv-pickup-name
    end-if.

*>*****************************************************************
*> 0800-addvoidrecord                                              *
*>                                                                *
*> Rebuilds the staged void file with this void added: any void    *
*> records already staged and not yet published are kept, and the  *
*> trailer is recomputed so it stays the last record.  Only a new  *
*> staged file is registered with STAGEMARK.                       *
*>*****************************************************************
0800-addvoidrecord.
    move 0 to pv-void-count.
    move 'N' to ws-eof-void.
    open input void-file.
    if ws-void-ok
        perform 0810-readvoid
        perform until eof-void or pv-void-count >= 499
            if void-record(1:8) not = 'TRAILER '
                add 1 to pv-void-count
                move void-record to pv-void-lines(pv-void-count)
            end-if
            perform 0810-readvoid
        end-perform
        close void-file
    end-if.

    move spaces to pv-tok-date pv-tok-vendor pv-tok-amount.
    unstring pv-out-lines(pv-out-hit) delimited by ','
        into pv-tok-payno pv-tok-date pv-tok-vendor pv-tok-amount
    end-unstring.
    move spaces to void-record.
    move pv-payno to vr-payno.
    compute vr-date =
        (function numval(pv-tok-date(1:4)) * 10000)
        + (function numval(pv-tok-date(6:2)) * 100)
        + function numval(pv-tok-date(9:2)).
    move pv-tok-vendor to vr-payee.
    move pv-amount to vr-amount.
    move 'V' to vr-type.
    add 1 to pv-void-count.
    move void-record to pv-void-lines(pv-void-count).

    open output void-file.
    move 0 to pv-total.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-void-count
        move pv-void-lines(pv-idx) to void-record
        add function numval(vr-amount) to pv-total
        write void-record
    end-perform.
    move pv-void-count to pv-t-count.
    move pv-total to pv-t-total.
    move pv-void-account to pv-t-account.
    move spaces to void-record.
    move pv-trailer to void-record.
    write void-record.
    close void-file.

    if pv-void-count = 1
        call 'stagemark' using pv-staged-name pv-pickup-name
    end-if.

0810-readvoid.
    if not eof-void
        read void-file
            at end
                move 'Y' to ws-eof-void
        end-read
    end-if.

*>*****************************************************************
*> 0900-reissue                                                    *
*>                                                                *
*> The replacement takes the next number on the register and       *
*> repeats the voided payment's detail lines under it; the         *
*> invoices stay on the paid list.  Its PAYAPPR.DAT line is        *
*> written with the registers.                                     *
*>*****************************************************************
0900-reissue.
    add 1 to pv-pay-max.
    move pv-pay-max to pv-new-payno.

    move pv-amount to pv-amount-display.
    move spaces to pv-line.
    if pv-tok-company = spaces
        string pv-new-payno ','
            pv-today ','
            function trim(pv-tok-vendor) ','
            pv-amount-display
            delimited by size into pv-line
    else
        string pv-new-payno ','
            pv-today ','
            function trim(pv-tok-vendor) ','
            pv-amount-display ',,,'
            function trim(pv-tok-company)
            delimited by size into pv-line
    end-if.
    add 1 to pv-reg-count.
    move pv-line to pv-reg-lines(pv-reg-count).

    move 'O' to pv-rl-action.
    call 'runledger' using pv-rl-action pv-rl-job pv-rl-input
        pv-run-number pv-rl-rc pv-rl-result.
    move 'N' to pv-rl-action.
    call 'runledger' using pv-rl-action pv-rl-job pv-rl-input
        pv-run-number pv-rl-rc pv-rl-result.
    move pv-run-number to pv-run-text.
    move spaces to pv-appr-line.
    string pv-new-payno ','
        pv-run-text ','
        function trim(pv-operator) ','
        function trim(pv-amount-display) ','
        'PENDING,,,,'
        function trim(pv-rl-job)
        delimited by size into pv-appr-line.

    move pv-detl-count to pv-jdx.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-jdx
        move spaces to pv-tok-payno pv-tok-vendor pv-tok-invoice
            pv-tok-gross pv-tok-disc pv-tok-net pv-tok-paydate
            pv-tok-invdate
        unstring pv-detl-lines(pv-idx) delimited by ','
            into pv-tok-payno pv-tok-vendor pv-tok-invoice
                pv-tok-gross pv-tok-disc pv-tok-net pv-tok-paydate
                pv-tok-invdate
        end-unstring
        if pv-tok-payno not = spaces
                and function numval(pv-tok-payno) = pv-payno
                and pv-detl-count < 5000
            move spaces to pv-line
            string pv-new-payno ','
                function trim(pv-tok-vendor) ','
                function trim(pv-tok-invoice) ','
                pv-tok-gross ','
                pv-tok-disc ','
                pv-tok-net ','
                pv-today ','
                function trim(pv-tok-invdate)
                delimited by size into pv-line
            add 1 to pv-detl-count
            move pv-line to pv-detl-lines(pv-detl-count)
        end-if
    end-perform.

*>*****************************************************************
*> 0950-saveregisters                                              *
*>*****************************************************************
0950-saveregisters.
    open output payreg-file.
    perform varying pv-idx from 1 by 1 until pv-idx > pv-reg-count
        move pv-reg-lines(pv-idx) to payreg-record
        write payreg-record
    end-perform.
    close payreg-file.

    if pv-out-hit > 0
        open output outstand-file
        perform varying pv-idx from 1 by 1
                until pv-idx > pv-out-count
            move pv-out-lines(pv-idx) to outstand-record
            write outstand-record
        end-perform
        close outstand-file
    end-if.

    if ws-arg-action = 'REISSUE'
        open extend payappr-file
        if not ws-payappr-ok
            open output payappr-file
        end-if
        move pv-appr-line to payappr-record
        write payappr-record
        close payappr-file

        open output paydetl-file
        perform varying pv-idx from 1 by 1
                until pv-idx > pv-detl-count
            move pv-detl-lines(pv-idx) to paydetl-record
            write paydetl-record
        end-perform
        close paydetl-file
    else
        open output paidinv-file
        perform varying pv-idx from 1 by 1
                until pv-idx > pv-paid-count
            move pv-paid(pv-idx) to paidinv-record
            write paidinv-record
        end-perform
        close paidinv-file
    end-if.

    if pv-kind = 'REFUND'
        open extend refund-file
        if not ws-refund-ok
            open output refund-file
        end-if
        move pv-refund-line to refund-record
        write refund-record
        close refund-file
        if ws-arg-action not = 'REISSUE'
            open extend openitem-file
            if not ws-openitem-ok
                open output openitem-file
            end-if
            move pv-tok-vendor to oi-customer
            move pv-cr-invoice to oi-invoice
            move pv-today to oi-date
            compute oi-amount = 0 - pv-amount
            move 'CR' to oi-type
            move function upper-case(pv-tok-company(1:4))
                to oi-company
            write openitem-record
            close openitem-file
        end-if
    end-if.

    if pv-kind = 'EXPCLAIM'
        open output exppaid-file
        perform varying pv-idx from 1 by 1
                until pv-idx > pv-claim-count
            move pv-claim-lines(pv-idx) to exppaid-record
            write exppaid-record
        end-perform
        close exppaid-file
    end-if.

end program payvoid.
