*> number, cleared date (YYYY-MM-DD), amount, header row first -   *
*> matches on payment number against the outstanding register      *
*> OUTSTAND.DAT, marks matches CLEARED with the cleared date, and  *
*> reports the four exception classes:                            *
*>                                                                *
*>   CLEARED-NOT-ISSUED  - the fraud flag: the bank paid a number  *
*>                          we never issued (critical alert);      *
*>   AMOUNT-DIFF         - cleared for a different amount;         *
*>   OUTSTANDING         - issued, still not cleared, with days    *
*>                          outstanding in business days through   *
*>                          ELAPSEDBUSINESSDAYS;                   *
*>   CLEARED-VOID        - the bank paid a payment PAYVOID voided  *
*>                          (critical alert; entry stays VOID).    *
*>                                                                *
*> A VOID entry is closed: never reported outstanding, and its     *
*> void date and reason are kept when the register is rewritten.   *
*>                                                                *
*> The cleared-items CSV is written each morning by BAI2LOAD from  *
*> the bank's BAI2 prior-day file.                                 *
*>                                                                *
*> Command line: [cleared-file] [delimiter]                        *
*>                                                                *
*> RETURN-CODE 8 on a fraud flag or a cleared void, 4 on amount    *
*> differences.                                                    *
*>*****************************************************************
identification division.
program-id. bankrecon.
        10  brr-amount       pic s9(11)v99 comp-5.
        10  brr-status       pic x(8).
        10  brr-cleardate    pic x(10).
        10  brr-reason       pic x(20).

01  br-tok-payno         pic x(6).
01  br-tok-date          pic x(10).
01  br-tok-amount        pic x(16).
01  br-tok-status        pic x(8).
01  br-tok-cleardate     pic x(10).
01  br-tok-reason        pic x(20).

01  br-clr-payno         pic 9(6).
01  br-clr-amount        pic s9(11)v99 comp-5.
01  br-cleared-count     usage signed-int value 0.
01  br-fraud-count       usage signed-int value 0.
01  br-diff-count        usage signed-int value 0.
01  br-void-count        usage signed-int value 0.
01  br-out-count         usage signed-int value 0.

01  br-amount-display    pic -(10)9.99.
    display 'Items cleared this pass:     ' br-cleared-count.
    display 'Cleared but never issued:    ' br-fraud-count.
    display 'Cleared at a wrong amount:   ' br-diff-count.
    display 'Cleared after being voided:  ' br-void-count.
    display 'Still outstanding:           ' br-out-count.

    evaluate true
        when br-fraud-count > 0
        when br-void-count > 0
            move 8 to return-code
        when br-diff-count > 0
            move 4 to return-code
    perform until eof-outstand or br-reg-count >= 2000
        move spaces to br-tok-payno br-tok-date br-tok-vendor
            br-tok-amount br-tok-status br-tok-cleardate
            br-tok-reason
        unstring outstand-record delimited by ','
            into br-tok-payno br-tok-date br-tok-vendor
                br-tok-amount br-tok-status br-tok-cleardate
                br-tok-reason
        end-unstring
        if br-tok-payno not = spaces
            add 1 to br-reg-count
                function numval(br-tok-amount)
            move br-tok-status to brr-status(br-reg-count)
            move br-tok-cleardate to brr-cleardate(br-reg-count)
            move br-tok-reason to brr-reason(br-reg-count)
        end-if
        perform 0110-readoutstand
    end-perform.
                to br-al-msg
            call 'alertadd' using br-al-severity br-al-job
                br-al-key br-al-msg
        when brr-status(br-hit) = 'VOID'
            move br-clr-amount to br-amount-display
            display 'CLEARED-VOID payment ' br-clr-payno
                ' for ' br-amount-display ' - voided '
                brr-cleardate(br-hit) ', '
                function trim(brr-reason(br-hit)) '.'
            add 1 to br-void-count
            move 'C' to br-al-severity
            move spaces to br-al-key
            move br-clr-payno to br-al-key(1:6)
            move 'bank cleared a payment that was voided'
                to br-al-msg
            call 'alertadd' using br-al-severity br-al-job
                br-al-key br-al-msg
        when brr-amount(br-hit) not = br-clr-amount
            move br-clr-amount to br-amount-display
            display 'AMOUNT-DIFF payment ' br-clr-payno
            function trim(brr-status(br-idx)) ','
            brr-cleardate(br-idx)
            delimited by size into br-line
        if brr-reason(br-idx) not = spaces
            move spaces to outstand-record
            string function trim(br-line trailing) ','
                function trim(brr-reason(br-idx))
                delimited by size into outstand-record
        else
            move br-line to outstand-record
        end-if
        write outstand-record
    end-perform.
    close outstand-file.
