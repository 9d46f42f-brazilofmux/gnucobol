*>   DATE,TIME,PICKUP-NAME,ROWS,BYTES,CHECKSUM                     *
*>                                                                *
*> - and the STAGEREG.DAT entry flips from S to P.                 *
*>                                                                *
*> A bank file that carries a payment of a run not yet fully       *
*> approved - POSPAY and ACHPAY note these through APPROVALHOLD -  *
*> is refused before the scan and left staged until PAYAPPROVE     *
*> has approved the rest of the run.                               *
*>*****************************************************************
identification division.
program-id. publish.

01  pb-rename-status     usage signed-int.

01  pb-ah-action         pic x value 'G'.
01  pb-ah-payno          pic 9(6) value 0.
01  pb-ah-result         pic x.

01  pb-reg-count         usage signed-int value 0.
01  pb-idx               usage signed-int.
01  pb-reg-lines         occurs 1000 times pic x(160).
        perform 0200-defaultpickup
    end-if.

*>  a bank file whose payment runs still await approval stays
*>  staged.
*>
    call 'approvalhold' using pb-ah-action ws-arg-staged pb-ah-payno
        pb-ah-result.
    if pb-ah-result = 'N'
        display 'Staged file ' function trim(ws-arg-staged)
            ' holds payments of a run not yet fully approved;'
            ' not published.'
        move 8 to return-code
        go to 9000-end
    end-if.

*>  a staged file that cannot be scanned end to end must not
*>  reach the pickup directory at all.
*>
