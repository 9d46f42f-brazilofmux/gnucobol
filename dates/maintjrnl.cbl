*> HOLIDAYCAL.DAT last spring we could not say who removed it or   *
*> when.  Every change action now appends one record here:         *
*>                                                                *
*>   DATE TIME PROGRAM ACTION BEFORE-IMAGE AFTER-IMAGE OPERATOR    *
*>                                                                *
*> in fixed columns (date is the BATCH business date, the same     *
*> normalization the run ledger uses), BEFORE and AFTER being the  *
*> full affected line - blank on the side an ADD or REMOVE does    *
*> not have.  OPERATOR is the OPERATOR environment id every        *
*> journaling program has just authorized through OPERAUTH, so     *
*> ACCREVIEW can date each grant's last use; it trails the images  *
*> so the older columns stand where they were (entries written     *
*> before it carry none).  The auditors asked for exactly this     *
*> record at the last review; JRNLINQ below is their inquiry over  *
*> it.                                                             *
*>                                                                *
*> CALL 'maintjournal' USING program (x12), action (x8),           *
*> before-image (x80), after-image (x80).                          *
    05  mj-before       pic x(80).
    05  filler          pic x       value ' '.
    05  mj-after        pic x(80).
    05  filler          pic x       value ' '.
    05  mj-operator     pic x(8).

working-storage section.
01  ws-journal-status    pic xx.
    move mj-l-action to mj-action.
    move mj-l-before to mj-before.
    move mj-l-after to mj-after.
    move spaces to mj-operator.
    accept mj-operator from environment 'OPERATOR'.
    move function upper-case(mj-operator) to mj-operator.

*>  the first journaled change on a fresh batch disk has no
*>  journal to extend yet.
*> that filter open.  PROGRAM matches the journaling program       *
*> (HOLIDAYMAINT, EVENTMAINT, PERIODMAINT), the dates bound the    *
*> entry's batch date inclusively (YYYY-MM-DD), and TEXT matches   *
*> anywhere in the entry, the operator column included - enough to *
*> answer "who touched the Memorial Day line in April".            *
*> RETURN-CODE 4 when nothing matches.                             *
*>*****************************************************************
identification division.
program-id. jrnlinq.
file section.
fd  journal-file.

01  journal-record       pic x(212).

working-storage section.
01  ws-journal-status    pic xx.
*>*****************************************************************
0300-scantext.
    move 'N' to jq-match.
    compute jq-scan-limit = 212 - jq-text-len + 1.
    perform varying jq-scan-idx from 1 by 1
            until jq-scan-idx > jq-scan-limit
            or jq-match = 'Y'
