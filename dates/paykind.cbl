*>*****************************************************************
*> paykindof                                                       *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> PAYREG.DAT carries three kinds of payment under one payee       *
*> column: PAYRUN's vendor payments, REFUND's customer refunds     *
*> and EXPCLAIM's employee reimbursements.  A payee code means     *
*> nothing until the kind is known - a customer may share a code   *
*> with a vendor - so every writer that routes, prints or reverses *
*> a payment asks this first.  The kind comes from the history     *
*> the issuing job left, the same way GLFEED classifies payments:  *
*>                                                                *
*>   REFUNDS.DAT   a REFUND line's payment number (column 6)       *
*>   EXPPAID.DAT   the payment number (column 3)                   *
*>                                                                *
*> Both files are read once per job and cached.                    *
*>                                                                *
*> CALL 'paykindof' USING payment-number (x12), kind (x8).         *
*>                                                                *
*>   KIND  REFUND    a customer refund                             *
*>         EXPCLAIM  an employee expense reimbursement             *
*>         PAYMENT   anything else - a vendor payment              *
*>         spaces    the histories overflowed the table, so the    *
*>                   kind cannot be told; the caller must not      *
*>                   guess.                                        *
*>*****************************************************************
identification division.
program-id. paykindof.

environment division.
input-output section.
file-control.

    select history-file assign to pk-history-name
        organization is line sequential
        access is sequential
        file status is ws-history-status.

data division.
file section.
fd  history-file.

01  history-record       pic x(200).

working-storage section.
01  ws-history-status    pic xx.
    88  ws-history-ok        value '00'.

01  ws-eof-history       pic x       value 'N'.
    88  eof-history          value 'Y'.
01  pk-loaded            pic x       value 'N'.
    88  paykind-loaded       value 'Y'.
01  pk-overflow          pic x       value 'N'.

01  pk-history-name      pic x(40).
01  pk-row-kind          pic x(8).
01  pk-row-payno         pic x(12).

01  pk-tok-1             pic x(40).
01  pk-tok-2             pic x(40).
01  pk-tok-3             pic x(40).
01  pk-tok-4             pic x(40).
01  pk-tok-5             pic x(40).
01  pk-tok-6             pic x(40).

01  pk-count             usage signed-int value 0.
01  pk-idx               usage signed-int.

01  pk-table.
    05  pk-entry occurs 20000 times.
        10  pke-payno        pic x(12).
        10  pke-kind         pic x(8).

linkage section.
01  pk-payno             pic x(12).
01  pk-kind              pic x(8).

procedure division using pk-payno pk-kind.
0100-main.
    perform 0200-loadkinds.

    move 'PAYMENT' to pk-kind.
    perform varying pk-idx from 1 by 1 until pk-idx > pk-count
        if pke-payno(pk-idx) = pk-payno
            move pke-kind(pk-idx) to pk-kind
            move pk-count to pk-idx
        end-if
    end-perform.
    if pk-kind = 'PAYMENT' and pk-overflow = 'Y'
        move spaces to pk-kind
    end-if.
    goback.

*>*****************************************************************
*> 0200-loadkinds / 0210-addkind / 0220-readhistory                *
*>*****************************************************************
0200-loadkinds.
    if not paykind-loaded
        move 0 to pk-count
        move 'refunds.dat' to pk-history-name
        move 'N' to ws-eof-history
        open input history-file
        if ws-history-ok
            perform 0220-readhistory
            perform until eof-history
                move spaces to pk-tok-1 pk-tok-2 pk-tok-3 pk-tok-4
                    pk-tok-5 pk-tok-6
                unstring history-record delimited by ','
                    into pk-tok-1 pk-tok-2 pk-tok-3 pk-tok-4
                        pk-tok-5 pk-tok-6
                end-unstring
                if pk-tok-5 = 'REFUND' and pk-tok-6 not = spaces
                    move 'REFUND' to pk-row-kind
                    move pk-tok-6 to pk-row-payno
                    perform 0210-addkind
                end-if
                perform 0220-readhistory
            end-perform
            close history-file
        end-if

        move 'exppaid.dat' to pk-history-name
        move 'N' to ws-eof-history
        open input history-file
        if ws-history-ok
            perform 0220-readhistory
            perform until eof-history
                move spaces to pk-tok-1 pk-tok-2 pk-tok-3
                unstring history-record delimited by ','
                    into pk-tok-1 pk-tok-2 pk-tok-3
                end-unstring
                if pk-tok-3 not = spaces
                    move 'EXPCLAIM' to pk-row-kind
                    move pk-tok-3 to pk-row-payno
                    perform 0210-addkind
                end-if
                perform 0220-readhistory
            end-perform
            close history-file
        end-if
        move 'Y' to pk-loaded
    end-if.

0210-addkind.
    if pk-count >= 20000
        move 'Y' to pk-overflow
    else
        add 1 to pk-count
        move pk-row-payno to pke-payno(pk-count)
        move pk-row-kind to pke-kind(pk-count)
    end-if.

0220-readhistory.
    if not eof-history
        read history-file
            at end
                move 'Y' to ws-eof-history
        end-read
    end-if.

end program paykindof.
