    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

fd  openitemx-file.

*> (0-30/31-60/61-90/over 90), twelve items to the page - PF8 a   *
*> page forward, PF7 back to the first page, PF3 to exit - the    *
*> same screen discipline DATEINQ runs.                            *
*>                                                                *
*> Command line: [customer]                                        *
*>                                                                *
*> A customer named on the command line comes up at once - the     *
*> collector worklist (COLLWORKLIST) drills into an account this   *
*> way.                                                            *
*>*****************************************************************
identification division.
program-id. openiteminq.
01  ws-done             pic x value 'N'.
    88  inquiry-done        value 'Y'.

01  ws-cmdline          pic x(80).

01  iq-customer         pic x(12).
01  iq-message          pic x(40).
01  iq-page             usage signed-int value 1.
    move spaces to iq-customer iq-message.
    perform 0900-clearpage.

    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move function trim(ws-cmdline) to iq-customer.
    if iq-customer not = spaces
        perform 0200-showpage thru 0290-exit
    end-if.

    perform until inquiry-done
        accept inquiry-screen
        evaluate true
