*> ADDBUSINESSDAYS; C counts calendar days, rolling forward when   *
*> the result lands on a closure) - and emits the year's deposit   *
*> calendar twice: a print report, and DEPDATES.DAT shaped like    *
*> DUEDATES.DAT (id, due date, blank discount columns, amount,     *
*> jurisdiction as the terms code) so the cash-requirements        *
*> forecast can fold tax outflows in.  A deposit due inside an     *
*> EVENTS.DAT freeze window flags for early processing.            *
*>                                                                *
*> The amount is the pay date's tax for the jurisdiction from      *
*> PAYTAX.DAT (PAYDATE,JURISDICTION,WITHHELD,EMPLOYER, written by  *
*> PAYCALC) - the withholding and the employer's share together,   *
*> which is what the deposit pays.  A pay date not yet calculated  *
*> leaves the amount blank, as before.                             *
*>                                                                *
*> RETURN-CODE 4 when any deposit needs early processing.          *
*>*****************************************************************
        access is sequential
        file status is ws-rules-status.

    select paytax-file assign to 'paytax.dat'
        organization is line sequential
        access is sequential
        file status is ws-paytax-status.

    select depdate-file assign to 'depdates.dat'
        organization is line sequential
        access is sequential.

01  rules-record         pic x(40).

fd  paytax-file.

01  paytax-record        pic x(80).

fd  depdate-file.

01  depdate-record       pic x(80).
01  ws-rules-status      pic xx.
    88  ws-rules-ok          value '00'.

01  ws-paytax-status     pic xx.
    88  ws-paytax-ok         value '00'.

01  ws-eof-paydate       pic x       value 'N'.
    88  eof-paydate          value 'Y'.
01  ws-eof-rules         pic x       value 'N'.
    88  eof-rules            value 'Y'.

01  ws-eof-paytax        pic x       value 'N'.
    88  eof-paytax           value 'Y'.

01  dc-freeze-type       pic x(8) value 'FREEZE'.

01  dc-rule-count        usage signed-int value 0.
        10  dcr-days         usage signed-int.
        10  dcr-type         pic x(1).

01  dc-paytax-count      usage signed-int value 0.
01  dc-tidx              usage signed-int.
01  dc-paytaxes.
    05  dc-paytax occurs 2000 times.
        10  dct-paydate      pic x(10).
        10  dct-juris        pic x(8).
        10  dct-amount       pic s9(11)v99 comp-5.

01  dc-tok-withheld      pic x(16).
01  dc-tok-employer      pic x(16).
01  dc-amount            pic s9(11)v99 comp-5.
01  dc-amount-display    pic -(10)9.99.
01  dc-amount-text       pic x(14).

01  dc-tok-paydate       pic x(10).
01  dc-tok-cutoff        pic x(10).
01  dc-tok-juris         pic x(8).
        go to 9000-end
    end-if.

    perform 0150-loadpaytax.

    open input paydate-file.
    if not ws-paydate-ok
        display 'paydates.dat is missing; run paydates first.'
        end-read
    end-if.

*>*****************************************************************
*> 0150-loadpaytax / 0160-readpaytax                               *
*>                                                                *
*> Optional: without PAYTAX.DAT every amount stays blank.          *
*>*****************************************************************
0150-loadpaytax.
    open input paytax-file.
    if ws-paytax-ok
        perform 0160-readpaytax
        perform until eof-paytax or dc-paytax-count >= 2000
            move spaces to dc-tok-paydate dc-tok-juris
                dc-tok-withheld dc-tok-employer
            unstring paytax-record delimited by ','
                into dc-tok-paydate dc-tok-juris
                    dc-tok-withheld dc-tok-employer
            end-unstring
            if dc-tok-juris not = spaces
                add 1 to dc-paytax-count
                move dc-tok-paydate to dct-paydate(dc-paytax-count)
                move dc-tok-juris to dct-juris(dc-paytax-count)
                compute dct-amount(dc-paytax-count) =
                    function numval(dc-tok-withheld)
                    + function numval(dc-tok-employer)
            end-if
            perform 0160-readpaytax
        end-perform
        close paytax-file
    end-if.

0160-readpaytax.
    if not eof-paytax
        read paytax-file
            at end
                move 'Y' to ws-eof-paytax
        end-read
    end-if.

*>*****************************************************************
*> 0200-onepaydate                                                 *
*>*****************************************************************
        add 1 to dc-early-count
    end-if.

    move spaces to dc-amount-text.
    move 0 to dc-amount.
    perform varying dc-tidx from 1 by 1
            until dc-tidx > dc-paytax-count
        if dct-paydate(dc-tidx) = dc-tok-paydate
                and dct-juris(dc-tidx) = dcr-juris(dc-ridx)
            add dct-amount(dc-tidx) to dc-amount
            move 'Y' to dc-amount-text
        end-if
    end-perform.
    if dc-amount-text not = spaces
        move dc-amount to dc-amount-display
        move dc-amount-display to dc-amount-text
    end-if.

    display dcr-juris(dc-ridx) ' pay ' dc-tok-paydate
        ' deposit due ' dc-due-text ' ' dc-amount-text ' ' dc-flag.

*>  DUEDATES.DAT shape: id, due date, blank discount date and
*>  percent, amount (blank until the pay date is calculated),
*>  jurisdiction as the terms code - the cash-requirements
*>  forecast reads it as-is.
*>
    move spaces to dc-dep-id.
    string function trim(dcr-juris(dc-ridx)) '-'
        dc-due-text ','
        ','
        ','
        function trim(dc-amount-text) ','
        function trim(dcr-juris(dc-ridx))
        delimited by size into dc-line.
    move dc-line to depdate-record.
