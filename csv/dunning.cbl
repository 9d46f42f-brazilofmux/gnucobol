*>     LEVEL,WAITDAYS lines, 5 by default) has not passed since    *
*>     their prior letter, counted through ADDBUSINESSDAYS;        *
*>   - an active EVENTS.DAT window of type GOODWILL carries the    *
*>     customer's id as its name;                                  *
*>   - the customer has a promise to pay still open on COLLACT.DAT *
*>     (INPROMISE) - taken on the collector worklist and not yet   *
*>     found broken by PROMISECHECK.                               *
*>                                                                *
*> Each letter is addressed by name from the CUSTMAST.DAT master   *
*> through CUSTOMEROF.  An invoice under an open deduction on      *
*> DEDUCT.DAT (INDISPUTE) is left out of the letter and of the     *
*> customer's level - nobody is dunned over what they dispute.     *
*>*****************************************************************
identification division.
program-id. dunning.
    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

fd  dunhist-file.

01  du-today-ld          usage signed-int.
01  du-letter-count      usage signed-int value 0.
01  du-skip              pic x.
01  du-dispute           pic x.
01  du-promise           pic x.
01  du-promise-date      pic x(10).
01  du-disputed-count    usage signed-int value 0.

01  du-letter-base       pic x(40) value 'dunletters.txt'.
01  du-letter-name       pic x(60).
01  du-level-display     pic 9.
01  du-line              pic x(100).

*>  Name and address from the customer master (see CUSTOMEROF).
*>
01  du-cust-result.
    05  du-c-name           pic x(30).
    05  du-c-address        pic x(30).
    05  du-c-city           pic x(20).
    05  du-c-state          pic x(2).
    05  du-c-zip            pic x(10).
    05  du-c-terms          pic x(12).
    05  du-c-limit          pic s9(11)v99 comp-5.
    05  du-c-hold           pic x.
    05  du-c-collector      pic x(8).
    05  du-c-found          pic x.

01  du-parse-result.
    05  du-p-fielded.
        10  du-p-year        pic s9(9)   comp-5.

    display 'Dunning letters generated: ' du-letter-count
        ' (' function trim(du-letter-name) ').'.
    display 'Items held back under dispute: ' du-disputed-count.

9000-end.
    goback.
    end-if.
    perform 0110-readitem.
    perform until eof-openitem or du-item-count >= 1000
        move 'N' to du-dispute
        if function numval(oi-amount) > 0
            call 'indispute' using oi-customer oi-invoice du-dispute
            if du-dispute = 'Y'
                add 1 to du-disputed-count
            end-if
        end-if
        if function numval(oi-amount) > 0 and du-dispute = 'N'
            add 1 to du-item-count
            move oi-customer to dui-customer(du-item-count)
            move oi-invoice to dui-invoice(du-item-count)
        go to 0390-exit
    end-if.

*>  a promise to pay that still stands holds the letter; a broken
*>  one no longer does.
*>
    call 'inpromise' using du-customer du-promise du-promise-date.
    if du-promise = 'Y'
        display function trim(du-customer)
            ': promised to pay by ' du-promise-date ', no letter.'
        go to 0390-exit
    end-if.

*>  business-day spacing since the prior letter.
*>
    move 0 to du-last-ld.
    end-evaluate.
    move du-line to letter-record.
    write letter-record.
    call 'customerof' using du-customer du-cust-result.
    if du-c-found = 'Y'
        move du-c-name to letter-record
        write letter-record
        move spaces to du-line
        string function trim(du-c-address) ', '
            function trim(du-c-city) ' '
            function trim(du-c-state) ' '
            function trim(du-c-zip)
            delimited by size into du-line
        move du-line to letter-record
        write letter-record
    end-if.
    move all '-' to letter-record(1:46).
    move spaces to letter-record(47:).
    write letter-record.
