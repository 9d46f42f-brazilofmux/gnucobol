*>                                                                *
*> Each statement lands in its own generation-dated print file,    *
*> stmt.<customer>.txt, cataloged through GENCATALOG, with a       *
*> control report of statements produced.  The customer's name     *
*> and address head each statement from the CUSTMAST.DAT master    *
*> through CUSTOMEROF.                                             *
*>*****************************************************************
identification division.
program-id. statements.
    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

fd  audit-file.

01  st-age-display       pic zzz9.
01  st-line              pic x(100).

*>  Name and address from the customer master (see CUSTOMEROF).
*>
01  st-cust-result.
    05  st-c-name           pic x(30).
    05  st-c-address        pic x(30).
    05  st-c-city           pic x(20).
    05  st-c-state          pic x(2).
    05  st-c-zip            pic x(10).
    05  st-c-terms          pic x(12).
    05  st-c-limit          pic s9(11)v99 comp-5.
    05  st-c-hold           pic x.
    05  st-c-collector      pic x(8).
    05  st-c-found          pic x.

01  st-bucket-name-def.
    05  filler pic x(6) value '0-30'.
    05  filler pic x(6) value '31-60'.
        delimited by size into st-line.
    move st-line to stmt-record.
    write stmt-record.
    call 'customerof' using st-customer st-cust-result.
    if st-c-found = 'Y'
        move st-c-name to stmt-record
        write stmt-record
        move spaces to st-line
        string function trim(st-c-address) ', '
            function trim(st-c-city) ' '
            function trim(st-c-state) ' '
            function trim(st-c-zip)
            delimited by size into st-line
        move st-line to stmt-record
        write stmt-record
    end-if.
    move all '=' to stmt-record(1:46).
    move spaces to stmt-record(47:).
    write stmt-record.
