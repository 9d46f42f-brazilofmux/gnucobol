*>*****************************************************************
*> checkprt - Check printing on pre-printed stock, with MICR line. *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> POSPAY tells the bank what was issued, but the checks were      *
*> still run off PAYREG.DAT as a word-processor mail merge, so     *
*> nothing tied the paper to the issue file.  This reads the       *
*> payment register PAYREG.DAT, picks up every payment to a        *
*> check-method vendor (method CHECK on VENDBANK.DAT, or no        *
*> VENDBANK.DAT line at all) not voided and not yet printed, and   *
*> renders each onto the check stock in CHECKS.DAT, one form of    *
*> SHOPCHECK-FORM-LINES lines per check -                          *
*>                                                                *
*>   check   drawer, bank, check number, the date through          *
*>           DATEFORMAT in SHOPCHECK's code, the legal amount in   *
*>           words, payee and address below, the numeric amount    *
*>           asterisk-protected, and the MICR line - check number, *
*>           routing and account of the paying company's           *
*>           disbursement account, with the E-13B transit and      *
*>           on-us symbols as the MICR font's A and C              *
*>   stub    check number, date and payee again, then the covered  *
*>           invoices from PAYDETL.DAT - invoice, invoice date,    *
*>           gross, discount, net - as many as SHOPCHECK-STUB-     *
*>           LINES hold, the rest left to the REMIT advice         *
*>                                                                *
*> The payment's company is PAYREG.DAT column 7 (blank for the     *
*> home company); COMPANYOF gives its disbursement account, the    *
*> first on COMPANY.DAT, or SHOPCHECK's when the company has none  *
*> on the master.  The bank name is SHOPCHECK's, printed only on a *
*> check drawn on its routing.  A payment for a company not on the *
*> master is not printed, RETURN-CODE 8.                           *
*>                                                                *
*> A payee code means nothing until the payment's kind is known,   *
*> so PAYKINDOF classifies each payment first from the refund and  *
*> claim histories.  A vendor payment's payee and remit-to address *
*> come from VENDBANKOF (an ACH vendor's payment is ACHPAY's, not  *
*> printed here); a REFUND refund's from the customer master       *
*> through CUSTOMEROF; an EXPCLAIM reimbursement's from            *
*> EMPLOYEE.DAT, the name only, the master holding no address.     *
*> VENDBANK.DAT is never consulted for a refund or reimbursement,  *
*> so a vendor that shares the payee's code cannot take its check. *
*> A payee missing from its master is never printed to the bare    *
*> code: the run prints nothing, RETURN-CODE 8, with a critical    *
*> alert through ALERTADD for each such check.  A payment that     *
*> PAYKINDOF cannot classify is left unprinted, as POSPAY leaves   *
*> it un-issued.                                                   *
*>                                                                *
*> Before any form is printed the run is proved against the        *
*> POSPAY issue files, one per company account - the staged        *
*> POSPAY.DAT.STG (POSPAY-company.DAT.STG), or POSPAY.DAT once     *
*> PUBLISH has moved it: for each, the first and last check        *
*> number, the count and the total of that company's checks about  *
*> to print must agree with the file's issue records, and those    *
*> with its own trailer, which must name the same account.  A run  *
*> that does not agree prints nothing, so no check leaves the      *
*> building that the bank would not honour.  Every check           *
*> printed is recorded in CHECKREG.DAT,                            *
*>                                                                *
*>   PAYNO,PRINTDATE,VENDOR,AMOUNT,KIND                            *
*>                                                                *
*> KIND PRINT or REPRINT, so no later run prints it twice.  A      *
*> payment APPROVALOF does not show released through PAYAPPROVE is *
*> left off a first printing, as POSPAY leaves it out of the issue *
*> file, until it is approved.                                     *
*>                                                                *
*> Command line: [REPRINT from-payno [to-payno]]                   *
*>                                                                *
*> REPRINT prints a range again after a jam or a spoiled form.  It *
*> is gated by OPERAUTH (program CHECKPRT, action REPRINT) and     *
*> journaled through MAINTJOURNAL; a check in the range is only    *
*> reprinted when it has been printed before and OUTSTAND.DAT      *
*> still shows it ISSUED for the same amount - a cleared, voided   *
*> or stale-dated check is never put back on paper.                *
*>                                                                *
*> RETURN-CODE 4 when a check in a reprint range is refused, 8     *
*> when the run does not agree with the issue file or the command  *
*> line is wrong or a payee cannot be found, 12 when the operator  *
*> may not reprint, 16 when CHECKREG.DAT, OUTSTAND.DAT or the run  *
*> outgrows its table - 500 checks, ten companies.                 *
*>*****************************************************************
identification division.
program-id. checkprt.

environment division.
configuration section.
repository.
    function currentbusinessdate
    function dateformat
    function all intrinsic.

input-output section.
file-control.

    select payreg-file assign to 'payreg.dat'
        organization is line sequential
        access is sequential
        file status is ws-payreg-status.

    select paydetl-file assign to 'paydetl.dat'
        organization is line sequential
        access is sequential
        file status is ws-paydetl-status.

    select outstand-file assign to 'outstand.dat'
        organization is line sequential
        access is sequential
        file status is ws-outstand-status.

    select checkreg-file assign to 'checkreg.dat'
        organization is line sequential
        access is sequential
        file status is ws-checkreg-status.

    select issue-file assign to ck-issue-name
        organization is line sequential
        access is sequential
        file status is ws-issue-status.

    select checks-file assign to 'checks.dat'
        organization is line sequential
        access is sequential
        file status is ws-checks-status.

    select employee-file assign to 'employee.dat'
        organization is line sequential
        access is sequential
        file status is ws-employee-status.

data division.
file section.
fd  payreg-file.

01  payreg-record        pic x(80).

fd  paydetl-file.

01  paydetl-record       pic x(120).

fd  outstand-file.

01  outstand-record      pic x(100).

fd  checkreg-file.

01  checkreg-record      pic x(100).

fd  issue-file.

01  issue-record.
    05  is-payno        pic 9(6).
    05  is-date         pic 9(8).
    05  is-payee        pic x(20).
    05  is-amount       pic 9(11).99.
    05  is-type         pic x.
01  issue-trailer.
    05  it-label        pic x(8).
    05  it-count        pic 9(6).
    05  filler          pic x.
    05  it-total        pic 9(13).99.
    05  filler          pic x.
    05  it-account      pic x(17).

fd  checks-file.

01  checks-record        pic x(80).

fd  employee-file.

01  employee-record      pic x(80).

working-storage section.
01  ws-payreg-status     pic xx.
    88  ws-payreg-ok         value '00'.
01  ws-paydetl-status    pic xx.
    88  ws-paydetl-ok        value '00'.
01  ws-outstand-status   pic xx.
    88  ws-outstand-ok       value '00'.
01  ws-checkreg-status   pic xx.
    88  ws-checkreg-ok       value '00'.
01  ws-issue-status      pic xx.
    88  ws-issue-ok          value '00'.
01  ws-checks-status     pic xx.
    88  ws-checks-ok         value '00'.
01  ws-employee-status   pic xx.
    88  ws-employee-ok       value '00'.

01  ws-eof-payreg        pic x       value 'N'.
    88  eof-payreg           value 'Y'.
01  ws-eof-paydetl       pic x       value 'N'.
    88  eof-paydetl          value 'Y'.
01  ws-eof-outstand      pic x       value 'N'.
    88  eof-outstand         value 'Y'.
01  ws-eof-checkreg      pic x       value 'N'.
    88  eof-checkreg         value 'Y'.
01  ws-eof-issue         pic x       value 'N'.
    88  eof-issue            value 'Y'.
01  ws-eof-employee      pic x       value 'N'.
    88  eof-employee         value 'Y'.

01  ws-cmdline           pic x(200).
01  ws-arg-action        pic x(8).
01  ws-arg-from          pic x(10).
01  ws-arg-to            pic x(10).

copy shopcheck.
copy compinfo.

01  ck-issue-name        pic x(60) value 'pospay.dat.stg'.
01  ck-pickup-name       pic x(60) value 'pospay.dat'.

01  ck-reprint           pic x       value 'N'.
    88  reprint-run          value 'Y'.
01  ck-from-payno        pic 9(6)    value 0.
01  ck-to-payno          pic 9(6)    value 0.
01  ck-rc                pic 99      value 0.
01  ck-overflow          pic x       value 'N'.

*>  Checks already printed, from CHECKREG.DAT.
*>
01  ck-printed-count     usage signed-int value 0.
01  ck-printed           occurs 2000 times pic 9(6).

*>  The issued-payment register, for a reprint's checks.
*>
01  ck-out-count         usage signed-int value 0.
01  ck-outstanding.
    05  ck-out occurs 2000 times.
        10  cko-payno        pic 9(6).
        10  cko-amount       pic s9(11)v99 comp-5.
        10  cko-status       pic x(8).

01  ck-detl-lines        occurs 5000 times pic x(120).
01  ck-detl-count        usage signed-int value 0.

*>  The checks selected this run, in register order.
*>
01  ck-check-count       usage signed-int value 0.
01  ck-checks.
    05  ck-check occurs 500 times.
        10  ckc-payno        pic 9(6).
        10  ckc-date         pic x(10).
        10  ckc-vendor       pic x(12).
        10  ckc-amount       pic s9(11)v99 comp-5.
        10  ckc-acct         pic 99      comp-5.
        10  ckc-name         pic x(30).
        10  ckc-address      pic x(30).
        10  ckc-city         pic x(20).
        10  ckc-state        pic x(2).
        10  ckc-zip          pic x(10).

*>  The disbursement accounts the run's checks are drawn on, one
*>  per company, each proved against its own POSPAY issue file.
*>
01  ck-acct-count        usage signed-int value 0.
01  ck-accts.
    05  ck-acct occurs 10 times.
        10  cka-company      pic x(4).
        10  cka-routing      pic x(9).
        10  cka-account      pic x(17).
        10  cka-issue        pic x(60).
        10  cka-pickup       pic x(60).
        10  cka-first        pic 9(6).
        10  cka-last         pic 9(6).
        10  cka-count        usage signed-int.
        10  cka-total        pic s9(13)v99 comp-5.
01  ck-adx               usage signed-int.
01  ck-hit               usage signed-int.
01  ck-no-company        usage signed-int value 0.
01  ck-no-payee          usage signed-int value 0.

01  ck-idx               usage signed-int.
01  ck-jdx               usage signed-int.
01  ck-found             pic x.

01  ck-tok-payno         pic x(6).
01  ck-tok-date          pic x(10).
01  ck-tok-vendor        pic x(12).
01  ck-tok-amount        pic x(16).
01  ck-tok-status        pic x(8).
01  ck-tok-reason        pic x(30).
01  ck-tok-company       pic x(8).
01  ck-tok-empname       pic x(30).
01  ck-kind-payno        pic x(12).
01  ck-kind              pic x(8).
01  ck-payee-master      pic x(8).
01  ck-tok-invoice       pic x(16).
01  ck-tok-gross         pic x(16).
01  ck-tok-disc          pic x(16).
01  ck-tok-net           pic x(16).
01  ck-tok-paydate       pic x(10).
01  ck-tok-invdate       pic x(10).

01  ck-payno             pic 9(6).
01  ck-amount            pic s9(11)v99 comp-5.
01  ck-limit             pic s9(11)v99 comp-5 value 999999999.99.

*>  Run control figures: the checks selected, and the issue file.
*>
01  ck-first             pic 9(6)    value 0.
01  ck-last              pic 9(6)    value 0.
01  ck-total             pic s9(13)v99 comp-5 value 0.
01  ck-is-first          pic 9(6)    value 0.
01  ck-is-last           pic 9(6)    value 0.
01  ck-is-count          usage signed-int value 0.
01  ck-is-total          pic s9(13)v99 comp-5 value 0.
01  ck-it-count          usage signed-int value 0.
01  ck-it-total          pic s9(13)v99 comp-5 value 0.
01  ck-it-seen           pic x       value 'N'.
01  ck-agreed            pic x       value 'Y'.

01  ck-bank-result.
    05  ck-b-routing         pic x(9).
    05  ck-b-account         pic x(17).
    05  ck-b-changed         pic x(10).
    05  ck-b-name            pic x(30).
    05  ck-b-address         pic x(30).
    05  ck-b-city            pic x(20).
    05  ck-b-state           pic x(2).
    05  ck-b-zip             pic x(10).
    05  ck-b-method          pic x(5).
    05  ck-b-found           pic x.

01  ck-cust-result.
    05  ck-c-name            pic x(30).
    05  ck-c-address         pic x(30).
    05  ck-c-city            pic x(20).
    05  ck-c-state           pic x(2).
    05  ck-c-zip             pic x(10).
    05  ck-c-terms           pic x(12).
    05  ck-c-limit           pic s9(11)v99 comp-5.
    05  ck-c-hold            pic x.
    05  ck-c-collector       pic x(8).
    05  ck-c-found           pic x.

*>  Alert interface (see ALERTADD).
*>
01  ck-al-severity       pic x.
01  ck-al-job            pic x(12) value 'CHECKPRT'.
01  ck-al-key            pic x(40).
01  ck-al-msg            pic x(60).

*>  Approval (see APPROVALOF in PAYAPPROVE).
*>
01  ck-approval.
    05  ck-a-status          pic x(8).
    05  ck-a-released        pic x.
    05  ck-a-run             pic 9(6).
    05  ck-a-runby           pic x(8).
    05  ck-a-amount          pic s9(11)v99 comp-5.
    05  ck-a-run-total       pic s9(13)v99 comp-5.
    05  ck-a-run-released    pic x.
    05  ck-a-approver        pic x(8).

*>  Maintenance-journal interface (see MAINTJOURNAL): every
*>  reprint is traceable to a date, an operator, and its range.
*>
01  vj-program           pic x(12) value 'CHECKPRT'.
01  vj-action            pic x(8).
01  vj-before            pic x(80).
01  vj-after             pic x(80).

*>  Operator authorization (see OPERAUTH).
*>
01  ck-operator          pic x(8).
01  ck-auth-result       pic x.

01  ck-fielded-date.
    05  ck-year              pic s9(9)   comp-5.
    05  ck-month             pic 99      comp-5.
    05  ck-dom               pic 99      comp-5.
    05  ck-doy               pic 999     comp-5.
    05  ck-dow               pic 9       comp-5.

01  ck-today-text.
    05  ck-td-year           pic 9(4).
    05  filler               pic x value '-'.
    05  ck-td-month          pic 99.
    05  filler               pic x value '-'.
    05  ck-td-dom            pic 99.

01  ck-check-date        pic x(20).
01  ck-date-format       pic x(2).

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

*>  Legal amount in words.
*>
01  ck-ones-def.
    05  filler pic x(9) value 'ONE'.
    05  filler pic x(9) value 'TWO'.
    05  filler pic x(9) value 'THREE'.
    05  filler pic x(9) value 'FOUR'.
    05  filler pic x(9) value 'FIVE'.
    05  filler pic x(9) value 'SIX'.
    05  filler pic x(9) value 'SEVEN'.
    05  filler pic x(9) value 'EIGHT'.
    05  filler pic x(9) value 'NINE'.
    05  filler pic x(9) value 'TEN'.
    05  filler pic x(9) value 'ELEVEN'.
    05  filler pic x(9) value 'TWELVE'.
    05  filler pic x(9) value 'THIRTEEN'.
    05  filler pic x(9) value 'FOURTEEN'.
    05  filler pic x(9) value 'FIFTEEN'.
    05  filler pic x(9) value 'SIXTEEN'.
    05  filler pic x(9) value 'SEVENTEEN'.
    05  filler pic x(9) value 'EIGHTEEN'.
    05  filler pic x(9) value 'NINETEEN'.
01  ck-ones-table redefines ck-ones-def.
    05  ck-ones          pic x(9) occurs 19 times.

01  ck-tens-def.
    05  filler pic x(7) value 'TWENTY'.
    05  filler pic x(7) value 'THIRTY'.
    05  filler pic x(7) value 'FORTY'.
    05  filler pic x(7) value 'FIFTY'.
    05  filler pic x(7) value 'SIXTY'.
    05  filler pic x(7) value 'SEVENTY'.
    05  filler pic x(7) value 'EIGHTY'.
    05  filler pic x(7) value 'NINETY'.
01  ck-tens-table redefines ck-tens-def.
    05  ck-tens          pic x(7) occurs 8 times.

01  ck-dollars           pic 9(9).
01  ck-dollar-groups     redefines ck-dollars.
    05  ck-millions          pic 999.
    05  ck-thousands         pic 999.
    05  ck-units             pic 999.
01  ck-cents             pic 99.
01  ck-group             pic 999.
01  ck-group-digits      redefines ck-group.
    05  ck-g-hundreds        pic 9.
    05  ck-g-rest            pic 99.
01  ck-g-rest-digits     redefines ck-group.
    05  filler               pic 9.
    05  ck-g-tens            pic 9.
    05  ck-g-ones            pic 9.
01  ck-word              pic x(16).
01  ck-words             pic x(160).
01  ck-wptr              usage signed-int.
01  ck-wlen              usage signed-int.
01  ck-split             usage signed-int.
01  ck-words-1           pic x(68).
01  ck-words-2           pic x(68).

*>  Form lines.
*>
01  ck-print             pic x(80).
01  ck-form-line         usage signed-int.
01  ck-stub-count        usage signed-int.
01  ck-stub-more         usage signed-int.
01  ck-micr              pic x(40).
01  ck-protected         pic $***,***,**9.99.
01  ck-amount-display    pic -(10)9.99.
01  ck-gross-display     pic -(8)9.99.
01  ck-disc-display      pic -(6)9.99.
01  ck-net-display       pic -(8)9.99.
01  ck-count-display     pic z(5)9.
01  ck-total-display     pic -(12)9.99.
01  ck-line              pic x(100).

procedure division.
0000-start-here.
    move 0 to return-code.

    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move spaces to ws-arg-action ws-arg-from ws-arg-to.
    unstring ws-cmdline delimited by all space
        into ws-arg-action ws-arg-from ws-arg-to.
    move function upper-case(ws-arg-action) to ws-arg-action.

    evaluate true
        when ws-arg-action = spaces or ws-arg-action = low-values
            continue
        when ws-arg-action = 'REPRINT'
                and ws-arg-from not = spaces
                and function test-numval(ws-arg-from) = 0
            move 'Y' to ck-reprint
            compute ck-from-payno = function numval(ws-arg-from)
            move ck-from-payno to ck-to-payno
            if ws-arg-to not = spaces
                if function test-numval(ws-arg-to) = 0
                    compute ck-to-payno = function numval(ws-arg-to)
                else
                    move 0 to ck-to-payno
                end-if
            end-if
        when other
            move 0 to ck-to-payno
    end-evaluate.
    if (ws-arg-action not = spaces and not reprint-run)
            or ck-to-payno < ck-from-payno
        display 'Usage: checkprt [REPRINT from-payno [to-payno]]'
        move 8 to return-code
        go to 9000-end
    end-if.

    if reprint-run
        perform 0050-authorize
        if ck-rc = 12
            go to 9000-end
        end-if
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to ck-fielded-date.
    move ck-year to ck-td-year.
    move ck-month to ck-td-month.
    move ck-dom to ck-td-dom.

    perform 0100-loadprinted.
    perform 0150-loaddetail.
    if reprint-run
        perform 0170-loadoutstand
    end-if.

*>  a printed check outside the guard table would be printed a
*>  second time - abandon before printing anything instead.
*>
    if ck-overflow = 'Y'
        display 'checkreg.dat, outstand.dat or paydetl.dat exceeds'
            ' its table; run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.

    open input payreg-file.
    if not ws-payreg-ok
        display 'payreg.dat is missing; run payrun first.'
        move 8 to return-code
        go to 9000-end
    end-if.
    perform 0910-readpayreg.
    perform until eof-payreg or ck-overflow = 'Y'
        perform 0300-onepayment thru 0390-exit
        perform 0910-readpayreg
    end-perform.
    close payreg-file.

    if ck-overflow = 'Y'
        display 'More than 500 checks or ten companies to print;'
            ' run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.

    if ck-no-company > 0
        move 8 to ck-rc
    end-if.

*>  a check is never made out to a bare vendor code.
*>
    if ck-no-payee > 0
        move ck-no-payee to ck-count-display
        display 'Checks NOT printed - '
            function trim(ck-count-display)
            ' with no payee name and address on file.'
        move 8 to return-code
        go to 9000-end
    end-if.

    if ck-check-count = 0
        if reprint-run
            display 'Nothing in ' ck-from-payno '-' ck-to-payno
                ' to reprint.'
            move 4 to ck-rc
        else
            display 'Nothing new to print.'
        end-if
        move ck-rc to return-code
        go to 9000-end
    end-if.

*>  a first printing must agree with what the bank was told.
*>
    if not reprint-run
        perform 0400-verifyissue
        if ck-agreed not = 'Y'
            display 'Checks NOT printed - the run does not agree'
                ' with the POSPAY issue files.'
            move 8 to return-code
            go to 9000-end
        end-if
    end-if.

    open output checks-file.
    open extend checkreg-file.
    if not ws-checkreg-ok
        open output checkreg-file
    end-if.
    perform varying ck-idx from 1 by 1 until ck-idx > ck-check-count
        perform 0500-printcheck
        perform 0700-registercheck
    end-perform.
    close checks-file.
    close checkreg-file.

    if reprint-run
        perform 0800-journal
    end-if.

    move ck-check-count to ck-count-display.
    move ck-total to ck-total-display.
    display 'Checks printed: ' function trim(ck-count-display)
        '  numbers ' ck-first '-' ck-last
        '  total ' function trim(ck-total-display).
    display 'Forms written to checks.dat.'
    move ck-rc to return-code.

9000-end.
    goback.

*>*****************************************************************
*> 0050-authorize                                                  *
*>*****************************************************************
0050-authorize.
    move spaces to ck-operator.
    accept ck-operator from environment 'OPERATOR'.
    move function upper-case(ck-operator) to ck-operator.
    call 'operauth' using ck-operator vj-program ws-arg-action
        ck-auth-result.
    if ck-auth-result not = 'Y'
        display 'Operator "' function trim(ck-operator)
            '" is not authorized for ' ws-arg-action
            ' in checkprt.'
        move 12 to ck-rc
        move 12 to return-code
    end-if.

*>*****************************************************************
*> 0100-loadprinted / 0110-readcheckreg                            *
*>*****************************************************************
0100-loadprinted.
    move 0 to ck-printed-count.
    open input checkreg-file.
    if ws-checkreg-ok
        perform 0110-readcheckreg
        perform until eof-checkreg or ck-printed-count >= 2000
            move spaces to ck-tok-payno
            unstring checkreg-record delimited by ','
                into ck-tok-payno
            end-unstring
            if ck-tok-payno not = spaces
                add 1 to ck-printed-count
                compute ck-printed(ck-printed-count) =
                    function numval(ck-tok-payno)
            end-if
            perform 0110-readcheckreg
        end-perform
        if not eof-checkreg
            move 'Y' to ck-overflow
        end-if
        close checkreg-file
    end-if.

0110-readcheckreg.
    if not eof-checkreg
        read checkreg-file
            at end
                move 'Y' to ws-eof-checkreg
        end-read
    end-if.

*>*****************************************************************
*> 0150-loaddetail / 0160-readpaydetl                              *
*>*****************************************************************
0150-loaddetail.
    move 0 to ck-detl-count.
    open input paydetl-file.
    if ws-paydetl-ok
        perform 0160-readpaydetl
        perform until eof-paydetl or ck-detl-count >= 5000
            add 1 to ck-detl-count
            move paydetl-record to ck-detl-lines(ck-detl-count)
            perform 0160-readpaydetl
        end-perform
        if not eof-paydetl
            move 'Y' to ck-overflow
        end-if
        close paydetl-file
    end-if.

0160-readpaydetl.
    if not eof-paydetl
        read paydetl-file
            at end
                move 'Y' to ws-eof-paydetl
        end-read
    end-if.

*>*****************************************************************
*> 0170-loadoutstand / 0180-readoutstand                           *
*>*****************************************************************
0170-loadoutstand.
    move 0 to ck-out-count.
    open input outstand-file.
    if ws-outstand-ok
        perform 0180-readoutstand
        perform until eof-outstand or ck-out-count >= 2000
            move spaces to ck-tok-payno ck-tok-date ck-tok-vendor
                ck-tok-amount ck-tok-status
            unstring outstand-record delimited by ','
                into ck-tok-payno ck-tok-date ck-tok-vendor
                    ck-tok-amount ck-tok-status
            end-unstring
            if ck-tok-payno not = spaces
                add 1 to ck-out-count
                compute cko-payno(ck-out-count) =
                    function numval(ck-tok-payno)
                compute cko-amount(ck-out-count) =
                    function numval(ck-tok-amount)
                move ck-tok-status to cko-status(ck-out-count)
            end-if
            perform 0180-readoutstand
        end-perform
        if not eof-outstand
            move 'Y' to ck-overflow
        end-if
        close outstand-file
    end-if.

0180-readoutstand.
    if not eof-outstand
        read outstand-file
            at end
                move 'Y' to ws-eof-outstand
        end-read
    end-if.

*>*****************************************************************
*> 0300-onepayment                                                 *
*>                                                                *
*> Selects one register payment for printing: a first printing     *
*> takes every released check payment not yet on CHECKREG.DAT, a   *
*> reprint every check payment in its range that was printed before*
*> and is still outstanding for the same amount.                   *
*>*****************************************************************
0300-onepayment.
    move spaces to ck-tok-payno ck-tok-date ck-tok-vendor
        ck-tok-amount ck-tok-status ck-tok-reason ck-tok-company.
    unstring payreg-record delimited by ','
        into ck-tok-payno ck-tok-date ck-tok-vendor
            ck-tok-amount ck-tok-status ck-tok-reason ck-tok-company
    end-unstring.
    if ck-tok-payno = spaces or ck-tok-status = 'VOID'
        go to 0390-exit
    end-if.
    compute ck-payno = function numval(ck-tok-payno).
    if reprint-run
            and (ck-payno < ck-from-payno or ck-payno > ck-to-payno)
        go to 0390-exit
    end-if.

    move ck-tok-payno to ck-kind-payno.
    call 'paykindof' using ck-kind-payno ck-kind.
    if ck-kind = spaces
        go to 0390-exit
    end-if.
    if ck-kind = 'PAYMENT'
        call 'vendbankof' using ck-tok-vendor ck-bank-result
        if ck-b-found = 'Y' and ck-b-method = 'ACH'
            go to 0390-exit
        end-if
    end-if.
    compute ck-amount = function numval(ck-tok-amount).

    move function upper-case(ck-tok-company(1:4))
        to ck-tok-company.
    call 'companyof' using ck-tok-company(1:4) compinfo-result.
    if ci-found not = 'Y'
        display 'Check ' ck-payno ' is for company '
            function trim(ck-tok-company)
            ', not on company.dat; not printed.'
        add 1 to ck-no-company
        go to 0390-exit
    end-if.
    if ci-home = 'Y'
        move spaces to ck-tok-company
    end-if.

    move 'N' to ck-found.
    perform varying ck-jdx from 1 by 1
            until ck-jdx > ck-printed-count
        if ck-printed(ck-jdx) = ck-payno
            move 'Y' to ck-found
        end-if
    end-perform.

    if not reprint-run
        if ck-found = 'Y'
            go to 0390-exit
        end-if
        call 'approvalof' using ck-payno ck-approval
        if ck-a-released not = 'Y'
            go to 0390-exit
        end-if
    else
        if ck-found = 'N'
            display 'Check ' ck-payno ' has never been printed;'
                ' run checkprt without REPRINT.'
            move 4 to ck-rc
            go to 0390-exit
        end-if
        move 'N' to ck-found
        perform varying ck-jdx from 1 by 1
                until ck-jdx > ck-out-count
            if cko-payno(ck-jdx) = ck-payno
                    and cko-status(ck-jdx) = 'ISSUED'
                    and cko-amount(ck-jdx) = ck-amount
                move 'Y' to ck-found
            end-if
        end-perform
        if ck-found = 'N'
            display 'Check ' ck-payno ' is not outstanding as issued'
                ' on outstand.dat; not reprinted.'
            move 4 to ck-rc
            go to 0390-exit
        end-if
    end-if.

    if ck-amount > ck-limit or ck-amount <= 0
        move ck-amount to ck-amount-display
        display 'Check ' ck-payno ' for ' ck-amount-display
            ' cannot be printed on check stock.'
        move 8 to ck-rc
        go to 0390-exit
    end-if.

    perform 0350-acctfor.
    if ck-check-count >= 500 or ck-hit = 0
        move 'Y' to ck-overflow
        go to 0390-exit
    end-if.
    add 1 to ck-check-count.
    move ck-payno to ckc-payno(ck-check-count).
    move ck-tok-date to ckc-date(ck-check-count).
    move ck-tok-vendor to ckc-vendor(ck-check-count).
    move ck-amount to ckc-amount(ck-check-count).
    move ck-hit to ckc-acct(ck-check-count).
    perform 0360-payee.

    if ck-check-count = 1
        move ck-payno to ck-first
    end-if.
    move ck-payno to ck-last.
    add ck-amount to ck-total.

    if cka-count(ck-hit) = 0
        move ck-payno to cka-first(ck-hit)
    end-if.
    move ck-payno to cka-last(ck-hit).
    add 1 to cka-count(ck-hit).
    add ck-amount to cka-total(ck-hit).

0390-exit.
    exit.

*>*****************************************************************
*> 0350-acctfor                                                    *
*>                                                                *
*> CK-HIT the disbursement account for the company COMPANYOF last  *
*> returned (its code, blank for the home company, in              *
*> CK-TOK-COMPANY), added the first time one of its checks is      *
*> selected; 0 when a company past the tenth would need one.       *
*>*****************************************************************
0350-acctfor.
    move 0 to ck-hit.
    perform varying ck-adx from 1 by 1 until ck-adx > ck-acct-count
        if cka-company(ck-adx) = ck-tok-company
            move ck-adx to ck-hit
        end-if
    end-perform.
    if ck-hit = 0 and ck-acct-count < 10
        add 1 to ck-acct-count
        move ck-acct-count to ck-hit
        move ck-tok-company to cka-company(ck-hit)
        if ci-bank-count > 0
            move ci-routing(1) to cka-routing(ck-hit)
            move ci-account(1) to cka-account(ck-hit)
        else
            move shopcheck-routing to cka-routing(ck-hit)
            move shopcheck-account to cka-account(ck-hit)
        end-if
        if ck-tok-company = spaces
            move ck-issue-name to cka-issue(ck-hit)
            move ck-pickup-name to cka-pickup(ck-hit)
        else
            move spaces to cka-issue(ck-hit) cka-pickup(ck-hit)
            string 'pospay-'
                function lower-case(function trim(ck-tok-company))
                '.dat.stg'
                delimited by size into cka-issue(ck-hit)
            string 'pospay-'
                function lower-case(function trim(ck-tok-company))
                '.dat'
                delimited by size into cka-pickup(ck-hit)
        end-if
        move 0 to cka-first(ck-hit) cka-last(ck-hit)
        move 0 to cka-count(ck-hit)
        move 0 to cka-total(ck-hit)
    end-if.

*>*****************************************************************
*> 0360-payee / 0370-employeeof                                    *
*>                                                                *
*> The payee's name and address for the check just selected, from  *
*> the master its kind (CK-KIND, from PAYKINDOF) names: a vendor   *
*> payment VENDBANKOF's remit-to (already in CK-BANK-RESULT), a    *
*> refund the customer master, a reimbursement the employee        *
*> master's name.  Not there and the check is counted and          *
*> alerted, and the run refused.                                   *
*>*****************************************************************
0360-payee.
    move spaces to ckc-name(ck-check-count)
        ckc-address(ck-check-count) ckc-city(ck-check-count)
        ckc-state(ck-check-count) ckc-zip(ck-check-count).
    evaluate ck-kind
        when 'REFUND'
            move 'customer' to ck-payee-master
            call 'customerof' using ck-tok-vendor ck-cust-result
            if ck-c-found = 'Y'
                move ck-c-name to ckc-name(ck-check-count)
                move ck-c-address to ckc-address(ck-check-count)
                move ck-c-city to ckc-city(ck-check-count)
                move ck-c-state to ckc-state(ck-check-count)
                move ck-c-zip to ckc-zip(ck-check-count)
            end-if
        when 'EXPCLAIM'
            move 'employee' to ck-payee-master
            perform 0370-employeeof
            move ck-tok-empname to ckc-name(ck-check-count)
        when other
            move 'vendor' to ck-payee-master
            if ck-b-found = 'Y'
                move ck-b-name to ckc-name(ck-check-count)
                move ck-b-address to ckc-address(ck-check-count)
                move ck-b-city to ckc-city(ck-check-count)
                move ck-b-state to ckc-state(ck-check-count)
                move ck-b-zip to ckc-zip(ck-check-count)
            end-if
    end-evaluate.

    if ckc-name(ck-check-count) = spaces
        display 'Check ' ck-payno ' to '
            function trim(ck-tok-vendor)
            ' - no ' function trim(ck-payee-master)
            ' of that code.'
        add 1 to ck-no-payee
        move 'C' to ck-al-severity
        move spaces to ck-al-key
        move ck-payno to ck-al-key(1:6)
        move spaces to ck-al-msg
        string 'check payee not on the '
            function trim(ck-payee-master) ' file'
            delimited by size into ck-al-msg
        call 'alertadd' using ck-al-severity ck-al-job
            ck-al-key ck-al-msg
    end-if.

0370-employeeof.
    move spaces to ck-tok-empname.
    move 'N' to ws-eof-employee.
    open input employee-file.
    if ws-employee-ok
        perform 0380-reademployee
        perform until eof-employee or ck-tok-empname not = spaces
            move spaces to ck-tok-invoice
            unstring employee-record delimited by ','
                into ck-tok-invoice
            end-unstring
            if ck-tok-invoice = ck-tok-vendor
                unstring employee-record delimited by ','
                    into ck-tok-invoice ck-tok-empname
                end-unstring
            end-if
            perform 0380-reademployee
        end-perform
        close employee-file
    end-if.

0380-reademployee.
    if not eof-employee
        read employee-file
            at end
                move 'Y' to ws-eof-employee
        end-read
    end-if.

*>*****************************************************************
*> 0400-verifyissue / 0420-verifyacct / 0410-readissue             *
*>                                                                *
*> The issue records of each company's POSPAY file - staged, or    *
*> published - summed and compared with that company's checks.     *
*>*****************************************************************
0400-verifyissue.
    move 'Y' to ck-agreed.
    perform varying ck-adx from 1 by 1 until ck-adx > ck-acct-count
        perform 0420-verifyacct
    end-perform.

0420-verifyacct.
    move 0 to ck-is-first ck-is-last.
    move 0 to ck-is-count.
    move 0 to ck-is-total.
    move 0 to ck-it-count.
    move 0 to ck-it-total.
    move 'N' to ck-it-seen.
    move 'N' to ws-eof-issue.
    move cka-issue(ck-adx) to ck-issue-name.
    open input issue-file.
    if not ws-issue-ok
        move cka-pickup(ck-adx) to ck-issue-name
        open input issue-file
    end-if.
    if not ws-issue-ok
        display 'No POSPAY issue file ('
            function trim(cka-issue(ck-adx)) ' or '
            function trim(cka-pickup(ck-adx)) '); run pospay first.'
        move 'N' to ck-agreed
    else
        perform 0410-readissue
        perform until eof-issue
            evaluate true
                when it-label = 'TRAILER '
                    move 'Y' to ck-it-seen
                    move it-count to ck-it-count
                    compute ck-it-total = function numval(it-total)
                    if it-account not = spaces
                            and it-account not = cka-account(ck-adx)
                        display 'Issue file '
                            function trim(ck-issue-name)
                            ' is for account ' it-account
                        move 'N' to ck-agreed
                    end-if
                when is-type = 'I'
                    add 1 to ck-is-count
                    compute ck-is-total =
                        ck-is-total + function numval(is-amount)
                    if ck-is-count = 1
                        move is-payno to ck-is-first
                    end-if
                    move is-payno to ck-is-last
                when other
                    continue
            end-evaluate
            perform 0410-readissue
        end-perform
        close issue-file

        if ck-it-seen not = 'Y'
                or ck-it-count not = ck-is-count
                or ck-it-total not = ck-is-total
            display 'Issue file ' function trim(ck-issue-name)
                ' does not agree with its own trailer.'
            move 'N' to ck-agreed
        end-if
        if ck-is-first not = cka-first(ck-adx)
                or ck-is-last not = cka-last(ck-adx)
                or ck-is-count not = cka-count(ck-adx)
                or ck-is-total not = cka-total(ck-adx)
            move 'N' to ck-agreed
        end-if

        display 'Account ' function trim(cka-account(ck-adx))
            ', ' function trim(ck-issue-name)
        move ck-is-count to ck-count-display
        move ck-is-total to ck-total-display
        display 'Issue file: numbers ' ck-is-first '-' ck-is-last
            '  count ' function trim(ck-count-display)
            '  total ' function trim(ck-total-display)
        move cka-count(ck-adx) to ck-count-display
        move cka-total(ck-adx) to ck-total-display
        display 'To print:   numbers ' cka-first(ck-adx) '-'
            cka-last(ck-adx)
            '  count ' function trim(ck-count-display)
            '  total ' function trim(ck-total-display)
    end-if.

0410-readissue.
    if not eof-issue
        read issue-file
            at end
                move 'Y' to ws-eof-issue
        end-read
    end-if.

*>*****************************************************************
*> 0500-printcheck                                                 *
*>                                                                *
*> One form for check CK-IDX: the check itself, the MICR line, and *
*> the stub, padded to SHOPCHECK-FORM-LINES.                       *
*>*****************************************************************
0500-printcheck.
    move 0 to ck-form-line.

    move ckc-acct(ck-idx) to ck-adx.
    move ckc-name(ck-idx) to ck-b-name.
    move ckc-address(ck-idx) to ck-b-address.
    move ckc-city(ck-idx) to ck-b-city.
    move ckc-state(ck-idx) to ck-b-state.
    move ckc-zip(ck-idx) to ck-b-zip.

    compute ck-year = function numval(ckc-date(ck-idx)(1:4)).
    compute ck-month = function numval(ckc-date(ck-idx)(6:2)).
    compute ck-dom = function numval(ckc-date(ck-idx)(9:2)).
    move 0 to ck-doy ck-dow.
    move shopcheck-date-format to ck-date-format.
    move dateformat(ck-fielded-date, ck-date-format)
        to ck-check-date.

    move ckc-amount(ck-idx) to ck-amount.
    perform 0600-amountwords.
    move ck-amount to ck-protected.

    move spaces to ck-print.
    perform 0590-putline.
    move shopcheck-drawer-name to ck-print(3:30).
    move 'CHECK NO.' to ck-print(58:9).
    move ckc-payno(ck-idx) to ck-print(68:6).
    perform 0590-putline.
    move shopcheck-drawer-addr to ck-print(3:30).
    perform 0590-putline.
    move shopcheck-drawer-city to ck-print(3:30).
    perform 0590-putline.
    perform 0590-putline.
    if cka-routing(ck-adx) = shopcheck-routing
        move shopcheck-bank-name to ck-print(30:30)
    end-if.
    perform 0590-putline.
    perform 0590-putline.
    move 'DATE' to ck-print(53:4).
    move ck-check-date to ck-print(58:20).
    perform 0590-putline.
    perform 0590-putline.
    move 'PAY' to ck-print(3:3).
    move ck-words-1 to ck-print(8:68).
    perform 0590-putline.
    move ck-words-2 to ck-print(8:68).
    perform 0590-putline.
    perform 0590-putline.
    move 'TO THE ORDER OF' to ck-print(3:15).
    move ck-b-name to ck-print(20:30).
    move ck-protected to ck-print(60:15).
    perform 0590-putline.
    move ck-b-address to ck-print(20:30).
    perform 0590-putline.
    move spaces to ck-line.
    string function trim(ck-b-city) ' ' ck-b-state ' '
        function trim(ck-b-zip)
        delimited by size into ck-line.
    move ck-line to ck-print(20:40).
    perform 0590-putline.
    perform 0590-putline.
    move all '_' to ck-print(45:30).
    perform 0590-putline.
    move 'AUTHORIZED SIGNATURE' to ck-print(50:20).
    perform 0590-putline.
    perform 0590-putline.

*>  MICR E-13B: on-us check number, transit routing, on-us
*>  account - A is the transit symbol and C the on-us symbol in
*>  the MICR font.
*>
    move spaces to ck-micr.
    string 'C' ckc-payno(ck-idx) 'C A' cka-routing(ck-adx) 'A '
        function trim(cka-account(ck-adx)) 'C'
        delimited by size into ck-micr.
    move ck-micr to ck-print(10:40).
    perform 0590-putline.
    move all '- ' to ck-print.
    perform 0590-putline.

*>  the stub.
*>
    move shopcheck-drawer-name to ck-print(3:30).
    move 'CHECK NO.' to ck-print(58:9).
    move ckc-payno(ck-idx) to ck-print(68:6).
    perform 0590-putline.
    move 'PAYEE' to ck-print(3:5).
    move ck-b-name to ck-print(10:30).
    move 'DATE' to ck-print(53:4).
    move ck-check-date to ck-print(58:20).
    if reprint-run
        move 'REPRINT' to ck-print(42:7)
    end-if.
    perform 0590-putline.
    move 'INVOICE' to ck-print(3:7).
    move 'INV DATE' to ck-print(20:8).
    move 'GROSS' to ck-print(38:5).
    move 'DISCOUNT' to ck-print(48:8).
    move 'NET' to ck-print(71:3).
    perform 0590-putline.

    move 0 to ck-stub-count ck-stub-more.
    perform varying ck-jdx from 1 by 1 until ck-jdx > ck-detl-count
        move spaces to ck-tok-payno ck-tok-vendor ck-tok-invoice
            ck-tok-gross ck-tok-disc ck-tok-net ck-tok-paydate
            ck-tok-invdate
        unstring ck-detl-lines(ck-jdx) delimited by ','
            into ck-tok-payno ck-tok-vendor ck-tok-invoice
                ck-tok-gross ck-tok-disc ck-tok-net ck-tok-paydate
                ck-tok-invdate
        end-unstring
        if ck-tok-payno not = spaces
                and function numval(ck-tok-payno) = ckc-payno(ck-idx)
            if ck-stub-count < shopcheck-stub-lines
                add 1 to ck-stub-count
                perform 0550-stubline
            else
                add 1 to ck-stub-more
            end-if
        end-if
    end-perform.
    if ck-stub-more > 0
        move ck-stub-more to ck-count-display
        move spaces to ck-line
        string function trim(ck-count-display)
            ' more invoices - see the remittance advice'
            delimited by size into ck-line
        move ck-line to ck-print(3:60)
        perform 0590-putline
    end-if.
    move 'CHECK TOTAL' to ck-print(3:11).
    move ck-amount to ck-amount-display.
    move ck-amount-display to ck-print(60:14).
    perform 0590-putline.

    perform until ck-form-line >= shopcheck-form-lines
        perform 0590-putline
    end-perform.

*>*****************************************************************
*> 0550-stubline                                                   *
*>*****************************************************************
0550-stubline.
    move ck-tok-invoice to ck-print(3:16).
    move ck-tok-invdate to ck-print(20:10).
    compute ck-amount = function numval(ck-tok-gross).
    move ck-amount to ck-gross-display.
    move ck-gross-display to ck-print(32:12).
    compute ck-amount = function numval(ck-tok-disc).
    move ck-amount to ck-disc-display.
    move ck-disc-display to ck-print(46:10).
    compute ck-amount = function numval(ck-tok-net).
    move ck-amount to ck-net-display.
    move ck-net-display to ck-print(62:12).
    perform 0590-putline.
    move ckc-amount(ck-idx) to ck-amount.

*>*****************************************************************
*> 0590-putline                                                    *
*>*****************************************************************
0590-putline.
    move ck-print to checks-record.
    write checks-record.
    add 1 to ck-form-line.
    move spaces to ck-print.

*>*****************************************************************
*> 0600-amountwords / 0610-wordgroup / 0620-addword                *
*>                                                                *
*> CK-AMOUNT as the legal amount - ONE THOUSAND TWO HUNDRED        *
*> FIFTY AND 07/100 DOLLARS - split at a word onto the two 68-     *
*> byte PAY lines, the last line filled out with asterisks.        *
*>*****************************************************************
0600-amountwords.
    move spaces to ck-words ck-words-1 ck-words-2.
    move 1 to ck-wptr.
    compute ck-dollars = ck-amount.
    compute ck-cents = (ck-amount - ck-dollars) * 100.

    if ck-dollars = 0
        move 'ZERO' to ck-word
        perform 0620-addword
    end-if.
    if ck-millions > 0
        move ck-millions to ck-group
        perform 0610-wordgroup
        move 'MILLION' to ck-word
        perform 0620-addword
    end-if.
    if ck-thousands > 0
        move ck-thousands to ck-group
        perform 0610-wordgroup
        move 'THOUSAND' to ck-word
        perform 0620-addword
    end-if.
    if ck-units > 0
        move ck-units to ck-group
        perform 0610-wordgroup
    end-if.
    move 'AND' to ck-word.
    perform 0620-addword.
    move spaces to ck-word.
    string ck-cents '/100' delimited by size into ck-word.
    perform 0620-addword.
    move 'DOLLARS' to ck-word.
    perform 0620-addword.

    compute ck-wlen = ck-wptr - 1.
    if ck-wlen <= 68
        move ck-words to ck-words-1
        if ck-wlen < 68
            move all '*' to ck-words-1(ck-wlen + 1:)
        end-if
        move all '*' to ck-words-2
    else
        perform varying ck-split from 69 by -1
                until ck-split < 2 or ck-words(ck-split:1) = space
            continue
        end-perform
        move ck-words(1:ck-split - 1) to ck-words-1
        move ck-words(ck-split + 1:) to ck-words-2
        compute ck-wlen = ck-wlen - ck-split
        if ck-wlen < 68
            move all '*' to ck-words-2(ck-wlen + 1:)
        end-if
    end-if.

0610-wordgroup.
    if ck-g-hundreds > 0
        move ck-ones(ck-g-hundreds) to ck-word
        perform 0620-addword
        move 'HUNDRED' to ck-word
        perform 0620-addword
    end-if.
    evaluate true
        when ck-g-rest >= 20 and ck-g-ones = 0
            move ck-tens(ck-g-tens - 1) to ck-word
            perform 0620-addword
        when ck-g-rest >= 20
            move spaces to ck-word
            string function trim(ck-tens(ck-g-tens - 1)) '-'
                function trim(ck-ones(ck-g-ones))
                delimited by size into ck-word
            perform 0620-addword
        when ck-g-rest > 0
            move ck-ones(ck-g-rest) to ck-word
            perform 0620-addword
        when other
            continue
    end-evaluate.

0620-addword.
    if ck-wptr > 1
        string ' ' delimited by size into ck-words
            with pointer ck-wptr
    end-if.
    string ck-word delimited by space into ck-words
        with pointer ck-wptr.

*>*****************************************************************
*> 0700-registercheck                                              *
*>*****************************************************************
0700-registercheck.
    move ckc-amount(ck-idx) to ck-amount-display.
    move spaces to ck-line.
    if reprint-run
        string ckc-payno(ck-idx) ','
            ck-today-text ','
            function trim(ckc-vendor(ck-idx)) ','
            function trim(ck-amount-display) ','
            'REPRINT'
            delimited by size into ck-line
    else
        string ckc-payno(ck-idx) ','
            ck-today-text ','
            function trim(ckc-vendor(ck-idx)) ','
            function trim(ck-amount-display) ','
            'PRINT'
            delimited by size into ck-line
    end-if.
    move ck-line to checkreg-record.
    write checkreg-record.

*>*****************************************************************
*> 0800-journal                                                    *
*>*****************************************************************
0800-journal.
    move 'REPRINT' to vj-action.
    move spaces to vj-before vj-after.
    string 'CHECKS ' ck-from-payno ' TO ' ck-to-payno
        delimited by size into vj-before.
    move ck-check-count to ck-count-display.
    move ck-total to ck-total-display.
    string 'REPRINTED ' function trim(ck-count-display)
        ' NUMBERS ' ck-first '-' ck-last
        ' TOTAL ' function trim(ck-total-display)
        delimited by size into vj-after.
    call 'maintjournal' using vj-program vj-action
        vj-before vj-after.

0910-readpayreg.
    if not eof-payreg
        read payreg-file
            at end
                move 'Y' to ws-eof-payreg
        end-read
    end-if.

end program checkprt.
