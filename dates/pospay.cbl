*>   cols 15-34  payee                                             *
*>   cols 35-48  amount, zoned 11.2 with the explicit decimal      *
*>               point, leading zeros                              *
*>   col  49     record type - I issue (PAYVOID writes V voids)    *
*>                                                                *
*> - with a one-line trailer (record count, total amount and the   *
*> disbursement account the checks are drawn on) and the           *
*> safe-publish staging convention, so the MANIFESTADD in the      *
*> PUBLISH step certifies exactly what the bank's poller picks     *
*> up.  There is one file per company account: the payment's       *
*> company is PAYREG.DAT column 7 (blank for the home company),    *
*> and its account the first on COMPANY.DAT through COMPANYOF -    *
*> SHOPCHECK's when the company has none on the master.  The home  *
*> company's file is POSPAY.DAT, any other company's               *
*> POSPAY-company.DAT; a payment for a company not on the master   *
*> is left un-issued, RETURN-CODE 8.  Each issued payment is       *
*> recorded in OUTSTAND.DAT,                                       *
*>                                                                *
*>   PAYNO,DATE,VENDOR,AMOUNT,STATUS,CLEARDATE                     *
*>                                                                *
*> as ISSUED - the stateful register the reconciliation and        *
*> stale-date passes read and update.  A payment PAYVOID voided    *
*> before it was ever issued (register status VOID) is skipped,    *
*> and so is a payment to a vendor whose VENDBANK.DAT method is    *
*> ACH - ACHPAY sends those in the NACHA file instead.  Only a     *
*> vendor payment is looked up there: PAYKINDOF tells REFUND's     *
*> customer refunds and EXPCLAIM's reimbursements from it first,   *
*> and those always go by cheque, whatever vendor shares the       *
*> payee's code.  A payment PAYKINDOF cannot classify (its tables  *
*> overflowed) is left un-issued, RETURN-CODE 8.                   *
*>                                                                *
*> Nothing goes to the bank unapproved: a payment APPROVALOF does  *
*> not show released (approved through PAYAPPROVE, or inside the   *
*> no-approval tier) is held out of the file, left un-issued for   *
*> the first run after its approval, and listed after the count,   *
*> RETURN-CODE 4.  A released payment whose run still has others   *
*> awaiting approval is noted through APPROVALHOLD, and PUBLISH    *
*> keeps the staged file back until the whole run is approved.     *
*>                                                                *
*> A staged file still on disk has not been published - PUBLISH    *
*> renames it to its pickup name - so it is either waiting for     *
*> the PUBLISH step or held there by APPROVALHOLD, and its         *
*> payments are already ISSUED on OUTSTAND.DAT.  It is never       *
*> written over: when any file the run would produce is still      *
*> staged, nothing is issued, RETURN-CODE 8, until it is           *
*> published.                                                      *
*>                                                                *
*> RETURN-CODE 16 when OUTSTAND.DAT or the run outgrows its table  *
*> - 2000 payments, ten companies.                                 *
*>*****************************************************************
identification division.
program-id. pospay.

    select issue-file assign to pp-staged-name
        organization is line sequential
        access is sequential
        file status is ws-issue-status.

data division.
file section.
    05  is-date         pic 9(8).
    05  is-payee        pic x(20).
    05  is-amount       pic 9(11).99.
    05  is-type         pic x.

working-storage section.
01  ws-payreg-status     pic xx.
    88  ws-payreg-ok         value '00'.
01  ws-outstand-status   pic xx.
    88  ws-outstand-ok       value '00'.
01  ws-issue-status      pic xx.
    88  ws-issue-ok          value '00'.

01  ws-eof-payreg        pic x       value 'N'.
    88  eof-payreg           value 'Y'.
01  ws-eof-outstand      pic x       value 'N'.
    88  eof-outstand         value 'Y'.

copy shopcheck.
copy compinfo.

01  pp-staged-name       pic x(60) value 'pospay.dat.stg'.
01  pp-pickup-name       pic x(60) value 'pospay.dat'.

*>  one issue file per company account, in the order the
*>  companies first appear on the register.
*>
01  pp-files.
    05  pp-file occurs 10 times.
        10  ppf-company      pic x(4).
        10  ppf-account      pic x(17).
        10  ppf-staged       pic x(60).
        10  ppf-pickup       pic x(60).
        10  ppf-count        usage signed-int.
        10  ppf-total        pic s9(13)v99 comp-5.
01  pp-file-count        usage signed-int value 0.
01  pp-fdx               usage signed-int.
01  pp-hit               usage signed-int.
01  pp-no-company        usage signed-int value 0.
01  pp-no-kind           usage signed-int value 0.
01  pp-unpublished       usage signed-int value 0.

*>  the payments selected this run, written out file by file once
*>  the register has been read.
*>
01  pp-issues.
    05  pp-issue occurs 2000 times.
        10  ppi-payno        pic 9(6).
        10  ppi-date         pic x(10).
        10  ppi-vendor       pic x(12).
        10  ppi-amount       pic s9(11)v99 comp-5.
        10  ppi-file         pic 99      comp-5.
        10  ppi-hold         pic x.
01  pp-jdx               usage signed-int.

01  pp-issued-count      usage signed-int value 0.
01  pp-issued            occurs 2000 times pic 9(6).
01  pp-idx               usage signed-int.
01  pp-tok-vendor        pic x(12).
01  pp-tok-amount        pic x(16).
01  pp-tok-status        pic x(8).
01  pp-tok-reason        pic x(30).
01  pp-tok-company       pic x(8).
01  pp-kind-payno        pic x(12).
01  pp-kind              pic x(8).

01  pp-payno             pic 9(6).
01  pp-amount            pic s9(11)v99 comp-5.
01  pp-new-count         usage signed-int value 0.
01  pp-already           pic x.

01  pp-bank-result.
    05  pp-b-routing         pic x(9).
    05  pp-b-account         pic x(17).
    05  pp-b-changed         pic x(10).
    05  pp-b-name            pic x(30).
    05  pp-b-address         pic x(30).
    05  pp-b-city            pic x(20).
    05  pp-b-state           pic x(2).
    05  pp-b-zip             pic x(10).
    05  pp-b-method          pic x(5).
    05  pp-b-found           pic x.

01  pp-trailer.
    05  filler          pic x(8)    value 'TRAILER '.
    05  pp-t-count      pic 9(6).
    05  filler          pic x       value ' '.
    05  pp-t-total      pic 9(13).99.
    05  filler          pic x       value ' '.
    05  pp-t-account    pic x(17).

*>  Approval (see APPROVALOF, APPROVALHOLD in PAYAPPROVE).
*>
01  pp-approval.
    05  pp-a-status          pic x(8).
    05  pp-a-released        pic x.
    05  pp-a-run             pic 9(6).
    05  pp-a-runby           pic x(8).
    05  pp-a-amount          pic s9(11)v99 comp-5.
    05  pp-a-run-total       pic s9(13)v99 comp-5.
    05  pp-a-run-released    pic x.
    05  pp-a-approver        pic x(8).
01  pp-ah-action         pic x.
01  pp-ah-result         pic x.

01  pp-held-count        usage signed-int value 0.
01  pp-helds.
    05  pp-held occurs 500 times.
        10  pph-payno            pic 9(6).
        10  pph-vendor           pic x(12).
        10  pph-amount           pic s9(11)v99 comp-5.
        10  pph-status           pic x(8).
        10  pph-run              pic 9(6).

01  pp-line              pic x(100).
01  pp-amount-display    pic -(10)9.99.
        go to 9000-end
    end-if.

    perform 0910-readpayreg.
    perform until eof-payreg
        perform 0300-onepayment thru 0390-exit

    close payreg-file.

    if pp-overflow = 'Y'
        display 'More than 2000 payments or ten companies in one'
            ' run; run abandoned - nothing issued.'
        move 16 to return-code
        go to 9000-end
    end-if.

*>  every file the run is to produce must be free - published, or
*>  never staged - and its APPROVALHOLD notes cleared, before the
*>  first payment is recorded ISSUED.
*>
    perform varying pp-fdx from 1 by 1 until pp-fdx > pp-file-count
        perform 0470-checkstaged
    end-perform.
    if pp-unpublished > 0
        display 'Run refused - nothing issued; publish the staged'
            ' file(s) above first.'
        move 8 to return-code
        go to 9000-end
    end-if.
    move 'C' to pp-ah-action.
    move 0 to pp-payno.
    perform varying pp-fdx from 1 by 1 until pp-fdx > pp-file-count
        call 'approvalhold' using pp-ah-action ppf-staged(pp-fdx)
            pp-payno pp-ah-result
        if pp-ah-result not = 'Y'
            display 'apprhold.dat exceeds its table; run abandoned.'
            move 16 to return-code
            go to 9000-end
        end-if
    end-perform.

    open extend outstand-file.
    if not ws-outstand-ok
        open output outstand-file
    end-if.
    perform varying pp-fdx from 1 by 1 until pp-fdx > pp-file-count
        perform 0500-writefile
    end-perform.
    close outstand-file.

    display 'Payments issued this run: ' pp-new-count.

    if pp-new-count = 0
        display 'Nothing new to issue; file not staged.'
    end-if.

    if pp-held-count > 0
        perform 0400-listheld
        move 4 to return-code
    end-if.

9000-end.
    if pp-no-company > 0
        display 'Payments for a company not on company.dat, not'
            ' issued: ' pp-no-company
        move 8 to return-code
    end-if.
    if pp-no-kind > 0
        display 'Payments whose kind the refund and claim histories'
            ' could not tell, not issued: ' pp-no-kind
        move 8 to return-code
    end-if.
    goback.

*>*****************************************************************
*>*****************************************************************
0300-onepayment.
    move spaces to pp-tok-payno pp-tok-date pp-tok-vendor
        pp-tok-amount pp-tok-status pp-tok-reason pp-tok-company.
    unstring payreg-record delimited by ','
        into pp-tok-payno pp-tok-date pp-tok-vendor
            pp-tok-amount pp-tok-status pp-tok-reason pp-tok-company
    end-unstring.
    if pp-tok-payno = spaces or pp-tok-status = 'VOID'
        go to 0390-exit
    end-if.
    compute pp-payno = function numval(pp-tok-payno).
        go to 0390-exit
    end-if.

    move pp-tok-payno to pp-kind-payno.
    call 'paykindof' using pp-kind-payno pp-kind.
    if pp-kind = spaces
        add 1 to pp-no-kind
        go to 0390-exit
    end-if.
    if pp-kind = 'PAYMENT'
        call 'vendbankof' using pp-tok-vendor pp-bank-result
        if pp-b-found = 'Y' and pp-b-method = 'ACH'
            go to 0390-exit
        end-if
    end-if.

    compute pp-amount = function numval(pp-tok-amount).

    move function upper-case(pp-tok-company(1:4))
        to pp-tok-company.
    call 'companyof' using pp-tok-company(1:4) compinfo-result.
    if ci-found not = 'Y'
        display 'Payment ' pp-payno ' is for company '
            function trim(pp-tok-company)
            ', not on company.dat; not issued.'
        add 1 to pp-no-company
        go to 0390-exit
    end-if.
    if ci-home = 'Y'
        move spaces to pp-tok-company
    end-if.

    call 'approvalof' using pp-payno pp-approval.
    if pp-a-released not = 'Y'
        if pp-held-count < 500
            add 1 to pp-held-count
            move pp-payno to pph-payno(pp-held-count)
            move pp-tok-vendor to pph-vendor(pp-held-count)
            move pp-amount to pph-amount(pp-held-count)
            move pp-a-status to pph-status(pp-held-count)
            move pp-a-run to pph-run(pp-held-count)
        end-if
        go to 0390-exit
    end-if.

    perform 0450-filefor.
    if pp-hit = 0 or pp-new-count >= 2000
        move 'Y' to pp-overflow
        go to 0390-exit
    end-if.

    add 1 to pp-new-count.
    if pp-a-run-released = 'Y'
        move 'N' to ppi-hold(pp-new-count)
    else
        move 'Y' to ppi-hold(pp-new-count)
    end-if.
    move pp-payno to ppi-payno(pp-new-count).
    move pp-tok-date to ppi-date(pp-new-count).
    move pp-tok-vendor to ppi-vendor(pp-new-count).
    move pp-amount to ppi-amount(pp-new-count).
    move pp-hit to ppi-file(pp-new-count).
    add 1 to ppf-count(pp-hit).
    add pp-amount to ppf-total(pp-hit).
    add pp-amount to pp-total.

0390-exit.
    exit.

*>*****************************************************************
*> 0400-listheld                                                   *
*>*****************************************************************
0400-listheld.
    display ' '.
    display 'Held for approval - not issued'.
    display 'Payno  Vendor       Status      Run           Amount'.
    display '=============================================='.
    perform varying pp-idx from 1 by 1 until pp-idx > pp-held-count
        move pph-amount(pp-idx) to pp-amount-display
        display pph-payno(pp-idx) ' ' pph-vendor(pp-idx) ' '
            pph-status(pp-idx) ' ' pph-run(pp-idx) ' '
            pp-amount-display
    end-perform.
    display '=============================================='.
    display 'Payments held: ' pp-held-count.

*>*****************************************************************
*> 0450-filefor                                                    *
*>                                                                *
*> PP-HIT the issue file for the company COMPANYOF last returned   *
*> (its code, blank for the home company, in PP-TOK-COMPANY),      *
*> set up the first time one of its payments is selected; 0 when   *
*> a company past the tenth would need one.                        *
*>*****************************************************************
0450-filefor.
    move 0 to pp-hit.
    perform varying pp-fdx from 1 by 1 until pp-fdx > pp-file-count
        if ppf-company(pp-fdx) = pp-tok-company
            move pp-fdx to pp-hit
        end-if
    end-perform.
    if pp-hit = 0 and pp-file-count < 10
        add 1 to pp-file-count
        move pp-file-count to pp-hit
        move pp-tok-company to ppf-company(pp-hit)
        if ci-bank-count > 0
            move ci-account(1) to ppf-account(pp-hit)
        else
            move shopcheck-account to ppf-account(pp-hit)
        end-if
        if pp-tok-company = spaces
            move pp-staged-name to ppf-staged(pp-hit)
            move pp-pickup-name to ppf-pickup(pp-hit)
        else
            move spaces to ppf-staged(pp-hit) ppf-pickup(pp-hit)
            string 'pospay-'
                function lower-case(function trim(pp-tok-company))
                '.dat.stg'
                delimited by size into ppf-staged(pp-hit)
            string 'pospay-'
                function lower-case(function trim(pp-tok-company))
                '.dat'
                delimited by size into ppf-pickup(pp-hit)
        end-if
        move 0 to ppf-count(pp-hit)
        move 0 to ppf-total(pp-hit)
    end-if.

*>*****************************************************************
*> 0470-checkstaged                                                *
*>                                                                *
*> Issue file PP-FDX counted in PP-UNPUBLISHED when its staged     *
*> name is still on disk - produced by an earlier run and not yet  *
*> published.                                                      *
*>*****************************************************************
0470-checkstaged.
    move ppf-staged(pp-fdx) to pp-staged-name.
    open input issue-file.
    if ws-issue-ok
        close issue-file
        add 1 to pp-unpublished
        display 'Staged file ' function trim(pp-staged-name)
            ' has not been published; it is not overwritten.'
    end-if.

*>*****************************************************************
*> 0500-writefile                                                  *
*>                                                                *
*> Issue file PP-FDX: its payments in register order, recorded     *
*> ISSUED in OUTSTAND.DAT as they go - noted through APPROVALHOLD  *
*> when their run is not yet wholly approved - then the trailer -  *
*> the issue count, total and account for the bank's own           *
*> balancing, ahead of the manifest certification - and the        *
*> staging mark.                                                   *
*>*****************************************************************
0500-writefile.
    move ppf-staged(pp-fdx) to pp-staged-name.
    open output issue-file.
    move 'A' to pp-ah-action.
    perform varying pp-jdx from 1 by 1 until pp-jdx > pp-new-count
        if ppi-file(pp-jdx) = pp-fdx
            if ppi-hold(pp-jdx) = 'Y'
                call 'approvalhold' using pp-ah-action
                    ppf-staged(pp-fdx) ppi-payno(pp-jdx)
                    pp-ah-result
            end-if
            move ppi-payno(pp-jdx) to is-payno
            compute is-date =
                (function numval(ppi-date(pp-jdx)(1:4)) * 10000)
                + (function numval(ppi-date(pp-jdx)(6:2)) * 100)
                + function numval(ppi-date(pp-jdx)(9:2))
            move ppi-vendor(pp-jdx) to is-payee
            move ppi-amount(pp-jdx) to is-amount
            move 'I' to is-type
            write issue-record

            move ppi-amount(pp-jdx) to pp-amount-display
            move spaces to pp-line
            string ppi-payno(pp-jdx) ','
                ppi-date(pp-jdx) ','
                function trim(ppi-vendor(pp-jdx)) ','
                pp-amount-display ','
                'ISSUED,'
                delimited by size into pp-line
            move pp-line to outstand-record
            write outstand-record
        end-if
    end-perform.

    move ppf-count(pp-fdx) to pp-t-count.
    move ppf-total(pp-fdx) to pp-t-total.
    move ppf-account(pp-fdx) to pp-t-account.
    move spaces to issue-record.
    move pp-trailer to issue-record.
    write issue-record.
    close issue-file.

    call 'stagemark' using ppf-staged(pp-fdx) ppf-pickup(pp-fdx).
    if ppf-company(pp-fdx) = spaces
        display 'Home company: ' ppf-count(pp-fdx)
            ' issued, file staged as '
            function trim(ppf-staged(pp-fdx)) '.'
    else
        display 'Company ' ppf-company(pp-fdx) ': '
            ppf-count(pp-fdx) ' issued, file staged as '
            function trim(ppf-staged(pp-fdx)) '.'
    end-if.

0910-readpayreg.
    if not eof-payreg
        read payreg-file
