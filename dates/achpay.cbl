*>*****************************************************************
*> achpay - NACHA ACH credit file for vendors paid electronically. *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Treasury used to key every electronic vendor payment into the   *
*> bank portal from the printed register.  This reads the payment  *
*> register PAYREG.DAT, picks up every payment to a vendor whose   *
*> VENDBANK.DAT method is ACH that has not yet been sent, and      *
*> writes one NACHA-format file of 94-byte records -               *
*>                                                                *
*>   1  file header      destination and origin from SHOPACH       *
*>   5  batch header     one CCD batch per company account,        *
*>                       credits only (class 220), effective       *
*>                       entry date below                          *
*>   6  entry detail     checking credit (code 22) to the vendor's *
*>                       routing and account, payment number as    *
*>                       the identification number, trace number   *
*>                       the ODFI prefix and the entry sequence    *
*>   7  addenda          CCD+ payment-related information: the     *
*>                       invoices the payment covers, from         *
*>                       PAYDETL.DAT, as many as 80 bytes hold     *
*>   8  batch control    entry/addenda count, entry hash, totals   *
*>   9  file control     the same for the file, block count        *
*>                                                                *
*> - padded with all-nines records to a multiple of ten.  The      *
*> payment's company is PAYREG.DAT column 7 (blank for the home    *
*> company), and COMPANYOF gives its disbursement account: the     *
*> first ROUTING on COMPANY.DAT is the batch's originating         *
*> depository and leads its trace numbers, SHOPACH-ODFI when the   *
*> company has no account on the master.  A payment for a company  *
*> not on the master is left unsent, RETURN-CODE 8.  The batch's   *
*> effective entry date is SHOPACH-LEAD-DAYS business days past    *
*> today on the company's own calendar, through                    *
*> ADDBUSINESSDAYSCAL under its CALID, moved on by                 *
*> ISBUSINESSDAYCAL should a zero lead land on a holiday or        *
*> weekend - ADDBUSINESSDAYS and ISBUSINESSDAY on the shop         *
*> calendar when the profile is not on CALPROFILES.DAT.            *
*>                                                                *
*> Before the file is staged it is read back and the entry hash    *
*> (the eight-digit receiving routing numbers summed, low ten      *
*> digits kept), entry/addenda count, and credit total recomputed  *
*> from the 6 and 7 records must agree with the batch and file     *
*> control records and with the register amounts selected; a file  *
*> that does not balance is left unstaged and nothing is marked    *
*> sent.  A balanced file is staged for PUBLISH under the          *
*> safe-publish convention, so MANIFESTADD certifies it like the   *
*> positive-pay file, and each payment is recorded in ACHSENT.DAT, *
*>                                                                *
*>   PAYNO,DATE,VENDOR,AMOUNT,EFFDATE,TRACE                        *
*>                                                                *
*> so no later run sends it twice.  Check-method vendors, and any  *
*> vendor with no VENDBANK.DAT line, stay with POSPAY.  So do      *
*> REFUND's customer refunds and EXPCLAIM's reimbursements, told   *
*> apart by PAYKINDOF before VENDBANK.DAT is consulted - a payee   *
*> code is only a vendor on a vendor payment.                      *
*>                                                                *
*> Nothing goes to the bank unapproved: a payment APPROVALOF does  *
*> not show released (approved through PAYAPPROVE, or inside the   *
*> no-approval tier) is held out of the file, left unsent for the  *
*> first run after its approval, and listed, RETURN-CODE 4.  A     *
*> released payment whose run still has others awaiting approval   *
*> is noted through APPROVALHOLD, and PUBLISH keeps the staged     *
*> file back until the whole run is approved.                      *
*>                                                                *
*> Nor does a payment go to bank details changed since PAYRUN      *
*> selected it: a vendor whose VENDBANK.DAT CHANGED date plus the  *
*> cooling-off business days - counted on the paying company's     *
*> calendar as PAYRUN counts them - is still after today has its   *
*> payment held out, left unsent, and a warning alert raised, so   *
*> a PAYVOID reissue cannot slip past the window either.           *
*>                                                                *
*> A staged file still on disk has not been published - PUBLISH    *
*> renames it to its pickup name - and its payments are already    *
*> on ACHSENT.DAT.  It is never written over: the run is refused,  *
*> RETURN-CODE 8, with nothing sent, until it is published.        *
*>                                                                *
*> Command line: [cooling-off-days]        (default 5, as PAYRUN)  *
*>                                                                *
*> RETURN-CODE 4 when a payment is held, 8 when the file fails to  *
*> balance, a payment is too large for the entry amount field      *
*> (that payment is left for treasury) or the staged file is       *
*> unpublished, 16 when ACHSENT.DAT or the run outgrows its        *
*> table - 500 payments, ten companies.                            *
*>*****************************************************************
identification division.
program-id. achpay.

environment division.
configuration section.
repository.
    function addbusinessdays
    function addbusinessdayscal
    function currentbusinessdate
    function dateparse
    function fielded_to_linear
    function isbusinessday
    function isbusinessdaycal
    function linear_to_fielded
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

    select achsent-file assign to 'achsent.dat'
        organization is line sequential
        access is sequential
        file status is ws-achsent-status.

    select ach-file assign to ap-staged-name
        organization is line sequential
        access is sequential
        file status is ws-ach-status.

data division.
file section.
fd  payreg-file.

01  payreg-record        pic x(80).

fd  paydetl-file.

01  paydetl-record       pic x(120).

fd  achsent-file.

01  achsent-record       pic x(100).

fd  ach-file.

01  ach-record           pic x(94).

working-storage section.
01  ws-payreg-status     pic xx.
    88  ws-payreg-ok         value '00'.
01  ws-paydetl-status    pic xx.
    88  ws-paydetl-ok        value '00'.
01  ws-achsent-status    pic xx.
    88  ws-achsent-ok        value '00'.
01  ws-ach-status        pic xx.
    88  ws-ach-ok            value '00'.

01  ws-eof-payreg        pic x       value 'N'.
    88  eof-payreg           value 'Y'.
01  ws-eof-paydetl       pic x       value 'N'.
    88  eof-paydetl          value 'Y'.
01  ws-eof-achsent       pic x       value 'N'.
    88  eof-achsent          value 'Y'.
01  ws-eof-ach           pic x       value 'N'.
    88  eof-ach              value 'Y'.

copy shopach.
copy compinfo.

01  ap-staged-name       pic x(60) value 'achpay.dat.stg'.
01  ap-pickup-name       pic x(60) value 'achpay.dat'.

01  ap-sent-count        usage signed-int value 0.
01  ap-sent              occurs 2000 times pic 9(6).
01  ap-idx               usage signed-int.
01  ap-jdx               usage signed-int.
01  ap-overflow          pic x value 'N'.

01  ap-detl-lines        occurs 5000 times pic x(120).
01  ap-detl-count        usage signed-int value 0.

*>  the payments selected this run, with the bank details the
*>  entry records need.
*>
01  ap-entries.
    05  ap-entry occurs 500 times.
        10  ape-payno        pic 9(6).
        10  ape-date         pic x(10).
        10  ape-vendor       pic x(12).
        10  ape-amount       pic s9(11)v99 comp-5.
        10  ape-routing      pic x(9).
        10  ape-account      pic x(17).
        10  ape-name         pic x(22).
        10  ape-batch        pic 99      comp-5.
        10  ape-trace        pic x(15).
        10  ape-hold         pic x.
01  ap-entry-count       usage signed-int value 0.

*>  one batch per company account, in the order the companies
*>  first appear on the register.
*>
01  ap-batches.
    05  ap-batch occurs 10 times.
        10  apb-company      pic x(4).
        10  apb-odfi         pic x(8).
        10  apb-name         pic x(16).
        10  apb-effective    pic x(10).
01  ap-batch-count       usage signed-int value 0.
01  ap-bdx               usage signed-int.
01  ap-hit               usage signed-int.
01  ap-seq               usage signed-int.
01  ap-no-company        usage signed-int value 0.

01  ap-tok-payno         pic x(6).
01  ap-tok-date          pic x(10).
01  ap-tok-vendor        pic x(12).
01  ap-tok-amount        pic x(16).
01  ap-tok-status        pic x(8).
01  ap-tok-reason        pic x(30).
01  ap-tok-company       pic x(8).
01  ap-tok-invoice       pic x(16).
01  ap-kind-payno        pic x(12).
01  ap-kind              pic x(8).

01  ap-payno             pic 9(6).
01  ap-amount            pic s9(11)v99 comp-5.
01  ap-already           pic x.
01  ap-too-large         usage signed-int value 0.

01  ws-cmdline           pic x(200).
01  ws-arg-cooling       pic x(4).
01  ap-cooling-days      usage signed-int value 5.
01  ap-changed-ld        usage signed-int.
01  ap-bank-held         usage signed-int value 0.

01  ap-parse-result.
    05  ap-p-fielded.
        10  ap-p-year        pic s9(9)   comp-5.
        10  ap-p-month       pic 99      comp-5.
        10  ap-p-dom         pic 99      comp-5.
    05  ap-p-success     pic x.

01  ap-al-severity       pic x.
01  ap-al-job            pic x(12) value 'ACHPAY'.
01  ap-al-key            pic x(40).
01  ap-al-msg            pic x(60).

01  ap-bank-result.
    05  ap-b-routing         pic x(9).
    05  ap-b-account         pic x(17).
    05  ap-b-changed         pic x(10).
    05  ap-b-name            pic x(30).
    05  ap-b-address         pic x(30).
    05  ap-b-city            pic x(20).
    05  ap-b-state           pic x(2).
    05  ap-b-zip             pic x(10).
    05  ap-b-method          pic x(5).
    05  ap-b-found           pic x.

*>  NACHA record images; each is moved whole to ACH-RECORD.
*>
01  ap-file-header.
    05  filler              pic x       value '1'.
    05  filler              pic xx      value '01'.
    05  filler              pic x       value ' '.
    05  afh-destination     pic x(9).
    05  afh-origin          pic x(10).
    05  afh-create-date     pic 9(6).
    05  afh-create-time     pic 9(4).
    05  filler              pic x       value 'A'.
    05  filler              pic x(3)    value '094'.
    05  filler              pic xx      value '10'.
    05  filler              pic x       value '1'.
    05  afh-dest-name       pic x(23).
    05  afh-origin-name     pic x(23).
    05  filler              pic x(8)    value spaces.

01  ap-batch-header.
    05  filler              pic x       value '5'.
    05  filler              pic x(3)    value '220'.
    05  abh-company-name    pic x(16).
    05  filler              pic x(20)   value spaces.
    05  abh-company-id      pic x(10).
    05  filler              pic x(3)    value 'CCD'.
    05  abh-entry-desc      pic x(10).
    05  abh-desc-date       pic 9(6).
    05  abh-effective       pic 9(6).
    05  filler              pic x(3)    value spaces.
    05  filler              pic x       value '1'.
    05  abh-odfi            pic x(8).
    05  abh-batch           pic 9(7).

01  ap-entry-detail.
    05  filler              pic x       value '6'.
    05  filler              pic xx      value '22'.
    05  aed-rdfi            pic x(8).
    05  aed-check-digit     pic x.
    05  aed-account         pic x(17).
    05  aed-amount          pic 9(8)v99.
    05  aed-ident           pic x(15).
    05  aed-name            pic x(22).
    05  filler              pic xx      value spaces.
    05  filler              pic x       value '1'.
    05  aed-trace.
        10  aed-trace-odfi  pic x(8).
        10  aed-trace-seq   pic 9(7).

01  ap-addenda.
    05  filler              pic x       value '7'.
    05  filler              pic xx      value '05'.
    05  aad-info            pic x(80).
    05  filler              pic 9(4)    value 1.
    05  aad-entry-seq       pic 9(7).

01  ap-batch-control.
    05  filler              pic x       value '8'.
    05  filler              pic x(3)    value '220'.
    05  abc-count           pic 9(6).
    05  abc-hash            pic 9(10).
    05  abc-debits          pic 9(10)v99.
    05  abc-credits         pic 9(10)v99.
    05  abc-company-id      pic x(10).
    05  filler              pic x(19)   value spaces.
    05  filler              pic x(6)    value spaces.
    05  abc-odfi            pic x(8).
    05  abc-batch           pic 9(7).

01  ap-file-control.
    05  filler              pic x       value '9'.
    05  afc-batches         pic 9(6).
    05  afc-blocks          pic 9(6).
    05  afc-count           pic 9(8).
    05  afc-hash            pic 9(10).
    05  afc-debits          pic 9(10)v99.
    05  afc-credits         pic 9(10)v99.
    05  filler              pic x(39)   value spaces.

*>  read-back views of a written record.
*>
01  ap-check-record      pic x(94).
01  ap-check-entry redefines ap-check-record.
    05  filler              pic x(3).
    05  ace-rdfi            pic 9(8).
    05  filler              pic x(18).
    05  ace-amount          pic 9(8)v99.
    05  filler              pic x(55).
01  ap-check-batch redefines ap-check-record.
    05  filler              pic x(4).
    05  acb-count           pic 9(6).
    05  acb-hash            pic 9(10).
    05  acb-debits          pic 9(10)v99.
    05  acb-credits         pic 9(10)v99.
    05  filler              pic x(50).
01  ap-check-file redefines ap-check-record.
    05  filler              pic x(13).
    05  acf-count           pic 9(8).
    05  acf-hash            pic 9(10).
    05  acf-debits          pic 9(10)v99.
    05  acf-credits         pic 9(10)v99.
    05  filler              pic x(39).

01  ap-hash              pic 9(12) comp-5.
01  ap-credits           pic s9(13)v99 comp-5.
01  ap-reg-total         pic s9(13)v99 comp-5 value 0.
01  ap-record-count      usage signed-int.
01  ap-block-count       usage signed-int.
01  ap-pad-count         usage signed-int.

01  ap-chk-hash          pic 9(12) comp-5.
01  ap-chk-credits       pic s9(13)v99 comp-5.
01  ap-chk-count         usage signed-int.
01  ap-chk-b-hash        pic 9(12) comp-5.
01  ap-chk-b-credits     pic s9(13)v99 comp-5.
01  ap-chk-b-count       usage signed-int.
01  ap-chk-batches       usage signed-int.
01  ap-balanced          pic x.

01  ap-info-ptr          usage signed-int.
01  ap-info-more         pic x.
01  ap-inv-len           usage signed-int.

*>  Approval (see APPROVALOF, APPROVALHOLD in PAYAPPROVE).
*>
01  ap-approval.
    05  ap-a-status          pic x(8).
    05  ap-a-released        pic x.
    05  ap-a-run             pic 9(6).
    05  ap-a-runby           pic x(8).
    05  ap-a-amount          pic s9(11)v99 comp-5.
    05  ap-a-run-total       pic s9(13)v99 comp-5.
    05  ap-a-run-released    pic x.
    05  ap-a-approver        pic x(8).
01  ap-ah-action         pic x.
01  ap-ah-result         pic x.

01  ap-held-count        usage signed-int value 0.
01  ap-helds.
    05  ap-held occurs 500 times.
        10  aph-payno            pic 9(6).
        10  aph-vendor           pic x(12).
        10  aph-amount           pic s9(11)v99 comp-5.
        10  aph-status           pic x(8).
        10  aph-run              pic 9(6).

01  ap-line              pic x(100).
01  ap-amount-display    pic -(10)9.99.
01  ap-total-display     pic -(12)9.99.

01  ap-today-ld          usage signed-int.
01  ap-effective-ld      usage signed-int.
01  ap-today             pic x(10).

01  ap-ymd-text.
    05  ap-ymd-year          pic 9(4).
    05  filler               pic x value '-'.
    05  ap-ymd-month         pic 99.
    05  filler               pic x value '-'.
    05  ap-ymd-dom           pic 99.

*>  Business days on a company's own calendar (0460-companydays).
*>
01  ap-cal-days          usage signed-int.
01  ap-cal-profile.
    05  ap-cal-weekend       pic x occurs 7 times.
    05  ap-cal-shiftdir      pic s9 occurs 7 times.
    05  ap-cal-file          pic x(40).
    05  ap-cal-found         pic x.

01  ap-fielded-date.
    05  ap-year              pic s9(9)   comp-5.
    05  ap-month             pic 99      comp-5.
    05  ap-dom               pic 99      comp-5.
    05  ap-doy               pic 999     comp-5.
    05  ap-dow               pic 9       comp-5.

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

procedure division.
0000-start-here.
    move 0 to return-code.
    move spaces to ws-cmdline.
    accept ws-cmdline from command-line.
    move spaces to ws-arg-cooling.
    unstring ws-cmdline delimited by all space
        into ws-arg-cooling.
    if ws-arg-cooling not = spaces
        if function trim(ws-arg-cooling) is not numeric
            display 'Invalid cooling-off days: ' ws-arg-cooling
            move 8 to return-code
            go to 9000-end
        end-if
        move function numval(ws-arg-cooling) to ap-cooling-days
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to ap-fielded-date.
    move fielded_to_linear(ap-year, ap-month, ap-dom)
        to ap-today-ld.
    move ap-year to ap-ymd-year.
    move ap-month to ap-ymd-month.
    move ap-dom to ap-ymd-dom.
    move ap-ymd-text to ap-today.

    perform 0100-loadsent.
    perform 0150-loaddetail.

*>  a sent payment outside the guard table would go to the bank
*>  twice - abandon before writing anything instead.
*>
    if ap-overflow = 'Y'
        display 'achsent.dat or paydetl.dat exceeds its table;'
            ' run abandoned - archive settled payments first.'
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
    perform until eof-payreg
        perform 0300-onepayment thru 0390-exit
        perform 0910-readpayreg
    end-perform.
    close payreg-file.

    if ap-overflow = 'Y'
        display 'More than 500 ACH payments or ten companies in'
            ' one run; run abandoned - nothing written.'
        move 16 to return-code
        go to 9000-end
    end-if.

    if ap-entry-count = 0
        display 'No ACH payments to send; file not staged.'
        go to 9000-end
    end-if.

*>  the last file must be published before this one replaces it,
*>  and its APPROVALHOLD notes are cleared only then.
*>
    open input ach-file.
    if ws-ach-ok
        close ach-file
        display 'Staged file ' function trim(ap-staged-name)
            ' has not been published; run refused, nothing sent.'
        move 8 to return-code
        go to 9000-end
    end-if.
    move 'C' to ap-ah-action.
    move 0 to ap-payno.
    call 'approvalhold' using ap-ah-action ap-staged-name ap-payno
        ap-ah-result.
    if ap-ah-result not = 'Y'
        display 'apprhold.dat exceeds its table; run abandoned.'
        move 16 to return-code
        go to 9000-end
    end-if.
    move 'A' to ap-ah-action.
    perform varying ap-idx from 1 by 1 until ap-idx > ap-entry-count
        if ape-hold(ap-idx) = 'Y'
            call 'approvalhold' using ap-ah-action ap-staged-name
                ape-payno(ap-idx) ap-ah-result
        end-if
    end-perform.

    perform 0500-writefile.
    perform 0700-verifyfile.

    if ap-balanced = 'N'
        display 'ACH file ' function trim(ap-staged-name)
            ' does not balance; not staged, nothing marked sent.'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform 0800-recordsent.
    call 'stagemark' using ap-staged-name ap-pickup-name.

    move ap-reg-total to ap-total-display.
    display 'ACH payments sent this run: ' ap-entry-count
        ' totalling ' ap-total-display
        ' in ' ap-batch-count ' batches.'.
    perform varying ap-bdx from 1 by 1 until ap-bdx > ap-batch-count
        if apb-company(ap-bdx) = spaces
            display '  home company, ODFI ' apb-odfi(ap-bdx)
                ', effective ' apb-effective(ap-bdx)
        else
            display '  company ' apb-company(ap-bdx)
                ', ODFI ' apb-odfi(ap-bdx)
                ', effective ' apb-effective(ap-bdx)
        end-if
    end-perform.
    display 'ACH file staged as ' function trim(ap-staged-name) '.'.

9000-end.
    if ap-held-count > 0
        perform 0400-listheld
        if return-code = 0
            move 4 to return-code
        end-if
    end-if.
    if ap-bank-held > 0
        display 'Payments held - bank details changed inside the '
            ap-cooling-days ' business-day cooling-off: '
            ap-bank-held
        if return-code = 0
            move 4 to return-code
        end-if
    end-if.
    if ap-too-large > 0
        display 'Payments too large for an ACH entry, left for'
            ' treasury: ' ap-too-large
        move 8 to return-code
    end-if.
    if ap-no-company > 0
        display 'Payments for a company not on company.dat, not'
            ' sent: ' ap-no-company
        move 8 to return-code
    end-if.
    goback.

*>*****************************************************************
*> 0100-loadsent / 0110-readachsent                                *
*>*****************************************************************
0100-loadsent.
    move 0 to ap-sent-count.
    open input achsent-file.
    if ws-achsent-ok
        perform 0110-readachsent
        perform until eof-achsent or ap-sent-count >= 2000
            move spaces to ap-tok-payno
            unstring achsent-record delimited by ','
                into ap-tok-payno
            end-unstring
            add 1 to ap-sent-count
            compute ap-sent(ap-sent-count) =
                function numval(ap-tok-payno)
            perform 0110-readachsent
        end-perform
        if not eof-achsent
            move 'Y' to ap-overflow
        end-if
        close achsent-file
    end-if.

0110-readachsent.
    if not eof-achsent
        read achsent-file
            at end
                move 'Y' to ws-eof-achsent
        end-read
    end-if.

*>*****************************************************************
*> 0150-loaddetail / 0160-readpaydetl                              *
*>*****************************************************************
0150-loaddetail.
    move 0 to ap-detl-count.
    open input paydetl-file.
    if ws-paydetl-ok
        perform 0160-readpaydetl
        perform until eof-paydetl or ap-detl-count >= 5000
            add 1 to ap-detl-count
            move paydetl-record to ap-detl-lines(ap-detl-count)
            perform 0160-readpaydetl
        end-perform
        if not eof-paydetl
            move 'Y' to ap-overflow
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
*> 0300-onepayment                                                 *
*>*****************************************************************
0300-onepayment.
    move spaces to ap-tok-payno ap-tok-date ap-tok-vendor
        ap-tok-amount ap-tok-status ap-tok-reason ap-tok-company.
    unstring payreg-record delimited by ','
        into ap-tok-payno ap-tok-date ap-tok-vendor
            ap-tok-amount ap-tok-status ap-tok-reason ap-tok-company
    end-unstring.
    if ap-tok-payno = spaces or ap-tok-status = 'VOID'
        go to 0390-exit
    end-if.
    compute ap-payno = function numval(ap-tok-payno).

    move 'N' to ap-already.
    perform varying ap-idx from 1 by 1
            until ap-idx > ap-sent-count
        if ap-sent(ap-idx) = ap-payno
            move 'Y' to ap-already
        end-if
    end-perform.
    if ap-already = 'Y'
        go to 0390-exit
    end-if.

    move ap-tok-payno to ap-kind-payno.
    call 'paykindof' using ap-kind-payno ap-kind.
    if ap-kind not = 'PAYMENT'
        go to 0390-exit
    end-if.

    call 'vendbankof' using ap-tok-vendor ap-bank-result.
    if ap-b-found not = 'Y' or ap-b-method not = 'ACH'
        go to 0390-exit
    end-if.

    compute ap-amount = function numval(ap-tok-amount).
    if ap-amount > 99999999.99
        move ap-amount to ap-amount-display
        display 'Payment ' ap-payno ' for ' ap-amount-display
            ' exceeds the ACH entry amount field; not sent.'
        add 1 to ap-too-large
        go to 0390-exit
    end-if.

    call 'approvalof' using ap-payno ap-approval.
    if ap-a-released not = 'Y'
        if ap-held-count < 500
            add 1 to ap-held-count
            move ap-payno to aph-payno(ap-held-count)
            move ap-tok-vendor to aph-vendor(ap-held-count)
            move ap-amount to aph-amount(ap-held-count)
            move ap-a-status to aph-status(ap-held-count)
            move ap-a-run to aph-run(ap-held-count)
        end-if
        go to 0390-exit
    end-if.

    move function upper-case(ap-tok-company(1:4))
        to ap-tok-company.
    call 'companyof' using ap-tok-company(1:4) compinfo-result.
    if ci-found not = 'Y'
        display 'Payment ' ap-payno ' is for company '
            function trim(ap-tok-company)
            ', not on company.dat; not sent.'
        add 1 to ap-no-company
        go to 0390-exit
    end-if.
    if ci-home = 'Y'
        move spaces to ap-tok-company
    end-if.

    perform 0350-checkcooling.
    if ap-changed-ld > ap-today-ld
        add 1 to ap-bank-held
        display 'Payment ' ap-payno ' to ' function trim(ap-tok-vendor)
            ': bank details changed ' ap-b-changed
            '; held, not sent.'
        move 'W' to ap-al-severity
        move ap-tok-vendor to ap-al-key
        move 'bank details changed; ACH payment held for review'
            to ap-al-msg
        call 'alertadd' using ap-al-severity ap-al-job
            ap-al-key ap-al-msg
        go to 0390-exit
    end-if.

    perform 0450-batchfor.

    if ap-entry-count >= 500 or ap-hit = 0
        move 'Y' to ap-overflow
        go to 0390-exit
    end-if.

    add 1 to ap-entry-count.
    if ap-a-run-released = 'Y'
        move 'N' to ape-hold(ap-entry-count)
    else
        move 'Y' to ape-hold(ap-entry-count)
    end-if.
    move ap-payno to ape-payno(ap-entry-count).
    move ap-tok-date to ape-date(ap-entry-count).
    move ap-tok-vendor to ape-vendor(ap-entry-count).
    move ap-amount to ape-amount(ap-entry-count).
    move ap-b-routing to ape-routing(ap-entry-count).
    move ap-b-account to ape-account(ap-entry-count).
    move function upper-case(ap-b-name) to ape-name(ap-entry-count).
    move ap-hit to ape-batch(ap-entry-count).
    add ap-amount to ap-reg-total.

0390-exit.
    exit.

*>*****************************************************************
*> 0350-checkcooling                                               *
*>                                                                *
*> AP-CHANGED-LD the day the vendor's cooling-off window runs out  *
*> - its VENDBANK.DAT CHANGED date plus AP-COOLING-DAYS business   *
*> days of the company COMPANYOF last returned - or 0 when the     *
*> details carry no change date.                                   *
*>*****************************************************************
0350-checkcooling.
    move 0 to ap-changed-ld.
    if ap-b-changed not = spaces
        move dateparse(ap-b-changed, '02') to ap-parse-result
        if ap-p-success = 'Y'
            move fielded_to_linear(ap-p-year, ap-p-month, ap-p-dom)
                to ap-effective-ld
            move ap-cooling-days to ap-cal-days
            perform 0460-companydays
            move ap-effective-ld to ap-changed-ld
        end-if
    end-if.

*>*****************************************************************
*> 0400-listheld                                                   *
*>*****************************************************************
0400-listheld.
    display ' '.
    display 'Held for approval - not sent'.
    display 'Payno  Vendor       Status      Run           Amount'.
    display '=============================================='.
    perform varying ap-idx from 1 by 1 until ap-idx > ap-held-count
        move aph-amount(ap-idx) to ap-amount-display
        display aph-payno(ap-idx) ' ' aph-vendor(ap-idx) ' '
            aph-status(ap-idx) ' ' aph-run(ap-idx) ' '
            ap-amount-display
    end-perform.
    display '=============================================='.
    display 'Payments held: ' ap-held-count.

*>*****************************************************************
*> 0450-batchfor                                                   *
*>                                                                *
*> AP-HIT the batch for the company COMPANYOF last returned (its   *
*> code, blank for the home company, in AP-TOK-COMPANY), opened    *
*> the first time one of its payments is selected; 0 when a        *
*> company past the tenth would need one.                          *
*>*****************************************************************
0450-batchfor.
    move 0 to ap-hit.
    perform varying ap-bdx from 1 by 1 until ap-bdx > ap-batch-count
        if apb-company(ap-bdx) = ap-tok-company
            move ap-bdx to ap-hit
        end-if
    end-perform.
    if ap-hit = 0 and ap-batch-count < 10
        add 1 to ap-batch-count
        move ap-batch-count to ap-hit
        move ap-tok-company to apb-company(ap-hit)
        if ci-bank-count > 0
            move ci-routing(1)(1:8) to apb-odfi(ap-hit)
        else
            move shopach-odfi to apb-odfi(ap-hit)
        end-if
        if ap-tok-company = spaces
            move shopach-company-name to apb-name(ap-hit)
        else
            move spaces to apb-name(ap-hit)
            string function trim(ap-tok-company) ' '
                function trim(shopach-entry-desc)
                delimited by size into apb-name(ap-hit)
        end-if

*>  the settlement date has to be a banking day whatever the lead.
*>
        move ap-today-ld to ap-effective-ld
        move shopach-lead-days to ap-cal-days
        perform 0460-companydays
        if ap-cal-found = 'Y'
            if isbusinessdaycal(ap-effective-ld, ci-calid) = 'N'
                move addbusinessdayscal(ap-effective-ld, 1,
                        ci-calid) to ap-effective-ld
            end-if
        else
            if isbusinessday(ap-effective-ld) = 'N'
                move addbusinessdays(ap-effective-ld, 1)
                    to ap-effective-ld
            end-if
        end-if
        move linear_to_fielded(ap-effective-ld) to ap-fielded-date
        move ap-year to ap-ymd-year
        move ap-month to ap-ymd-month
        move ap-dom to ap-ymd-dom
        move ap-ymd-text to apb-effective(ap-hit)
    end-if.

*>*****************************************************************
*> 0460-companydays                                                *
*>                                                                *
*> AP-CAL-DAYS business days on from AP-EFFECTIVE-LD, in place, on *
*> calendar of the company last asked of COMPANYOF; the shop       *
*> calendar when its profile is not on CALPROFILES.DAT.            *
*>*****************************************************************
0460-companydays.
    move 'N' to ap-cal-found.
    if ci-calid not = spaces
        call 'calendarprofileof' using ci-calid ap-cal-profile
    end-if.
    if ap-cal-found = 'Y'
        move addbusinessdayscal(ap-effective-ld, ap-cal-days,
                ci-calid) to ap-effective-ld
    else
        move addbusinessdays(ap-effective-ld, ap-cal-days)
            to ap-effective-ld
    end-if.

*>*****************************************************************
*> 0500-writefile                                                  *
*>                                                                *
*> One batch per company account, its entries in register order;   *
*> the trace and addenda sequence numbers run on through the file  *
*> and are kept on the entry for ACHSENT.DAT.                      *
*>*****************************************************************
0500-writefile.
    open output ach-file.

    move shopach-dest-routing to afh-destination.
    move shopach-origin-id to afh-origin.
    compute afh-create-date = function mod(ts-year, 100) * 10000
        + ts-month * 100 + ts-dom.
    compute afh-create-time = ts-hours * 100 + ts-minutes.
    move shopach-dest-name to afh-dest-name.
    move shopach-origin-name to afh-origin-name.
    move ap-file-header to ach-record.
    write ach-record.

    move 0 to ap-seq.
    move 0 to afc-hash.
    move 0 to afc-credits.
    perform varying ap-bdx from 1 by 1 until ap-bdx > ap-batch-count
        perform 0550-writebatch
    end-perform.

*>  two header and control records per batch and two for the file,
*>  plus entry and addenda, rounded up to whole blocks of ten.
*>
    compute ap-record-count = 2 + (ap-batch-count * 2)
        + (ap-entry-count * 2).
    compute ap-block-count = (ap-record-count + 9) / 10.
    compute ap-pad-count = (ap-block-count * 10) - ap-record-count.

    move ap-batch-count to afc-batches.
    move ap-block-count to afc-blocks.
    compute afc-count = ap-entry-count * 2.
    move 0 to afc-debits.
    move ap-file-control to ach-record.
    write ach-record.

    perform varying ap-idx from 1 by 1 until ap-idx > ap-pad-count
        move all '9' to ach-record
        write ach-record
    end-perform.

    close ach-file.

*>*****************************************************************
*> 0550-writebatch                                                 *
*>                                                                *
*> Batch AP-BDX: header, its entries with their addenda, control;  *
*> the file control figures carried forward.                       *
*>*****************************************************************
0550-writebatch.
    move apb-name(ap-bdx) to abh-company-name.
    move shopach-company-id to abh-company-id.
    move shopach-entry-desc to abh-entry-desc.
    compute abh-desc-date = function numval(ap-today(3:2)) * 10000
        + function numval(ap-today(6:2)) * 100
        + function numval(ap-today(9:2)).
    compute abh-effective =
        function numval(apb-effective(ap-bdx)(3:2)) * 10000
        + function numval(apb-effective(ap-bdx)(6:2)) * 100
        + function numval(apb-effective(ap-bdx)(9:2)).
    move apb-odfi(ap-bdx) to abh-odfi.
    move ap-bdx to abh-batch.
    move ap-batch-header to ach-record.
    write ach-record.

    move 0 to ap-hash.
    move 0 to ap-credits.
    move 0 to abc-count.
    perform varying ap-idx from 1 by 1 until ap-idx > ap-entry-count
        if ape-batch(ap-idx) = ap-bdx
            add 1 to ap-seq
            move ape-routing(ap-idx)(1:8) to aed-rdfi
            move ape-routing(ap-idx)(9:1) to aed-check-digit
            move ape-account(ap-idx) to aed-account
            move ape-amount(ap-idx) to aed-amount
            move spaces to aed-ident
            move ape-payno(ap-idx) to aed-ident(1:6)
            move ape-name(ap-idx) to aed-name
            move apb-odfi(ap-bdx) to aed-trace-odfi
            move ap-seq to aed-trace-seq
            move aed-trace to ape-trace(ap-idx)
            move ap-entry-detail to ach-record
            write ach-record
            add function numval(ape-routing(ap-idx)(1:8)) to ap-hash
            add ape-amount(ap-idx) to ap-credits
            add 2 to abc-count

            perform 0600-addendainfo
            move ap-seq to aad-entry-seq
            move ap-addenda to ach-record
            write ach-record
        end-if
    end-perform.

    add ap-hash to afc-hash.
    add ap-credits to afc-credits.
    compute afc-hash = function mod(afc-hash, 10000000000).
    compute ap-hash = function mod(ap-hash, 10000000000).
    move ap-hash to abc-hash.
    move 0 to abc-debits.
    move ap-credits to abc-credits.
    move shopach-company-id to abc-company-id.
    move apb-odfi(ap-bdx) to abc-odfi.
    move ap-bdx to abc-batch.
    move ap-batch-control to ach-record.
    write ach-record.

*>*****************************************************************
*> 0600-addendainfo                                                *
*>                                                                *
*> The covered invoice numbers, comma-separated, for entry AP-IDX. *
*> When they overrun the 80 bytes the list ends in '+MORE' and the *
*> vendor's REMIT advice carries the full detail.                  *
*>*****************************************************************
0600-addendainfo.
    move spaces to aad-info.
    move 'INV ' to aad-info(1:4).
    move 5 to ap-info-ptr.
    move 'N' to ap-info-more.
    perform varying ap-jdx from 1 by 1 until ap-jdx > ap-detl-count
        move spaces to ap-tok-payno ap-tok-vendor ap-tok-invoice
        unstring ap-detl-lines(ap-jdx) delimited by ','
            into ap-tok-payno ap-tok-vendor ap-tok-invoice
        end-unstring
        if ap-tok-payno not = spaces
                and function numval(ap-tok-payno) = ape-payno(ap-idx)
                and ap-tok-invoice not = spaces
            move length of function trim(ap-tok-invoice)
                to ap-inv-len
            if ap-info-ptr + ap-inv-len > 75
                move 'Y' to ap-info-more
            else
                if ap-info-ptr > 5
                    move ',' to aad-info(ap-info-ptr:1)
                    add 1 to ap-info-ptr
                end-if
                move function trim(ap-tok-invoice)
                    to aad-info(ap-info-ptr:ap-inv-len)
                add ap-inv-len to ap-info-ptr
            end-if
        end-if
    end-perform.
    if ap-info-more = 'Y'
        move '+MORE' to aad-info(76:5)
    end-if.

*>*****************************************************************
*> 0700-verifyfile / 0710-readach                                  *
*>                                                                *
*> Reads the staged file back and recomputes the control figures   *
*> from its own entry records, batch by batch and for the file.    *
*>*****************************************************************
0700-verifyfile.
    move 'Y' to ap-balanced.
    move 0 to ap-chk-hash.
    move 0 to ap-chk-credits.
    move 0 to ap-chk-count.
    move 0 to ap-chk-batches.
    move 0 to ap-chk-b-hash.
    move 0 to ap-chk-b-credits.
    move 0 to ap-chk-b-count.
    move 'N' to ws-eof-ach.
    open input ach-file.
    if not ws-ach-ok
        move 'N' to ap-balanced
    else
        perform 0710-readach
        perform until eof-ach
            move ach-record to ap-check-record
            evaluate ap-check-record(1:1)
                when '6'
                    add 1 to ap-chk-count ap-chk-b-count
                    add ace-rdfi to ap-chk-hash ap-chk-b-hash
                    add ace-amount to ap-chk-credits ap-chk-b-credits
                when '7'
                    add 1 to ap-chk-count ap-chk-b-count
                when '8'
                    add 1 to ap-chk-batches
                    if acb-count not = ap-chk-b-count
                            or acb-debits not = 0
                            or acb-credits not = ap-chk-b-credits
                            or acb-hash not =
                            function mod(ap-chk-b-hash, 10000000000)
                        move 'N' to ap-balanced
                    end-if
                    move 0 to ap-chk-b-hash
                    move 0 to ap-chk-b-credits
                    move 0 to ap-chk-b-count
                when '9'
                    if ap-check-record not = all '9'
                        if acf-count not = ap-chk-count
                                or acf-debits not = 0
                                or acf-credits not = ap-chk-credits
                                or acf-hash not =
                                function mod(ap-chk-hash, 10000000000)
                            move 'N' to ap-balanced
                        end-if
                    end-if
                when other
                    continue
            end-evaluate
            perform 0710-readach
        end-perform
        close ach-file
    end-if.

    if ap-chk-credits not = ap-reg-total
            or ap-chk-count not = ap-entry-count * 2
            or ap-chk-batches not = ap-batch-count
        move 'N' to ap-balanced
    end-if.

0710-readach.
    if not eof-ach
        read ach-file
            at end
                move 'Y' to ws-eof-ach
        end-read
    end-if.

*>*****************************************************************
*> 0800-recordsent                                                 *
*>*****************************************************************
0800-recordsent.
    open extend achsent-file.
    if not ws-achsent-ok
        open output achsent-file
    end-if.
    perform varying ap-idx from 1 by 1 until ap-idx > ap-entry-count
        move ape-amount(ap-idx) to ap-amount-display
        move spaces to ap-line
        string ape-payno(ap-idx) ','
            ape-date(ap-idx) ','
            function trim(ape-vendor(ap-idx)) ','
            ap-amount-display ','
            apb-effective(ape-batch(ap-idx)) ','
            ape-trace(ap-idx)
            delimited by size into ap-line
        move ap-line to achsent-record
        write achsent-record
    end-perform.
    close achsent-file.

0910-readpayreg.
    if not eof-payreg
        read payreg-file
            at end
                move 'Y' to ws-eof-payreg
        end-read
    end-if.

end program achpay.
