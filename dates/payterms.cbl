*> business-day fallback), so the aging buckets downstream stop    *
*> mixing currencies; an invoice whose currency has no usable      *
*> rate is rejected rather than passed through unconverted.        *
*> Each DUEDATES.DAT line ends with the invoice's CURRENCY and     *
*> its original foreign AMOUNT (both blank for a base-currency     *
*> invoice) and the invoice DATE, from which FXREVAL restates the  *
*> open foreign items at each period end.                          *
*> An invoice may carry, after THREEWAY's PO and QTY columns, the  *
*> COMPANY it is payable by (blank for the home company; see       *
*> COMPANYOF); an invoice for a company not on COMPANY.DAT is      *
*> rejected, its currency counts as foreign only against that      *
*> company's own base currency, and the code is written as the     *
*> last DUEDATES.DAT column (blank for the home company) so PAYRUN *
*> pays each company's invoices separately.                        *
*> The terms arithmetic itself is TERMSDUE, at the end of this     *
*> source, so BILLRUN dates the invoices it raises the same way.   *
*>                                                                *
*> Supported terms codes:                                          *
*>   NET30          - due 30 calendar days after the invoice date  *
environment division.
configuration section.
repository.
    function dateformat
    function dateparse
    function fielded_to_linear
    function linear_to_fielded
    function all intrinsic.

    05  dd-amount       pic x(14).
    05  filler          pic x       value ','.
    05  dd-terms        pic x(16).
    05  filler          pic x       value ','.
    05  dd-currency     pic x(3).
    05  filler          pic x       value ','.
    05  dd-fcamount     pic x(14).
    05  filler          pic x       value ','.
    05  dd-invdate      pic x(10).
    05  filler          pic x       value ','.
    05  dd-company      pic x(4).

working-storage section.

01  pt-terms            pic x(16).
01  pt-tok-amount       pic x(16).
01  pt-tok-currency     pic x(3).
01  pt-tok-po           pic x(12).
01  pt-tok-qty          pic x(12).
01  pt-tok-company      pic x(8).
01  pt-company          pic x(4).
copy compinfo.
01  pt-amount           pic s9(11)v99 comp-5.
01  pt-amount-display   pic -(10)9.99.
01  pt-amount-text      pic x(14).
01  pt-fc-text          pic x(14).
01  pt-fc-currency      pic x(3).
01  pt-fx-rate          pic s9(7)v9(8) comp-5.
01  pt-fx-found         pic x.

01  pt-disc-pct         usage signed-int.

01  pt-inv-ld           usage signed-int.
01  pt-due-ld           usage signed-int.
01  pt-disc-ld          usage signed-int.

01  pt-rowcount         usage signed-int value 0.
01  pt-badcount         usage signed-int value 0.
        88  pt-is-valid         value 'Y'.
        88  pt-is-not-valid     value 'N'.

01  pt-out-fielded.
    05  pt-o-year           pic s9(9)   comp-5.
    05  pt-o-month          pic 99      comp-5.
01  pt-date-text        pic x(20).
01  pt-pct-display      pic 99.

*>  Terms arithmetic (see TERMSDUE).
*>
copy termsdue.

procedure division.
0000-start-here.
    move 0 to return-code.
*>*****************************************************************
0200-oneinvoice.
    move spaces to pt-invoice pt-datetext pt-terms
        pt-tok-amount pt-tok-currency pt-tok-po pt-tok-qty
        pt-tok-company.
    unstring invoice-record delimited by ','
        into pt-invoice pt-datetext pt-terms
            pt-tok-amount pt-tok-currency pt-tok-po pt-tok-qty
            pt-tok-company
    end-unstring.
    move function upper-case(pt-tok-currency) to pt-tok-currency.
    move function upper-case(pt-tok-company) to pt-tok-company.

    move 'Y' to pt-row-ok.
    move pt-tok-company(1:4) to pt-company.
    call 'companyof' using pt-company compinfo-result.
    if ci-home = 'Y'
        move spaces to pt-company
    end-if.
    if ci-found not = 'Y' or pt-tok-company(5:4) not = spaces
        display 'Invoice ' function trim(pt-invoice)
            ': company "' function trim(pt-tok-company)
            '" is not on company.dat.'
        move 'N' to pt-row-ok
    end-if.

    move dateparse(pt-datetext, ws-arg-format) to pt-parse-result.
    evaluate true
        when not row-is-ok
            continue
        when pt-is-not-valid
            display 'Invoice ' function trim(pt-invoice)
                ': bad invoice date "' function trim(pt-datetext)
                '".'
            move 'N' to pt-row-ok
        when other
            move fielded_to_linear(pt-year, pt-month, pt-dom)
                to pt-inv-ld
            perform 0300-applyterms
            if row-is-ok
                perform 0600-convertamount thru 0690-exit
            end-if
    end-evaluate.

    if row-is-ok
        perform 0800-writeduedate
        add 1 to pt-rowcount
*>*****************************************************************
*> 0300-applyterms                                                 *
*>                                                                *
*> Turns PT-TERMS into PT-DUE-LD / PT-DISC-LD / PT-DISC-PCT        *
*> through TERMSDUE below.                                         *
*>*****************************************************************
0300-applyterms.
    move function upper-case(pt-terms) to pt-terms.
    call 'termsdue' using pt-terms pt-inv-ld termsdue-result.
    if td-valid = 'N'
        display 'Invoice ' function trim(pt-invoice)
            ': unrecognized terms "' function trim(pt-terms) '".'
        move 'N' to pt-row-ok
    else
        move td-due-ld to pt-due-ld
        move td-disc-ld to pt-disc-ld
        move td-disc-pct to pt-disc-pct
    end-if.

*>*****************************************************************
*> shape); a foreign amount converts at the invoice date's rate.   *
*>*****************************************************************
0600-convertamount.
    move spaces to pt-fc-text pt-fc-currency.
    if pt-tok-amount = spaces
        move spaces to pt-amount-text
        go to 0690-exit
    end-if.
    compute pt-amount = function numval(pt-tok-amount).
    if pt-tok-currency not = spaces
            and pt-tok-currency not = ci-currency
        move pt-amount to pt-amount-display
        move pt-amount-display to pt-fc-text
        move pt-tok-currency to pt-fc-currency
        call 'fxrate' using pt-tok-currency pt-inv-ld
            pt-fx-rate pt-fx-found
        if pt-fx-found = 'Y'

    move pt-amount-text to dd-amount.
    move pt-terms to dd-terms.
    move pt-fc-currency to dd-currency.
    move pt-fc-text to dd-fcamount.
    move linear_to_fielded(pt-inv-ld) to pt-out-fielded.
    move dateformat(pt-out-fielded, '01') to pt-date-text.
    move pt-date-text(1:10) to dd-invdate.
    move pt-company to dd-company.

    write duedate-record.

    end-if.

end program payterms.

*>*****************************************************************
*> termsdue                                                        *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> The terms arithmetic behind PAYTERMS, callable so BILLRUN dates *
*> the invoices it raises by the same rules.  Given an upper-case  *
*> terms code and an invoice date, returns the due date and, for   *
*> d/ddNETnn terms, the discount date and percent.  A due or       *
*> discount date landing on a closure rolls forward to the next    *
*> business day.                                                   *
*>                                                                *
*> CALL 'termsdue' USING terms (x16), invoice-date (signed-int),   *
*> termsdue-result.                                                *
*>*****************************************************************
identification division.
program-id. termsdue.

environment division.
configuration section.
repository.
    function addbusinessdays
    function addmonths
    function fielded_to_linear
    function isbusinessday
    function linear_to_fielded
    function all intrinsic.

data division.
working-storage section.
01  tt-terms-rest       pic x(16).
01  tt-tok-disc         pic x(4).
01  tt-tok-days         pic x(4).
01  tt-tok-net          pic x(4).
01  tt-net-days         usage signed-int.
01  tt-disc-days        usage signed-int.
01  tt-prox-days        usage signed-int.
01  tt-eom-ld           usage signed-int.
01  tt-one-day          usage signed-int value 1.
01  tt-one-month        usage signed-int value 1.

01  tt-inv-fielded.
    05  tt-year             pic s9(9)   comp-5.
    05  tt-month            pic 99      comp-5.
    05  tt-dom              pic 99      comp-5.

01  tt-next-month.
    05  tt-nm-year          pic s9(9)   comp-5.
    05  tt-nm-month         pic 99      comp-5.
    05  tt-nm-dom           pic 99      comp-5.

linkage section.
01  td-terms            pic x(16).
01  td-inv-ld           usage signed-int.
copy termsdue.

procedure division using td-terms td-inv-ld termsdue-result.
0100-main.
    move 0 to td-due-ld.
    move 0 to td-disc-ld.
    move 0 to td-disc-pct.
    move 'Y' to td-valid.

    evaluate true
        when td-terms(1:8) = 'PROX-EOM'
            perform 0400-proxterms
        when td-terms(1:3) = 'NET'
            compute tt-net-days = function numval(td-terms(4:13))
            compute td-due-ld = td-inv-ld + tt-net-days
        when other
            perform 0500-discountterms
    end-evaluate.

    if td-valid = 'Y'
        if isbusinessday(td-due-ld) = 'N'
            move addbusinessdays(td-due-ld, tt-one-day) to td-due-ld
        end-if
        if td-disc-ld not = 0
            if isbusinessday(td-disc-ld) = 'N'
                move addbusinessdays(td-disc-ld, tt-one-day)
                    to td-disc-ld
            end-if
        end-if
    end-if.
    goback.

*>*****************************************************************
*> 0400-proxterms                                                  *
*>                                                                *
*> PROX-EOM+n: the invoice month's last day (first of the next     *
*> month per ADDMONTHS, less one) plus n days.                     *
*>*****************************************************************
0400-proxterms.
    if td-terms(9:1) = '+'
        compute tt-prox-days = function numval(td-terms(10:7))
    else
        move 0 to tt-prox-days
    end-if.
    move linear_to_fielded(td-inv-ld) to tt-inv-fielded.
    move addmonths(tt-year, tt-month, tt-one-day, tt-one-month)
        to tt-next-month.
    compute tt-eom-ld =
        fielded_to_linear(tt-nm-year, tt-nm-month, tt-nm-dom) - 1.
    compute td-due-ld = tt-eom-ld + tt-prox-days.

*>*****************************************************************
*> 0500-discountterms                                              *
*>                                                                *
*> d/ddNETnn: discount percent, slash, discount days, NET, net     *
*> days - 2/10NET30 gives 2% through day 10, net due day 30.       *
*>*****************************************************************
0500-discountterms.
    move spaces to tt-tok-disc tt-terms-rest.
    unstring td-terms delimited by '/'
        into tt-tok-disc tt-terms-rest
    end-unstring.
    if tt-terms-rest = spaces
        move 'N' to td-valid
    else
        move spaces to tt-tok-days tt-tok-net
        unstring tt-terms-rest delimited by 'NET'
            into tt-tok-days tt-tok-net
        end-unstring
        compute td-disc-pct = function numval(tt-tok-disc)
        compute tt-disc-days = function numval(tt-tok-days)
        compute tt-net-days = function numval(tt-tok-net)
        if tt-net-days = 0
            move 0 to td-disc-pct
            move 'N' to td-valid
        else
            compute td-due-ld = td-inv-ld + tt-net-days
            compute td-disc-ld = td-inv-ld + tt-disc-days
        end-if
    end-if.

end program termsdue.
