*>                                                                *
*> Command line: [input] [layout] [date-col] [amount-col] [mode]   *
*>               [as-of] [B] [delimiter] [currency-col]            *
*>               [company-col]                                     *
*>                                                                *
*> MODE is 'F' fixed-width (default) or 'C' CSV read through the   *
*> CSVPARSER library, the same 'C' mode DATEAUDIT offers (layout   *
*> base through the FXRATE lookup as of its invoice date, so the   *
*> buckets stop mixing currencies; a row whose currency has no     *
*> usable rate counts as unreadable rather than polluting a        *
*> bucket.  A tenth argument names a company column: each row is   *
*> then also bucketed under its company (blank, or the home code,  *
*> is the home company off the COMPANY.DAT master through          *
*> COMPANYOF), the per-company buckets printed after the detail    *
*> and the consolidated buckets after them; a row naming a company *
*> not on the master counts as unreadable.                         *
*>*****************************************************************
identification division.
program-id. aging.
01  ag-fx-found         pic x.
01  ag-row-ok           pic x.

01  ws-arg-cocol        pic x(20).
01  ws-coidx            usage signed-int value 0.
01  ag-company          pic x(4).
01  ag-company-text     pic x(20).
01  ag-co-count         usage signed-int value 0.
01  ag-co-hit           usage signed-int.
01  ag-co-idx           usage signed-int.
01  ag-companies        occurs 50 times.
    05  ag-co-code          pic x(4).
    05  ag-co-bucket-count  occurs 4 times usage signed-int.
    05  ag-co-bucket-total  occurs 4 times pic s9(13)v99 comp-5.
01  ag-co-name          pic x(6).
copy compinfo.

01  csvhandle           usage pointer.
01  bufptr              usage pointer.
01  filename            pic x(40).
    display 9 upon argument-number.
    accept ws-arg-curcol from argument-value.

    move spaces to ws-arg-cocol.
    display 10 upon argument-number.
    accept ws-arg-cocol from argument-value.

    if ws-arg-asof = spaces or ws-arg-asof = low-values
        move function current-date to time-stamp
        move currentbusinessdate(time-stamp) to ag-today-fielded
                and wsl-name(wsl-idx) = ws-arg-curcol
            move wsl-idx to ws-curidx
        end-if
        if ws-arg-cocol not = spaces
                and ws-arg-cocol not = low-values
                and wsl-name(wsl-idx) = ws-arg-cocol
            move wsl-idx to ws-coidx
        end-if
    end-perform.
    if ws-dateidx = 0 or ws-amountidx = 0
        display 'Date or amount column not found in layout.'
        move 8 to return-code
        go to 9000-end
    end-if.
    if ws-arg-cocol not = spaces and ws-arg-cocol not = low-values
            and ws-coidx = 0
        display 'Company column not found in layout.'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform varying ag-idx from 1 by 1 until ag-idx > 4
        move 0 to ag-bucket-count(ag-idx)
        close input-file
    end-if.

    if ws-coidx > 0
        perform 0800-companybuckets
    end-if.

    display '=============================================='.
    if ws-coidx > 0
        display 'All companies'
    end-if.
    perform varying ag-idx from 1 by 1 until ag-idx > 4
        move ag-bucket-total(ag-idx) to ag-total-amount
        move ag-bucket-count(ag-idx) to ag-total-count
        if ws-curidx > 0
            perform 0430-convertamount
        end-if
        if ws-coidx > 0 and ag-row-ok = 'Y'
            perform 0450-findcompany
        end-if

        if ag-row-ok = 'Y'
            add 1 to ag-bucket-count(ag-bucket)
            add ag-amount to ag-bucket-total(ag-bucket)
            if ws-coidx > 0
                add 1 to ag-co-bucket-count(ag-co-hit, ag-bucket)
                add ag-amount
                    to ag-co-bucket-total(ag-co-hit, ag-bucket)
            end-if

            move ag-rec-count to dl-recnum
            move ag-date-text(1:10) to dl-date
        end-if
    end-if.

0440-getfield-company.
    move spaces to ag-company-text.
    if csv-mode
        if wsl-start(ws-coidx) <= fieldnum
        and wsl-start(ws-coidx) <= 20
            move ws-csv-fields(wsl-start(ws-coidx))
                to ag-company-text
        end-if
    else
        move input-record(wsl-start(ws-coidx):
                wsl-length(ws-coidx))
            to ag-company-text
    end-if.

*>*****************************************************************
*> 0450-findcompany                                                *
*>                                                                *
*> Finds (or opens) the row's slot in the per-company buckets.     *
*> The home company's own code is folded into blank so one entity  *
*> never reports twice.                                            *
*>*****************************************************************
0450-findcompany.
    perform 0440-getfield-company.
    move function upper-case(ag-company-text(1:4)) to ag-company.
    call 'companyof' using ag-company compinfo-result.
    if ci-found = 'N'
        display 'Record ' ag-rec-count ': company '
            function trim(ag-company) ' is not on the company master.'
        add 1 to ag-bad-count
        move 'N' to ag-row-ok
    else
        if ci-home = 'Y'
            move spaces to ag-company
        end-if
        move 0 to ag-co-hit
        perform varying ag-co-idx from 1 by 1
                until ag-co-idx > ag-co-count or ag-co-hit > 0
            if ag-co-code(ag-co-idx) = ag-company
                move ag-co-idx to ag-co-hit
            end-if
        end-perform
        if ag-co-hit = 0
            if ag-co-count >= 50
                display 'Record ' ag-rec-count
                    ': too many companies to bucket.'
                add 1 to ag-bad-count
                move 'N' to ag-row-ok
            else
                add 1 to ag-co-count
                move ag-co-count to ag-co-hit
                move ag-company to ag-co-code(ag-co-hit)
                perform varying ag-idx from 1 by 1 until ag-idx > 4
                    move 0 to ag-co-bucket-count(ag-co-hit, ag-idx)
                    move 0 to ag-co-bucket-total(ag-co-hit, ag-idx)
                end-perform
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0800-companybuckets                                             *
*>*****************************************************************
0800-companybuckets.
    perform varying ag-co-idx from 1 by 1
            until ag-co-idx > ag-co-count
        display '=============================================='
        if ag-co-code(ag-co-idx) = spaces
            move '(home)' to ag-co-name
        else
            move ag-co-code(ag-co-idx) to ag-co-name
        end-if
        display 'Company ' ag-co-name
        perform varying ag-idx from 1 by 1 until ag-idx > 4
            move ag-co-bucket-total(ag-co-idx, ag-idx)
                to ag-total-amount
            move ag-co-bucket-count(ag-co-idx, ag-idx)
                to ag-total-count
            display ag-bucket-name(ag-idx) ' count ' ag-total-count
                ' total ' ag-total-amount
        end-perform
    end-perform.

*>*****************************************************************
*> 0520-getcsvrow                                                  *
*>                                                                *
