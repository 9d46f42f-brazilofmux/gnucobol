*> batch balances.  This reads a journal file in the header/       *
*> detail/trailer multi-record shape -                             *
*>                                                                *
*>   H,BATCHID,POSTDATE[,COMPANY]                                  *
*>   D,BATCHID,ACCOUNT,DEBIT,CREDIT    (one per line)              *
*>   T,BATCHID,COUNT,HASH                                          *
*>                                                                *
*> (HASH the sum of the batch's debit and credit amounts) - and    *
*> verifies, per batch: debits equal credits, the trailer's count  *
*> and hash match the details, the posting date is not inside an   *
*> active EVENTS.DAT freeze window, and every detail's account is  *
*> on the COAMAST.DAT chart and postable on the posting date (see  *
*> COAMAINT).  Clean batches pass verbatim to GLPOST.DAT; a       *
*> failing batch lands whole in the suspense file GLSUSP.DAT with  *
*> a DIFF line naming what broke, so one unbalanced batch or       *
*> mistyped account no longer holds the whole night's posting.     *
*> GLFEED builds the batches for our own subledgers.               *
*>                                                                *
*> COMPANY is the legal entity on COMPANY.DAT the batch posts to - *
*> blank for the home company.  A batch for a company not on the   *
*> master is suspended, and so is one whose posting date falls in  *
*> a period closed for its company (ISPERIODOPENCO, the period     *
*> taken from FISCALPERIODOF on that company's own fiscal start    *
*> month), so no feed can post into another company's period.      *
*> The counts are reported per company as well as across them      *
*> all.                                                            *
*>                                                                *
*> Command line: [journal-file]   (default gljournal.dat)          *
*>                                                                *
repository.
    function dateparse
    function fielded_to_linear
    function fiscalperiodof
    function iseventactive
    function isperiodopenco
    function all intrinsic.

input-output section.
01  gg-t-hash            pic s9(13)v99 comp-5.
01  gg-post-ld           usage signed-int.
01  gg-fail-reason       pic x(40).
01  gg-account           pic x(16).

*>  Chart-of-accounts lookup (see ACCOUNTOF).
*>
copy coaacct.

01  gg-clean-count       usage signed-int value 0.
01  gg-susp-count        usage signed-int value 0.

*>  The batch's company and its fiscal period; the per-company
*>  counts for the report.
*>
01  gg-company           pic x(4).
01  gg-company-key       pic x(4).
01  gg-company-known     pic x.
copy compinfo.

01  gg-fpo-result.
    05  gg-fpo-period        pic 99      comp-5.
    05  gg-fpo-fiscalyear    pic s9(9)   comp-5.
01  gg-fy-display        pic 9(4).
01  gg-pp-display        pic 99.

01  gg-companies.
    05  gg-co occurs 50 times.
        10  gg-co-id         pic x(4).
        10  gg-co-clean      usage signed-int.
        10  gg-co-susp       usage signed-int.
01  gg-co-count          usage signed-int value 0.
01  gg-cidx              usage signed-int.
01  gg-co-hit            usage signed-int.
01  gg-co-label          pic x(8).
01  gg-count-display     pic z(6)9.

01  gg-diff              pic s9(13)v99 comp-5.
01  gg-diff-display      pic -(12)9.99.
01  gg-line              pic x(100).

    display 'Batches posted clean: ' gg-clean-count.
    display 'Batches suspended:    ' gg-susp-count.
    perform varying gg-cidx from 1 by 1 until gg-cidx > gg-co-count
        move gg-co-id(gg-cidx) to gg-co-label
        if gg-co-label = spaces
            move '(home)' to gg-co-label
        end-if
        move gg-co-clean(gg-cidx) to gg-count-display
        display '  Company ' gg-co-label ' clean: ' gg-count-display
            with no advancing
        move gg-co-susp(gg-cidx) to gg-count-display
        display '  suspended: ' gg-count-display
    end-perform.
    if gg-susp-count > 0
        move 4 to return-code
    end-if.
            move 0 to gg-hash-total
            move gg-tok-batch to gg-batchid
            move gg-tok-3(1:10) to gg-postdate
            perform 0250-batchcompany
            perform 0300-bufferline
        when 'D'
            add 1 to gg-detail-count
            continue
    end-evaluate.

*>*****************************************************************
*> 0250-batchcompany                                               *
*>                                                                *
*> The header's COMPANY resolved against the master: GG-COMPANY-   *
*> KEY is the company's code (the home company's for a blank one), *
*> or the code as written when it is not on the master.            *
*>*****************************************************************
0250-batchcompany.
    move 'Y' to gg-company-known.
    move function upper-case(gg-tok-4(1:4)) to gg-company.
    if gg-tok-4(5:12) not = spaces
        move 'N' to gg-company-known
    end-if.
    call 'companyof' using gg-company compinfo-result.
    if ci-found = 'Y'
        move ci-company to gg-company-key
    else
        move 'N' to gg-company-known
        move gg-company to gg-company-key
    end-if.

0300-bufferline.
    if gg-line-count < 500
        add 1 to gg-line-count
            end-if
        end-if
    end-if.
    if gg-fail-reason = spaces
        perform 0420-checkcompany
    end-if.
    if gg-fail-reason = spaces
        perform 0450-checkaccounts thru 0450-exit
    end-if.

    if gg-fail-reason = spaces
        perform varying gg-lidx from 1 by 1
            write post-record
        end-perform
        add 1 to gg-clean-count
        perform 0600-tallycompany
        add 1 to gg-co-clean(gg-co-hit)
    else
        perform 0500-suspend
    end-if.
    move 'N' to gg-in-batch.

*>*****************************************************************
*> 0420-checkcompany                                               *
*>                                                                *
*> The batch's company must be on the master, and its posting      *
*> date's period - on that company's fiscal calendar - must not be *
*> closed for that company.                                        *
*>*****************************************************************
0420-checkcompany.
    if gg-company-known not = 'Y'
        string 'company ' function trim(gg-company)
            ' not on the company master'
            delimited by size into gg-fail-reason
    else
        call 'companyof' using gg-company compinfo-result
        move fiscalperiodof(gg-post-ld, ci-fiscalstart)
            to gg-fpo-result
        if isperiodopenco(gg-company, gg-fpo-fiscalyear,
                gg-fpo-period) = 'N'
            move gg-fpo-fiscalyear to gg-fy-display
            move gg-fpo-period to gg-pp-display
            string 'period ' gg-fy-display '-' gg-pp-display
                ' closed for company ' function trim(gg-company-key)
                delimited by size into gg-fail-reason
        end-if
    end-if.

*>*****************************************************************
*> 0450-checkaccounts                                              *
*>                                                                *
*> Every detail's ACCOUNT must be on the COAMAST.DAT chart and     *
*> postable on the batch's posting date; the first that is not     *
*> names the failure.                                              *
*>*****************************************************************
0450-checkaccounts.
    perform varying gg-lidx from 1 by 1
            until gg-lidx > gg-line-count
        move spaces to gg-tok-type gg-tok-batch gg-tok-3
        unstring gg-batch-lines(gg-lidx) delimited by ','
            into gg-tok-type gg-tok-batch gg-tok-3
        end-unstring
        if function upper-case(gg-tok-type) = 'D'
            move gg-tok-3 to gg-account
            call 'accountof' using gg-account gg-post-ld
                coaacct-result
            if ca-found not = 'Y'
                string 'unknown account ' function trim(gg-account)
                    delimited by size into gg-fail-reason
                go to 0450-exit
            end-if
            if ca-postable not = 'Y'
                if ca-effective-ld > 0
                        and gg-post-ld < ca-effective-ld
                    string 'account ' function trim(gg-account)
                        ' not yet effective'
                        delimited by size into gg-fail-reason
                else
                    string 'closed account ' function trim(gg-account)
                        delimited by size into gg-fail-reason
                end-if
                go to 0450-exit
            end-if
        end-if
    end-perform.
0450-exit.
    exit.

*>*****************************************************************
*> 0500-suspend                                                    *
*>                                                                *
    display 'Suspended batch ' function trim(gg-batchid)
        ': ' function trim(gg-fail-reason) '.'.
    add 1 to gg-susp-count.
    perform 0600-tallycompany.
    add 1 to gg-co-susp(gg-co-hit).
    move 'N' to gg-in-batch.
    move 0 to gg-line-count.
    move 'N' to gg-buf-overflow.

*>*****************************************************************
*> 0600-tallycompany                                               *
*>                                                                *
*> GG-CO-HIT is GG-COMPANY-KEY's slot in the report table, added   *
*> on first sight; past 50 companies the last slot takes the rest. *
*>*****************************************************************
0600-tallycompany.
    move 0 to gg-co-hit.
    perform varying gg-cidx from 1 by 1 until gg-cidx > gg-co-count
        if gg-co-id(gg-cidx) = gg-company-key
            move gg-cidx to gg-co-hit
        end-if
    end-perform.
    if gg-co-hit = 0
        if gg-co-count < 50
            add 1 to gg-co-count
            move gg-company-key to gg-co-id(gg-co-count)
            move 0 to gg-co-clean(gg-co-count)
            move 0 to gg-co-susp(gg-co-count)
        end-if
        move gg-co-count to gg-co-hit
    end-if.

0910-readjournal.
    if not eof-journal
        read journal-file
