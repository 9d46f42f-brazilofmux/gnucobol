*>*****************************************************************
*> xrefaudit - Nightly cross-file referential integrity audit.     *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Each program checks its own inputs, but nothing checked that    *
*> the files agree with each other: PAYDETL.DAT lines whose        *
*> invoice is on neither MATCHED.DAT nor INVOICES.DAT,             *
*> OUTSTAND.DAT entries with no PAYREG.DAT payment, OPENITEMS.DAT  *
*> customers nobody recognizes - all found at month-end close.     *
*> This runs nightly over the rule file XREFRULES.DAT, one comma-  *
*> delimited rule per line ('*' in column 1 a comment):            *
*>                                                                *
*>   EXISTS,RULE,FILE,COL,REFFILE,REFCOL[,REFFILE2,REFCOL2]        *
*>       every non-blank FILE.COL must be found in REFFILE.REFCOL  *
*>       (or, when given, REFFILE2.REFCOL2);                       *
*>   SUM,RULE,FILE,KEY,AMOUNT,FILE2,KEY2,AMOUNT2                   *
*>       per key, FILE's AMOUNT total equals FILE2's AMOUNT2 total *
*>       - a key on only one side is compared against zero;        *
*>   COUNT,RULE,FILE,KEY,FILE2,KEY2                                *
*>       per key, FILE and FILE2 carry the same number of lines;   *
*>   EXCEPT,RULE,FILE,COL[,FILE2,COL2]                             *
*>       placed just before rule RULE: a value of FILE.COL (or     *
*>       FILE2.COL2) is passed over by it - an EXISTS value not    *
*>       looked up, a SUM or COUNT key not compared.  Not a rule   *
*>       itself; more than one EXCEPT line may lead a rule.        *
*>                                                                *
*> A payment register line is not always a vendor payment:         *
*> REFUND and EXPCLAIM pay customers and employees with no         *
*> PAYDETL.DAT lines behind them, so AP-REG-DETL excepts the       *
*> payment numbers on REFUNDS.DAT and EXPPAID.DAT.                 *
*>                                                                *
*> HISTARCH moves old lines out to partitions listed on            *
*> ARCHCTL.DAT (FILE.fyYYYY).  A file is read with its partitions, *
*> as ARCHINQ reads it, as an EXISTS reference file, on either     *
*> side of SUM and COUNT, and as an EXCEPT list - so archiving     *
*> PAYDETL.DAT orphans nothing on PAIDINV.DAT and unbalances no    *
*> payment.  The file an EXISTS rule checks is read live only:     *
*> what was archived was audited while it was live.                *
*>                                                                *
*> A column is a 1-based comma-delimited field number, or START:   *
*> LENGTH for a fixed-width file (OPENITEMS.DAT's customer is      *
*> 1:12) - the DATERULES convention.  Values compare trimmed.      *
*>                                                                *
*> Every orphan and mismatch is listed under its rule (the first   *
*> 20 per rule, then a count), and each failing rule raises one    *
*> warning through ALERTADD, keyed on the rule, so it reaches the  *
*> morning router.  A file not on the disk is taken as empty, the  *
*> way the jobs that append to it treat it - so a reference file   *
*> gone missing orphans everything that points at it.  A rule that *
*> cannot be read is reported and alerted as not evaluated.        *
*>                                                                *
*> Command line: [rules-file]                                      *
*>                                                                *
*> RETURN-CODE 0 every rule holds, 4 orphans or mismatches found,  *
*> 8 a rule could not be read, 16 a rule's key table               *
*> overflowed (that rule is abandoned, the others still run).      *
*>*****************************************************************
identification division.
program-id. xrefaudit.

environment division.
configuration section.
repository.
    function batchbusinessdate
    function dateformat
    function all intrinsic.

input-output section.
file-control.

    select rules-file assign to ws-arg-rules
        organization is line sequential
        access is sequential
        file status is ws-rules-status.

    select ctl-file assign to 'archctl.dat'
        organization is line sequential
        access is sequential
        file status is ws-ctl-status.

    select audit-file assign to xa-open-name
        organization is line sequential
        access is sequential
        file status is ws-audit-status.

data division.
file section.
fd  rules-file.

01  rules-record         pic x(200).

fd  ctl-file.

01  ctl-record           pic x(160).

fd  audit-file.

01  audit-record         pic x(400).

working-storage section.

01  ws-cmdline           pic x(80).
01  ws-arg-rules         pic x(40).

01  ws-rules-status      pic xx.
    88  ws-rules-ok          value '00'.
01  ws-audit-status      pic xx.
    88  ws-audit-ok          value '00'.
01  ws-ctl-status        pic xx.
    88  ws-ctl-ok            value '00'.

01  ws-eof-rules         pic x       value 'N'.
    88  eof-rules            value 'Y'.
01  ws-eof-audit         pic x       value 'N'.
    88  eof-audit            value 'Y'.
01  ws-eof-ctl           pic x       value 'N'.
    88  eof-ctl              value 'Y'.

01  xa-tokens.
    05  xa-tok              pic x(40) occurs 8 times.
01  xa-rule-type         pic x(8).
01  xa-rule-id           pic x(12).

01  xa-file-name         pic x(40).
01  xa-file2             pic x(40).

*>  HISTARCH's partitions, from ARCHCTL.DAT: a file named by a
*>  rule is read with its partitions (XA-WITH-PARTS Y) wherever
*>  lines moved out of it would otherwise go missing.
*>
01  xa-open-name         pic x(48).
01  xa-audit-open        pic x       value 'N'.
01  xa-with-parts        pic x       value 'N'.
01  xa-part-count        usage signed-int value 0.
01  xa-pdx               usage signed-int.
01  xa-qdx               usage signed-int.
01  xa-parts.
    05  xa-part occurs 500 times.
        10  xap-file         pic x(40).
        10  xap-name         pic x(48).
01  xa-ctl-date          pic x(10).
01  xa-ctl-run           pic x(6).
01  xa-ctl-file          pic x(40).
01  xa-ctl-fy            pic x(4).
01  xa-ctl-part          pic x(48).

*>  Parsed column specs for the rule in hand - a field number, or
*>  zero with a fixed-width start and length.
*>
01  xa-cols.
    05  xa-col occurs 4 times.
        10  xac-field        usage signed-int.
        10  xac-start        usage signed-int.
        10  xac-len          usage signed-int.
01  xa-cidx              usage signed-int.
01  xa-spec-text         pic x(40).
01  xa-spec-a            pic x(8).
01  xa-spec-b            pic x(8).
01  xa-spec-ok           pic x.

01  xa-value             pic x(40).
01  xa-key-text          pic x(40).
01  xa-ptr               usage signed-int.
01  xa-fdx               usage signed-int.

*>  Reference keys for EXISTS; key groups for SUM and COUNT.
*>
01  xa-key-count         usage signed-int value 0.
01  xa-kdx               usage signed-int.
01  xa-keys.
    05  xa-key              pic x(40) occurs 10000 times.
01  xa-found             pic x.

*>  An EXCEPT line's values, passed over by the rule after it.
*>
01  xa-except-rule       pic x(12)   value spaces.
01  xa-exc-count         usage signed-int value 0.
01  xa-excepts.
    05  xa-exc              pic x(40) occurs 10000 times.
01  xa-excepted          usage signed-int.

01  xa-grp-count         usage signed-int value 0.
01  xa-gdx               usage signed-int.
01  xa-groups.
    05  xa-grp occurs 10000 times.
        10  xag-key          pic x(40).
        10  xag-count1       usage signed-int.
        10  xag-count2       usage signed-int.
        10  xag-amount1      pic s9(13)v99 comp-5.
        10  xag-amount2      pic s9(13)v99 comp-5.
01  xa-side              usage signed-int.
01  xa-amount            pic s9(13)v99 comp-5.

01  xa-overflow          pic x.
01  xa-rule-bad          pic x.
01  xa-line-no           usage signed-int.
01  xa-checked           usage signed-int.
01  xa-bad-count         usage signed-int.
01  xa-listed            usage signed-int.

01  xa-rule-count        usage signed-int value 0.
01  xa-pass-count        usage signed-int value 0.
01  xa-fail-count        usage signed-int value 0.
01  xa-error-count       usage signed-int value 0.
01  xa-total-bad         usage signed-int value 0.

01  xa-line-display      pic z(8)9.
01  xa-count-display     pic z(8)9.
01  xa-count2-display    pic z(8)9.
01  xa-amt1-display      pic -(12)9.99.
01  xa-amt2-display      pic -(12)9.99.

01  xa-al-severity       pic x.
01  xa-al-job            pic x(12) value 'XREFAUDIT'.
01  xa-al-key            pic x(40).
01  xa-al-msg            pic x(60).

01  xa-batch-date        pic x(10).
01  xa-date-text         pic x(20).

01  xa-fielded-date.
    05  xa-year              pic s9(9)   comp-5.
    05  xa-month             pic 99      comp-5.
    05  xa-dom               pic 99      comp-5.
    05  xa-doy               pic 999     comp-5.
    05  xa-dow               pic 9       comp-5.

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
    move spaces to ws-cmdline ws-arg-rules.
    accept ws-cmdline from command-line.
    unstring ws-cmdline delimited by all space
        into ws-arg-rules.
    if ws-arg-rules = spaces or ws-arg-rules = low-values
        move 'xrefrules.dat' to ws-arg-rules
    end-if.

    move function current-date to time-stamp.
    move batchbusinessdate(time-stamp) to xa-fielded-date.
    move dateformat(xa-fielded-date, '01') to xa-date-text.
    move xa-date-text(1:10) to xa-batch-date.

    open input rules-file.
    if not ws-rules-ok
        display 'Cannot open rule file '
            function trim(ws-arg-rules) '.'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform 0150-loadctl.

    display 'Cross-file integrity audit ' xa-batch-date.
    display '=============================================='.

    perform 0100-readrule.
    perform until eof-rules
        perform 0200-onerule thru 0200-exit
        perform 0100-readrule
    end-perform.
    close rules-file.

    display '=============================================='.
    display 'Rules checked:        ' xa-rule-count.
    display 'Rules holding:        ' xa-pass-count.
    display 'Rules failing:        ' xa-fail-count.
    display 'Rules not evaluated:  ' xa-error-count.
    display 'Orphans/mismatches:   ' xa-total-bad.

    if xa-fail-count > 0 and return-code < 4
        move 4 to return-code
    end-if.
    if xa-error-count > 0 and return-code < 8
        move 8 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-readrule                                                   *
*>                                                                *
*> Blank lines and '*' comment lines are passed over.              *
*>*****************************************************************
0100-readrule.
    move spaces to rules-record.
    perform until eof-rules
            or (rules-record not = spaces
                and rules-record(1:1) not = '*')
        read rules-file
            at end
                move 'Y' to ws-eof-rules
        end-read
    end-perform.

*>*****************************************************************
*> 0150-loadctl / 0160-readctl / 0170-addpart                      *
*>                                                                *
*> Every partition HISTARCH has written, once, as ARCHINQ loads    *
*> them; the LIVE lines name no partition.                         *
*>*****************************************************************
0150-loadctl.
    move 0 to xa-part-count.
    open input ctl-file.
    if ws-ctl-ok
        perform 0160-readctl
        perform until eof-ctl
            move spaces to xa-ctl-fy xa-ctl-file xa-ctl-part
            unstring ctl-record delimited by ','
                into xa-ctl-date xa-ctl-run xa-ctl-file xa-ctl-fy
                    xa-ctl-part
            end-unstring
            if xa-ctl-fy not = 'LIVE' and xa-ctl-part not = spaces
                perform 0170-addpart
            end-if
            perform 0160-readctl
        end-perform
        close ctl-file
    end-if.

0160-readctl.
    read ctl-file
        at end
            move 'Y' to ws-eof-ctl
    end-read.

0170-addpart.
    move 0 to xa-qdx.
    perform varying xa-pdx from 1 by 1
            until xa-pdx > xa-part-count
        if xap-name(xa-pdx) = xa-ctl-part
            move xa-pdx to xa-qdx
        end-if
    end-perform.
    if xa-qdx = 0 and xa-part-count < 500
        add 1 to xa-part-count
        move xa-ctl-file to xap-file(xa-part-count)
        move xa-ctl-part to xap-name(xa-part-count)
    end-if.

*>*****************************************************************
*> 0200-onerule                                                    *
*>                                                                *
*> An EXCEPT line is not a rule of its own: it loads the values    *
*> the rule after it passes over.                                  *
*>*****************************************************************
0200-onerule.
    move spaces to xa-tokens.
    unstring rules-record delimited by ','
        into xa-tok(1) xa-tok(2) xa-tok(3) xa-tok(4)
            xa-tok(5) xa-tok(6) xa-tok(7) xa-tok(8)
    end-unstring.
    perform varying xa-fdx from 1 by 1 until xa-fdx > 8
        move function trim(xa-tok(xa-fdx)) to xa-tok(xa-fdx)
    end-perform.
    move function upper-case(xa-tok(1)) to xa-rule-type.
    move xa-tok(2) to xa-rule-id.

    move 0 to xa-checked xa-bad-count xa-listed xa-excepted.
    move 'N' to xa-rule-bad xa-overflow.
    move low-values to xa-cols.

    if xa-rule-type = 'EXCEPT'
        perform 0250-except thru 0250-exit
        go to 0200-exit
    end-if.
    if xa-except-rule not = xa-rule-id
        move 0 to xa-exc-count
    end-if.

    add 1 to xa-rule-count.

    display ' '.
    display function trim(xa-rule-id) '  '
        function trim(rules-record).

    evaluate xa-rule-type
        when 'EXISTS'
            perform 0300-exists thru 0300-exit
        when 'SUM'
            perform 0400-agree thru 0400-exit
        when 'COUNT'
            perform 0400-agree thru 0400-exit
        when other
            display '  Unknown rule type ' function trim(xa-tok(1))
                '.'
            move 'Y' to xa-rule-bad
    end-evaluate.

    perform 0800-ruleend.
    move spaces to xa-except-rule.
    move 0 to xa-exc-count.
0200-exit.
    exit.

*>*****************************************************************
*> 0250-except                                                     *
*>                                                                *
*> EXCEPT,RULE,FILE,COL[,FILE2,COL2] - the values of FILE.COL (and *
*> FILE2.COL2) join the exception list for RULE, which the next    *
*> rule takes up when it carries that name.  Consecutive EXCEPT    *
*> lines for one rule add to the same list.  One that cannot be    *
*> read or overflows is reported as a rule not evaluated, and its  *
*> rule then runs with no exceptions.                              *
*>*****************************************************************
0250-except.
    display ' '.
    display function trim(xa-rule-id) '  '
        function trim(rules-record).
    if xa-except-rule not = xa-rule-id
        move 0 to xa-exc-count
        move xa-rule-id to xa-except-rule
    end-if.

    move 'Y' to xa-spec-ok.
    move xa-tok(4) to xa-spec-text.
    move 1 to xa-cidx.
    perform 0600-parsespec.
    if xa-tok(5) not = spaces
        move xa-tok(6) to xa-spec-text
        move 2 to xa-cidx
        perform 0600-parsespec
    end-if.
    if xa-rule-id = spaces or xa-tok(3) = spaces
        move 'N' to xa-spec-ok
    end-if.
    if xa-spec-ok = 'N'
        display '  Exception list is malformed.'
        move 'Y' to xa-rule-bad
    else
        move 'Y' to xa-with-parts
        move xa-tok(3) to xa-file-name
        move 1 to xa-cidx
        perform 0260-loadexcept thru 0260-exit
        if xa-tok(5) not = spaces and xa-overflow = 'N'
            move xa-tok(5) to xa-file-name
            move 2 to xa-cidx
            perform 0260-loadexcept thru 0260-exit
        end-if
    end-if.
    if xa-rule-bad = 'Y' or xa-overflow = 'Y'
        add 1 to xa-rule-count
        perform 0800-ruleend
        move spaces to xa-except-rule
        move 0 to xa-exc-count
    else
        move xa-exc-count to xa-line-display
        display '  ' function trim(xa-line-display)
            ' values excepted from the rule that follows'
    end-if.
0250-exit.
    exit.

*>*****************************************************************
*> 0260-loadexcept                                                 *
*>                                                                *
*> Adds XA-FILE-NAME's column XA-CIDX values to the exception      *
*> list.                                                           *
*>*****************************************************************
0260-loadexcept.
    perform 0900-openfile.
    if xa-audit-open = 'N'
        go to 0260-exit
    end-if.
    perform 0910-readaudit.
    perform until eof-audit or xa-overflow = 'Y'
        perform 0700-getcol
        if xa-value not = spaces
            if xa-exc-count >= 10000
                display '  ' function trim(xa-file-name)
                    ' holds more than 10000 exceptions.'
                move 'Y' to xa-overflow
            else
                add 1 to xa-exc-count
                move xa-value to xa-exc(xa-exc-count)
            end-if
        end-if
        perform 0910-readaudit
    end-perform.
    perform 0930-closeaudit.
0260-exit.
    exit.

*>*****************************************************************
*> 0270-isexcept                                                   *
*>                                                                *
*> XA-FOUND Y when XA-VALUE is on the rule's exception list.       *
*>*****************************************************************
0270-isexcept.
    move 'N' to xa-found.
    perform varying xa-kdx from 1 by 1 until xa-kdx > xa-exc-count
        if xa-exc(xa-kdx) = xa-value
            move 'Y' to xa-found
            move xa-exc-count to xa-kdx
        end-if
    end-perform.

*>*****************************************************************
*> 0300-exists                                                     *
*>                                                                *
*> The reference keys (both reference files, when two are named)   *
*> are loaded first, then every line of FILE is looked up.         *
*>*****************************************************************
0300-exists.
    move 'Y' to xa-spec-ok.
    move xa-tok(4) to xa-spec-text.
    move 1 to xa-cidx.
    perform 0600-parsespec.
    move xa-tok(6) to xa-spec-text.
    move 2 to xa-cidx.
    perform 0600-parsespec.
    if xa-tok(7) not = spaces
        move xa-tok(8) to xa-spec-text
        move 3 to xa-cidx
        perform 0600-parsespec
    end-if.
    if xa-tok(3) = spaces or xa-tok(5) = spaces
        move 'N' to xa-spec-ok
    end-if.
    if xa-spec-ok = 'N'
        display '  Rule is malformed.'
        move 'Y' to xa-rule-bad
        go to 0300-exit
    end-if.

    move 0 to xa-key-count.
    move 'Y' to xa-with-parts.
    move xa-tok(5) to xa-file-name.
    move 2 to xa-cidx.
    perform 0500-loadkeys thru 0500-exit.
    if xa-tok(7) not = spaces and xa-rule-bad = 'N'
        move xa-tok(7) to xa-file-name
        move 3 to xa-cidx
        perform 0500-loadkeys thru 0500-exit
    end-if.
    if xa-rule-bad = 'Y' or xa-overflow = 'Y'
        go to 0300-exit
    end-if.

    move 'N' to xa-with-parts.
    move xa-tok(3) to xa-file-name.
    perform 0900-openfile.
    if xa-audit-open = 'N'
        go to 0300-exit
    end-if.
    move 1 to xa-cidx.
    move 0 to xa-line-no.
    perform 0910-readaudit.
    perform until eof-audit
        add 1 to xa-line-no
        perform 0700-getcol
        if xa-value not = spaces and xa-exc-count > 0
            perform 0270-isexcept
            if xa-found = 'Y'
                add 1 to xa-excepted
                move spaces to xa-value
            end-if
        end-if
        if xa-value not = spaces
            add 1 to xa-checked
            move 'N' to xa-found
            perform varying xa-kdx from 1 by 1
                    until xa-kdx > xa-key-count
                if xa-key(xa-kdx) = xa-value
                    move 'Y' to xa-found
                    move xa-key-count to xa-kdx
                end-if
            end-perform
            if xa-found = 'N'
                add 1 to xa-bad-count
                if xa-listed < 20
                    add 1 to xa-listed
                    move xa-line-no to xa-line-display
                    display '  line ' xa-line-display '  '
                        function trim(xa-value) ' not found'
                end-if
            end-if
        end-if
        perform 0910-readaudit
    end-perform.
    perform 0930-closeaudit.
0300-exit.
    exit.

*>*****************************************************************
*> 0400-agree                                                      *
*>                                                                *
*> SUM and COUNT: both files are grouped by key into one table,    *
*> side 1 and side 2, and every key is compared.                   *
*>*****************************************************************
0400-agree.
    move 'Y' to xa-spec-ok.
    move xa-tok(4) to xa-spec-text.
    move 1 to xa-cidx.
    perform 0600-parsespec.
    if xa-rule-type = 'SUM'
        move xa-tok(5) to xa-spec-text
        move 2 to xa-cidx
        perform 0600-parsespec
        move xa-tok(6) to xa-file2
        move xa-tok(7) to xa-spec-text
        move 3 to xa-cidx
        perform 0600-parsespec
        move xa-tok(8) to xa-spec-text
        move 4 to xa-cidx
        perform 0600-parsespec
    else
        move xa-tok(5) to xa-file2
        move xa-tok(6) to xa-spec-text
        move 3 to xa-cidx
        perform 0600-parsespec
    end-if.
    if xa-tok(3) = spaces or xa-file2 = spaces
        move 'N' to xa-spec-ok
    end-if.
    if xa-spec-ok = 'N'
        display '  Rule is malformed.'
        move 'Y' to xa-rule-bad
        go to 0400-exit
    end-if.

    move 0 to xa-grp-count.
    move 'Y' to xa-with-parts.
    move 1 to xa-side.
    move xa-tok(3) to xa-file-name.
    perform 0450-groupfile thru 0450-exit.
    if xa-rule-bad = 'N' and xa-overflow = 'N'
        move 2 to xa-side
        move xa-file2 to xa-file-name
        perform 0450-groupfile thru 0450-exit
    end-if.
    if xa-rule-bad = 'Y' or xa-overflow = 'Y'
        go to 0400-exit
    end-if.

    perform varying xa-gdx from 1 by 1
            until xa-gdx > xa-grp-count
        move 'N' to xa-found
        if xa-exc-count > 0
            move xag-key(xa-gdx) to xa-value
            perform 0270-isexcept
        end-if
        if xa-found = 'Y'
            add 1 to xa-excepted
        else
            perform 0470-comparegroup
        end-if
    end-perform.
0400-exit.
    exit.

*>*****************************************************************
*> 0450-groupfile                                                  *
*>                                                                *
*> Adds one file's lines into the key groups on side XA-SIDE (key  *
*> column 1 or 3, amount column 2 or 4).  A non-numeric amount is  *
*> itself a mismatch.                                              *
*>*****************************************************************
0450-groupfile.
    perform 0900-openfile.
    if xa-audit-open = 'N'
        go to 0450-exit
    end-if.
    move 0 to xa-line-no.
    perform 0910-readaudit.
    perform until eof-audit or xa-overflow = 'Y'
        add 1 to xa-line-no
        compute xa-cidx = xa-side * 2 - 1
        perform 0700-getcol
        move 0 to xa-amount
        if xa-rule-type = 'SUM'
            move xa-value to xa-key-text
            add 1 to xa-cidx
            perform 0700-getcol
            if function test-numval(xa-value) = 0
                compute xa-amount = function numval(xa-value)
            else
                add 1 to xa-bad-count
                if xa-listed < 20
                    add 1 to xa-listed
                    move xa-line-no to xa-line-display
                    display '  ' function trim(xa-open-name)
                        ' line ' xa-line-display ' amount "'
                        function trim(xa-value) '" is not numeric'
                end-if
            end-if
            move xa-key-text to xa-value
        end-if
        perform 0460-findgroup
        if xa-overflow = 'N'
            if xa-side = 1
                add 1 to xag-count1(xa-gdx)
                add xa-amount to xag-amount1(xa-gdx)
            else
                add 1 to xag-count2(xa-gdx)
                add xa-amount to xag-amount2(xa-gdx)
            end-if
        end-if
        perform 0910-readaudit
    end-perform.
    perform 0930-closeaudit.
0450-exit.
    exit.

0460-findgroup.
    move 0 to xa-kdx.
    perform varying xa-gdx from 1 by 1
            until xa-gdx > xa-grp-count
        if xag-key(xa-gdx) = xa-value
            move xa-gdx to xa-kdx
            move xa-grp-count to xa-gdx
        end-if
    end-perform.
    if xa-kdx = 0
        if xa-grp-count >= 10000
            display '  More than 10000 keys; rule abandoned.'
            move 'Y' to xa-overflow
        else
            add 1 to xa-grp-count
            move xa-grp-count to xa-kdx
            move xa-value to xag-key(xa-kdx)
            move 0 to xag-count1(xa-kdx) xag-count2(xa-kdx)
            move 0 to xag-amount1(xa-kdx) xag-amount2(xa-kdx)
        end-if
    end-if.
    move xa-kdx to xa-gdx.

*>*****************************************************************
*> 0470-comparegroup                                               *
*>*****************************************************************
0470-comparegroup.
    add 1 to xa-checked
    if (xa-rule-type = 'SUM'
            and xag-amount1(xa-gdx) not = xag-amount2(xa-gdx))
        or (xa-rule-type = 'COUNT'
            and xag-count1(xa-gdx) not = xag-count2(xa-gdx))
        add 1 to xa-bad-count
        if xa-listed < 20
            add 1 to xa-listed
            if xa-rule-type = 'SUM'
                move xag-amount1(xa-gdx) to xa-amt1-display
                move xag-amount2(xa-gdx) to xa-amt2-display
                display '  ' xag-key(xa-gdx)(1:16) ' '
                    xa-amt1-display ' vs ' xa-amt2-display
            else
                move xag-count1(xa-gdx) to xa-count-display
                move xag-count2(xa-gdx) to xa-count2-display
                display '  ' xag-key(xa-gdx)(1:16) ' '
                    xa-count-display ' lines vs '
                    xa-count2-display
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0500-loadkeys                                                   *
*>                                                                *
*> Adds XA-FILE-NAME's column XA-CIDX values to the reference key  *
*> table.                                                          *
*>*****************************************************************
0500-loadkeys.
    perform 0900-openfile.
    if xa-audit-open = 'N'
        go to 0500-exit
    end-if.
    perform 0910-readaudit.
    perform until eof-audit or xa-overflow = 'Y'
        perform 0700-getcol
        if xa-value not = spaces
            if xa-key-count >= 10000
                display '  ' function trim(xa-file-name)
                    ' holds more than 10000 keys; rule abandoned.'
                move 'Y' to xa-overflow
            else
                add 1 to xa-key-count
                move xa-value to xa-key(xa-key-count)
            end-if
        end-if
        perform 0910-readaudit
    end-perform.
    perform 0930-closeaudit.
0500-exit.
    exit.

*>*****************************************************************
*> 0600-parsespec                                                  *
*>                                                                *
*> XA-SPEC-TEXT - a field number, or START:LENGTH - into column    *
*> XA-CIDX.  XA-SPEC-OK goes to N when it is neither (the caller   *
*> sets it to Y before the rule's first column).                   *
*>*****************************************************************
0600-parsespec.
    move 0 to xac-field(xa-cidx) xac-start(xa-cidx)
        xac-len(xa-cidx).
    move spaces to xa-spec-a xa-spec-b.
    unstring xa-spec-text delimited by ':'
        into xa-spec-a xa-spec-b
    end-unstring.
    if xa-spec-a = spaces
            or function test-numval(xa-spec-a) not = 0
        move 'N' to xa-spec-ok
    else
        if xa-spec-b = spaces
            compute xac-field(xa-cidx) = function numval(xa-spec-a)
            if xac-field(xa-cidx) < 1 or xac-field(xa-cidx) > 40
                move 'N' to xa-spec-ok
            end-if
        else
            if function test-numval(xa-spec-b) not = 0
                move 'N' to xa-spec-ok
            else
                compute xac-start(xa-cidx) =
                    function numval(xa-spec-a)
                compute xac-len(xa-cidx) =
                    function numval(xa-spec-b)
                if xac-start(xa-cidx) < 1 or xac-len(xa-cidx) < 1
                        or xac-len(xa-cidx) > 40
                        or xac-start(xa-cidx) + xac-len(xa-cidx)
                            > 401
                    move 'N' to xa-spec-ok
                end-if
            end-if
        end-if
    end-if.

*>*****************************************************************
*> 0700-getcol                                                     *
*>                                                                *
*> Column XA-CIDX of the current AUDIT-RECORD into XA-VALUE,       *
*> trimmed.                                                        *
*>*****************************************************************
0700-getcol.
    move spaces to xa-value.
    if xac-field(xa-cidx) = 0
        move audit-record(xac-start(xa-cidx):xac-len(xa-cidx))
            to xa-value
    else
        move 1 to xa-ptr
        perform varying xa-fdx from 1 by 1
                until xa-fdx > xac-field(xa-cidx)
            move spaces to xa-value
            if xa-ptr <= 400
                unstring audit-record delimited by ','
                    into xa-value
                    with pointer xa-ptr
                end-unstring
            end-if
        end-perform
    end-if.
    move function trim(xa-value) to xa-value.

*>*****************************************************************
*> 0800-ruleend                                                    *
*>*****************************************************************
0800-ruleend.
    move spaces to xa-al-msg.
    move xa-rule-id to xa-al-key.
    if xa-rule-bad = 'Y' or xa-overflow = 'Y'
        display '  NOT EVALUATED'
        add 1 to xa-error-count
        move 'integrity rule could not be evaluated' to xa-al-msg
        if xa-overflow = 'Y'
            move 16 to return-code
        end-if
    else
        if xa-excepted > 0
            move xa-excepted to xa-line-display
            display '  ' function trim(xa-line-display)
                ' passed over by the exception list'
        end-if
        move xa-checked to xa-count-display
        move xa-bad-count to xa-count2-display
        if xa-bad-count = 0
            display '  HOLDS - ' function trim(xa-count-display)
                ' checked'
            add 1 to xa-pass-count
        else
            if xa-bad-count > xa-listed
                compute xa-line-display = xa-bad-count - xa-listed
                display '  ... and ' function trim(xa-line-display)
                    ' more'
            end-if
            display '  FAILS - ' function trim(xa-count2-display)
                ' of ' function trim(xa-count-display)
                ' orphaned or mismatched'
            add 1 to xa-fail-count
            add xa-bad-count to xa-total-bad
            string function trim(xa-count2-display)
                ' orphans/mismatches on integrity rule'
                delimited by size into xa-al-msg
        end-if
    end-if.
    if xa-al-msg not = spaces
        move 'W' to xa-al-severity
        call 'alertadd' using xa-al-severity xa-al-job
            xa-al-key xa-al-msg
    end-if.

*>*****************************************************************
*> 0900-openfile / 0910-readaudit /                                *
*> 0920-nextpart / 0930-closeaudit                                 *
*>                                                                *
*> XA-FILE-NAME, and after it (XA-WITH-PARTS Y) each of its        *
*> partitions on ARCHCTL.DAT in turn, read as one file; the line   *
*> number starts again with each partition.  XA-AUDIT-OPEN N when  *
*> none of them is on the disk.                                    *
*>*****************************************************************
0900-openfile.
    move 'N' to ws-eof-audit.
    move 'N' to xa-audit-open.
    move 0 to xa-pdx.
    move xa-file-name to xa-open-name.
    open input audit-file.
    if ws-audit-ok
        move 'Y' to xa-audit-open
    else
        if xa-with-parts = 'Y'
            perform 0920-nextpart
        end-if
    end-if.
    if xa-audit-open = 'N'
        display '  ' function trim(xa-file-name)
            ' is not present - taken as empty.'
    end-if.

0910-readaudit.
    read audit-file
        at end
            move 'Y' to ws-eof-audit
    end-read.
    perform until not eof-audit or xa-with-parts not = 'Y'
            or xa-pdx > xa-part-count
        perform 0930-closeaudit
        perform 0920-nextpart
        if xa-audit-open = 'Y'
            move 'N' to ws-eof-audit
            move 0 to xa-line-no
            read audit-file
                at end
                    move 'Y' to ws-eof-audit
            end-read
        end-if
    end-perform.

0920-nextpart.
    add 1 to xa-pdx.
    perform until xa-pdx > xa-part-count or xa-audit-open = 'Y'
        if xap-file(xa-pdx) = xa-file-name
            move xap-name(xa-pdx) to xa-open-name
            open input audit-file
            if ws-audit-ok
                move 'Y' to xa-audit-open
            end-if
        end-if
        if xa-audit-open = 'N'
            add 1 to xa-pdx
        end-if
    end-perform.

0930-closeaudit.
    if xa-audit-open = 'Y'
        close audit-file
        move 'N' to xa-audit-open
    end-if.

end program xrefaudit.
