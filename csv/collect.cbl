*>*****************************************************************
*> collworklist - Collector worklist with promise-to-pay           *
*> tracking.                                                       *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Collectors kept their call lists and notes in notebooks, and a  *
*> promised payment that never came went unnoticed.  This screen   *
*> lists the accounts a collector owns - COLLECTOR on CUSTMAST.DAT *
*> (see CUSTOMEROF) - that have something past due on OPENITEMS.DAT*
*> or a broken promise to follow up, ranked for calling:           *
*>                                                                *
*>   1. a promise PROMISECHECK found broken, not yet followed up;  *
*>   2. the dunning level last reached on DUNHIST.DAT, highest     *
*>      first, then the past-due balance, largest first;           *
*>   3. accounts with a promise still open come last.              *
*>                                                                *
*> Past due means over 30 days from the invoice date, the DUNNING  *
*> threshold, leaving out invoices under an open deduction         *
*> (INDISPUTE), less any open credits.  Keying a line number with  *
*> action V drills into the account on OPENITEMINQ; action L logs  *
*> the call to the collection-activity file COLLACT.DAT, one       *
*> comma-delimited line per contact,                               *
*>                                                                *
*>   DATE,CUSTOMER,COLLECTOR,OUTCOME,AMOUNT,PROMISED,STATUS,NOTE   *
*>                                                                *
*> OUTCOME one of CONTACT, NOANSWER, MESSAGE, DISPUTE, CALLBACK or *
*> PROMISE; a PROMISE carries the amount and the date promised and *
*> starts with STATUS OPEN, the other outcomes leave those three   *
*> empty.  PROMISECHECK appends its own KEPT and BROKEN lines.  A  *
*> broken promise stays at the top of the list until the collector *
*> logs a later call on the account.                               *
*>                                                                *
*> Command line: [collector]                                       *
*>                                                                *
*> The collector defaults to the OPERATOR environment id; '*' lists*
*> every collector's accounts.  PF7 first page, PF8 next page, PF3 *
*> exit.  RETURN-CODE 8 when there is no collector or no           *
*> OPENITEMS.DAT.                                                  *
*>*****************************************************************
identification division.
program-id. collworklist.

environment division.
configuration section.
special-names.
    crt status is ws-crt-status.
repository.
    function currentbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select openitem-file assign to 'openitems.dat'
        organization is line sequential
        access is sequential
        file status is ws-openitem-status.

    select dunhist-file assign to 'dunhist.dat'
        organization is line sequential
        access is sequential
        file status is ws-dunhist-status.

    select collact-file assign to 'collact.dat'
        organization is line sequential
        access is sequential
        file status is ws-collact-status.

data division.
file section.
fd  openitem-file.

01  openitem-record.
    05  oi-customer     pic x(12).
    05  oi-invoice      pic x(16).
    05  oi-date         pic x(10).
    05  oi-amount       pic -(10)9.99.
    05  oi-type         pic x(2).
    05  oi-company      pic x(4).

fd  dunhist-file.

01  dunhist-record       pic x(40).

fd  collact-file.

01  collact-record       pic x(160).

working-storage section.
01  ws-openitem-status   pic xx.
    88  ws-openitem-ok       value '00'.
01  ws-dunhist-status    pic xx.
    88  ws-dunhist-ok        value '00'.
01  ws-collact-status    pic xx.
    88  ws-collact-ok        value '00'.

01  ws-eof-openitem      pic x       value 'N'.
    88  eof-openitem         value 'Y'.
01  ws-eof-dunhist       pic x       value 'N'.
    88  eof-dunhist          value 'Y'.
01  ws-eof-collact       pic x       value 'N'.
    88  eof-collact          value 'Y'.

01  ws-crt-status       pic 9(4).
    88  key-enter           value 0.
    88  key-pf3             value 1003.
    88  key-pf7             value 1007.
    88  key-pf8             value 1008.

01  ws-done             pic x value 'N'.
    88  worklist-done       value 'Y'.
01  ws-log-done         pic x.
    88  log-done            value 'Y'.

01  ws-cmdline          pic x(80).

01  cw-collector        pic x(8).
01  cw-today-ld         usage signed-int.
01  cw-today            pic x(10).
01  cw-date-text        pic x(20).

*>  The accounts, one per customer on OPENITEMS.DAT.  MINE is Y for
*>  the collector's own; once built, the list keeps only those with
*>  something past due or a broken promise, in CWA-KEY order.
*>
01  cw-accounts.
    05  cw-account occurs 500 times.
        10  cwa-key.
            15  cwa-k-rank       pic 9.
            15  cwa-k-level      pic 9.
            15  cwa-k-due        pic 9(13)v99.
        10  cwa-customer     pic x(12).
        10  cwa-name         pic x(30).
        10  cwa-mine         pic x.
        10  cwa-pastdue      pic s9(13)v99 comp-5.
        10  cwa-credit       pic s9(13)v99 comp-5.
        10  cwa-level        pic 9.
        10  cwa-flag         pic x.
        10  cwa-promised     pic x(10).
        10  cwa-last-date    pic x(10).
        10  cwa-last-outcome pic x(8).
01  cw-swap-account      pic x(120).
01  cw-count             usage signed-int value 0.
01  cw-kept              usage signed-int.
01  cw-idx               usage signed-int.
01  cw-jdx               usage signed-int.
01  cw-hit               usage signed-int.
01  cw-overflow          pic x value 'N'.

01  cw-item-ld           usage signed-int.
01  cw-amount            pic s9(11)v99 comp-5.
01  cw-dispute           pic x.

01  cw-tok-date          pic x(10).
01  cw-tok-customer      pic x(12).
01  cw-tok-level         pic x(2).
01  cw-tok-collector     pic x(8).
01  cw-tok-outcome       pic x(8).
01  cw-tok-amount        pic x(16).
01  cw-tok-promised      pic x(10).
01  cw-tok-status        pic x(8).

*>  The page on the screen and the line and action keyed on it.
*>
01  cw-page              usage signed-int value 1.
01  cw-first             usage signed-int.
01  cw-more              pic x.
01  cw-page-text         pic x(12).
01  cw-page-display      pic zz9.
01  cw-message           pic x(70).
01  cw-choice            pic 99.
01  cw-action            pic x.

01  cw-lines             occurs 12 times.
    05  cwl-text             pic x(76).
01  cw-lidx              usage signed-int.

01  cw-detail.
    05  cwd-line            pic z9.
    05  filler              pic x       value space.
    05  cwd-customer        pic x(12).
    05  filler              pic x       value space.
    05  cwd-name            pic x(16).
    05  filler              pic x       value space.
    05  cwd-pastdue         pic -(9)9.99.
    05  filler              pic x(2)    value spaces.
    05  cwd-level           pic 9.
    05  filler              pic x(2)    value spaces.
    05  cwd-flag            pic x(14).
    05  filler              pic x       value space.
    05  cwd-last            pic x(10).

*>  The call being logged.
*>
01  cw-log-customer      pic x(12).
01  cw-log-name          pic x(30).
01  cw-log-outcome       pic x(8).
01  cw-log-note          pic x(60).
01  cw-log-amount        pic x(14).
01  cw-log-promised      pic x(10).
01  cw-log-ok            pic x.
01  cw-logged            pic x.
01  cw-promise-amount    pic s9(11)v99 comp-5.
01  cw-promise-ld        usage signed-int.
01  cw-amount-display    pic -(10)9.99.
01  cw-line              pic x(160).

01  cw-command           pic x(80).
01  cw-bad-chars         usage signed-int.
01  cw-rc                usage signed-int.
01  cw-rc-display        pic z(5)9.

*>  Name and collector from the customer master (see CUSTOMEROF).
*>
01  cw-cust-result.
    05  cw-c-name           pic x(30).
    05  cw-c-address        pic x(30).
    05  cw-c-city           pic x(20).
    05  cw-c-state          pic x(2).
    05  cw-c-zip            pic x(10).
    05  cw-c-terms          pic x(12).
    05  cw-c-limit          pic s9(11)v99 comp-5.
    05  cw-c-hold           pic x.
    05  cw-c-collector      pic x(8).
    05  cw-c-found          pic x.

01  cw-parse-result.
    05  cw-p-fielded.
        10  cw-p-year        pic s9(9)   comp-5.
        10  cw-p-month       pic 99      comp-5.
        10  cw-p-dom         pic 99      comp-5.
    05  cw-p-success     pic x.

01  cw-fielded-date.
    05  cw-year              pic s9(9)   comp-5.
    05  cw-month             pic 99      comp-5.
    05  cw-dom               pic 99      comp-5.
    05  cw-doy               pic 999     comp-5.
    05  cw-dow               pic 9       comp-5.

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

screen section.
01  worklist-screen.
    05  blank screen.
    05  line 1  column 31 value 'COLLECTOR WORKLIST'.
    05  line 3  column 2  value 'Collector:'.
    05  line 3  column 13 pic x(8)  from cw-collector.
    05  line 3  column 26 value 'Date:'.
    05  line 3  column 32 pic x(10) from cw-today.
    05  line 3  column 50 pic x(12) from cw-page-text.
    05  line 4  column 2  pic x(70) from cw-message.
    05  line 5  column 2
            value 'Ln Customer     Name                  Past due  Lv'.
    05  line 5  column 53 value 'Promise        Last call'.
    05  line 6  column 2  pic x(76) from cwl-text(1).
    05  line 7  column 2  pic x(76) from cwl-text(2).
    05  line 8  column 2  pic x(76) from cwl-text(3).
    05  line 9  column 2  pic x(76) from cwl-text(4).
    05  line 10 column 2  pic x(76) from cwl-text(5).
    05  line 11 column 2  pic x(76) from cwl-text(6).
    05  line 12 column 2  pic x(76) from cwl-text(7).
    05  line 13 column 2  pic x(76) from cwl-text(8).
    05  line 14 column 2  pic x(76) from cwl-text(9).
    05  line 15 column 2  pic x(76) from cwl-text(10).
    05  line 16 column 2  pic x(76) from cwl-text(11).
    05  line 17 column 2  pic x(76) from cwl-text(12).
    05  line 19 column 2  value 'Line:'.
    05  line 19 column 8  pic 99 using cw-choice
            highlight auto.
    05  line 19 column 13 value 'Action:'.
    05  line 19 column 21 pic x using cw-action
            highlight auto.
    05  line 19 column 25 value 'V=View account  L=Log a call'.
    05  line 22 column 2
            value 'Enter=Act  PF7=First page  PF8=Next page  PF3=Exit'.

01  log-screen.
    05  blank screen.
    05  line 1  column 30 value 'LOG COLLECTION CALL'.
    05  line 3  column 2  value 'Customer:'.
    05  line 3  column 13 pic x(12) from cw-log-customer.
    05  line 3  column 27 pic x(30) from cw-log-name.
    05  line 5  column 2  value 'Outcome:'.
    05  line 5  column 13 pic x(8)  using cw-log-outcome
            highlight.
    05  line 6  column 13
            value 'CONTACT NOANSWER MESSAGE DISPUTE CALLBACK PROMISE'.
    05  line 8  column 2  value 'Note:'.
    05  line 8  column 13 pic x(60) using cw-log-note
            highlight.
    05  line 10 column 2  value 'Promised amount:'.
    05  line 10 column 19 pic x(14) using cw-log-amount
            highlight.
    05  line 11 column 2  value 'Promised date:'.
    05  line 11 column 19 pic x(10) using cw-log-promised
            highlight.
    05  line 11 column 31 value '(YYYY-MM-DD, PROMISE only)'.
    05  line 13 column 2  pic x(70) from cw-message.
    05  line 22 column 2  value 'Enter=Save  PF3=Cancel'.

procedure division.
0000-start-here.
    move 0 to return-code.

    move spaces to ws-cmdline cw-collector.
    accept ws-cmdline from command-line.
    move function trim(ws-cmdline) to ws-cmdline.
    move function upper-case(ws-cmdline(1:8)) to cw-collector.
    if cw-collector = spaces
        accept cw-collector from environment 'OPERATOR'
        if cw-collector = low-values
            move spaces to cw-collector
        end-if
        move function upper-case(cw-collector) to cw-collector
    end-if.
    if cw-collector = spaces
        display 'No collector: name one on the command line or'
            ' set OPERATOR.'
        move 8 to return-code
        goback
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to cw-fielded-date.
    move fielded_to_linear(cw-year, cw-month, cw-dom)
        to cw-today-ld.
    move dateformat(cw-fielded-date, '01') to cw-date-text.
    move cw-date-text(1:10) to cw-today.

    perform 0100-build thru 0100-exit.
    if return-code = 8
        goback
    end-if.

    move spaces to cw-message.
    perform 0500-fillpage.
    perform until worklist-done
        move 0 to cw-choice
        move space to cw-action
        accept worklist-screen
        move spaces to cw-message
        evaluate true
            when key-pf3
                move 'Y' to ws-done
            when key-pf7
                move 1 to cw-page
            when key-pf8
                if cw-more = 'Y'
                    add 1 to cw-page
                end-if
            when other
                perform 0600-act thru 0600-exit
        end-evaluate
        perform 0500-fillpage
    end-perform.

    goback.

*>*****************************************************************
*> 0100-build                                                      *
*>                                                                *
*> The whole list is rebuilt from the files - at sign-on and after *
*> every call logged - so what is on the screen is what is on file.*
*>*****************************************************************
0100-build.
    move 0 to cw-count.
    move 'N' to cw-overflow.
    move 'N' to ws-eof-openitem.
    open input openitem-file.
    if not ws-openitem-ok
        display 'openitems.dat is missing entirely.'
        move 8 to return-code
        go to 0100-exit
    end-if.
    perform 0110-readitem.
    perform until eof-openitem
        perform 0200-oneitem
        perform 0110-readitem
    end-perform.
    close openitem-file.

    perform 0300-loadhistory.
    perform 0400-loadactivity.
    perform 0450-rank.
0100-exit.
    exit.

0110-readitem.
    if not eof-openitem
        read openitem-file
            at end
                move 'Y' to ws-eof-openitem
        end-read
    end-if.

*>*****************************************************************
*> 0200-oneitem                                                    *
*>                                                                *
*> Credits count against the balance whatever their age; a charge  *
*> counts as past due once it is over 30 days old and not under    *
*> dispute.                                                        *
*>*****************************************************************
0200-oneitem.
    move oi-customer to cw-tok-customer.
    perform 0250-findaccount.
    if cw-hit > 0
        if cwa-mine(cw-hit) = 'Y'
            compute cw-amount = function numval(oi-amount)
            if cw-amount < 0
                add cw-amount to cwa-credit(cw-hit)
            else
                move dateparse(oi-date, '02') to cw-parse-result
                if cw-p-success = 'Y'
                    move fielded_to_linear(cw-p-year, cw-p-month,
                            cw-p-dom)
                        to cw-item-ld
                else
                    move cw-today-ld to cw-item-ld
                end-if
                if cw-today-ld - cw-item-ld > 30
                    call 'indispute' using oi-customer oi-invoice
                        cw-dispute
                    if cw-dispute = 'N'
                        add cw-amount to cwa-pastdue(cw-hit)
                    end-if
                end-if
            end-if
        end-if
    end-if.

*>  CW-TOK-CUSTOMER names the customer; CW-HIT comes back with its
*>  account, opened (and checked against the collector) on first
*>  sight, or 0 when the table is full.
*>
0250-findaccount.
    perform 0260-lookup.
    if cw-hit = 0
        if cw-count >= 500
            move 'Y' to cw-overflow
        else
            add 1 to cw-count
            move cw-count to cw-hit
            move cw-tok-customer to cwa-customer(cw-hit)
            move 0 to cwa-pastdue(cw-hit) cwa-credit(cw-hit)
                cwa-level(cw-hit)
            move spaces to cwa-flag(cw-hit) cwa-promised(cw-hit)
                cwa-last-date(cw-hit) cwa-last-outcome(cw-hit)
            call 'customerof' using cw-tok-customer cw-cust-result
            move cw-c-name to cwa-name(cw-hit)
            if cw-collector = '*'
                    or cw-c-collector = cw-collector
                move 'Y' to cwa-mine(cw-hit)
            else
                move 'N' to cwa-mine(cw-hit)
            end-if
        end-if
    end-if.

0260-lookup.
    move 0 to cw-hit.
    perform varying cw-jdx from 1 by 1
            until cw-jdx > cw-count or cw-hit > 0
        if cwa-customer(cw-jdx) = cw-tok-customer
            move cw-jdx to cw-hit
        end-if
    end-perform.

*>*****************************************************************
*> 0300-loadhistory / 0310-readhist                                *
*>                                                                *
*> DUNHIST.DAT is appended in date order, so a customer's last     *
*> line carries the level last reached.                            *
*>*****************************************************************
0300-loadhistory.
    move 'N' to ws-eof-dunhist.
    open input dunhist-file.
    if ws-dunhist-ok
        perform 0310-readhist
        perform until eof-dunhist
            move spaces to cw-tok-date cw-tok-customer cw-tok-level
            unstring dunhist-record delimited by ','
                into cw-tok-date cw-tok-customer cw-tok-level
            end-unstring
            perform 0260-lookup
            if cw-hit > 0
                move function numval(cw-tok-level)
                    to cwa-level(cw-hit)
            end-if
            perform 0310-readhist
        end-perform
        close dunhist-file
    end-if.

0310-readhist.
    if not eof-dunhist
        read dunhist-file
            at end
                move 'Y' to ws-eof-dunhist
        end-read
    end-if.

*>*****************************************************************
*> 0400-loadactivity / 0410-readactivity                           *
*>                                                                *
*> COLLACT.DAT in file order: a PROMISE line leaves the account    *
*> flagged P while its status is OPEN, a BROKEN line (written by   *
*> PROMISECHECK) flags it B, and any later call the collector logs *
*> clears a B - the broken promise has been followed up.           *
*>*****************************************************************
0400-loadactivity.
    move 'N' to ws-eof-collact.
    open input collact-file.
    if ws-collact-ok
        perform 0410-readactivity
        perform until eof-collact
            move spaces to cw-tok-date cw-tok-customer
                cw-tok-collector cw-tok-outcome cw-tok-amount
                cw-tok-promised cw-tok-status
            unstring collact-record delimited by ','
                into cw-tok-date cw-tok-customer cw-tok-collector
                    cw-tok-outcome cw-tok-amount cw-tok-promised
                    cw-tok-status
            end-unstring
            perform 0260-lookup
            if cw-hit > 0
                move cw-tok-date to cwa-last-date(cw-hit)
                move cw-tok-outcome to cwa-last-outcome(cw-hit)
                evaluate true
                    when cw-tok-outcome = 'PROMISE'
                            and cw-tok-status = 'OPEN'
                        move 'P' to cwa-flag(cw-hit)
                        move cw-tok-promised to cwa-promised(cw-hit)
                    when cw-tok-outcome = 'PROMISE'
                        move space to cwa-flag(cw-hit)
                    when cw-tok-outcome = 'BROKEN'
                        move 'B' to cwa-flag(cw-hit)
                    when cw-tok-outcome = 'KEPT'
                        continue
                    when cwa-flag(cw-hit) = 'B'
                        move space to cwa-flag(cw-hit)
                    when other
                        continue
                end-evaluate
            end-if
            perform 0410-readactivity
        end-perform
        close collact-file
    end-if.

0410-readactivity.
    if not eof-collact
        read collact-file
            at end
                move 'Y' to ws-eof-collact
        end-read
    end-if.

*>*****************************************************************
*> 0450-rank                                                       *
*>                                                                *
*> Keeps the collector's accounts that need a call and orders them *
*> on the key - rank (1 broken, 2 open, 3 promised), the dunning   *
*> level inverted and the past-due balance inverted, so ascending  *
*> order is calling order.  An exchange sort, the table being      *
*> small.                                                          *
*>*****************************************************************
0450-rank.
    move 0 to cw-kept.
    perform varying cw-idx from 1 by 1 until cw-idx > cw-count
        if cwa-mine(cw-idx) = 'Y'
            add cwa-credit(cw-idx) to cwa-pastdue(cw-idx)
            if cwa-pastdue(cw-idx) < 0
                move 0 to cwa-pastdue(cw-idx)
            end-if
            if cwa-pastdue(cw-idx) > 0 or cwa-flag(cw-idx) = 'B'
                add 1 to cw-kept
                move cw-account(cw-idx) to cw-account(cw-kept)
            end-if
        end-if
    end-perform.
    move cw-kept to cw-count.

    perform varying cw-idx from 1 by 1 until cw-idx > cw-count
        evaluate cwa-flag(cw-idx)
            when 'B'
                move 1 to cwa-k-rank(cw-idx)
            when 'P'
                move 3 to cwa-k-rank(cw-idx)
            when other
                move 2 to cwa-k-rank(cw-idx)
        end-evaluate
        compute cwa-k-level(cw-idx) = 9 - cwa-level(cw-idx)
        compute cwa-k-due(cw-idx) =
            9999999999999.99 - cwa-pastdue(cw-idx)
    end-perform.

    perform varying cw-idx from 1 by 1 until cw-idx >= cw-count
        perform varying cw-jdx from 1 by 1
                until cw-jdx >= cw-count
            if cwa-key(cw-jdx) > cwa-key(cw-jdx + 1)
                move cw-account(cw-jdx) to cw-swap-account
                move cw-account(cw-jdx + 1) to cw-account(cw-jdx)
                move cw-swap-account to cw-account(cw-jdx + 1)
            end-if
        end-perform
    end-perform.

*>*****************************************************************
*> 0500-fillpage                                                   *
*>*****************************************************************
0500-fillpage.
    perform varying cw-lidx from 1 by 1 until cw-lidx > 12
        move spaces to cwl-text(cw-lidx)
    end-perform.
    compute cw-first = (cw-page - 1) * 12 + 1.
    perform varying cw-lidx from 1 by 1 until cw-lidx > 12
        compute cw-idx = cw-first + cw-lidx - 1
        if cw-idx <= cw-count
            move cw-lidx to cwd-line
            move cwa-customer(cw-idx) to cwd-customer
            move cwa-name(cw-idx) to cwd-name
            move cwa-pastdue(cw-idx) to cwd-pastdue
            move cwa-level(cw-idx) to cwd-level
            move spaces to cwd-flag
            evaluate cwa-flag(cw-idx)
                when 'B'
                    move 'BROKEN PROMISE' to cwd-flag
                when 'P'
                    string 'PTP ' cwa-promised(cw-idx)
                        delimited by size into cwd-flag
                when other
                    continue
            end-evaluate
            move cwa-last-date(cw-idx) to cwd-last
            move cw-detail to cwl-text(cw-lidx)
        end-if
    end-perform.

    if cw-first + 12 <= cw-count
        move 'Y' to cw-more
    else
        move 'N' to cw-more
    end-if.
    move cw-page to cw-page-display.
    move spaces to cw-page-text.
    string 'Page ' cw-page-display
        delimited by size into cw-page-text.

    if cw-message = spaces
        evaluate true
            when cw-count = 0
                move 'Nothing past due on this collector''s accounts.'
                    to cw-message
            when cw-overflow = 'Y'
                move 'Over 500 customers on file; list is incomplete.'
                    to cw-message
            when other
                continue
        end-evaluate
    end-if.

*>*****************************************************************
*> 0600-act                                                        *
*>*****************************************************************
0600-act.
    if cw-choice = 0 and cw-action = space
        go to 0600-exit
    end-if.
    compute cw-idx = (cw-page - 1) * 12 + cw-choice.
    if cw-choice < 1 or cw-choice > 12 or cw-idx > cw-count
        move 'Key a line number from this page.' to cw-message
        go to 0600-exit
    end-if.
    move function upper-case(cw-action) to cw-action.
    evaluate cw-action
        when 'V'
            perform 0700-view thru 0700-exit
        when 'L'
            perform 0800-log
        when other
            move 'Action is V to view the account or L to log a call.'
                to cw-message
    end-evaluate.
0600-exit.
    exit.

*>*****************************************************************
*> 0700-view                                                       *
*>                                                                *
*> Hands the account to OPENITEMINQ, launched the way OPSMENU      *
*> launches a screen program; it takes the terminal until PF3.     *
*>*****************************************************************
0700-view.
    move cwa-customer(cw-idx) to cw-log-customer.
    move 0 to cw-bad-chars.
    inspect cw-log-customer tallying cw-bad-chars
        for all ';' all '|' all '&' all '<' all '>' all '$'
            all '`' all '"' all "'" all '\' all '*' all '?'
            all '(' all ')' all '#'.
    if cw-bad-chars > 0
        move 'This customer id cannot be passed to openiteminq.'
            to cw-message
        go to 0700-exit
    end-if.
    move spaces to cw-command.
    string 'openiteminq ' function trim(cw-log-customer)
        delimited by size into cw-command.
    call 'SYSTEM' using cw-command
        returning cw-rc.
    if cw-rc >= 256
        divide cw-rc by 256 giving cw-rc
    end-if.
    if cw-rc not = 0
        move cw-rc to cw-rc-display
        string 'OPENITEMINQ ended with return code '
            function trim(cw-rc-display)
            delimited by size into cw-message
    end-if.
0700-exit.
    exit.

*>*****************************************************************
*> 0800-log                                                        *
*>*****************************************************************
0800-log.
    move cwa-customer(cw-idx) to cw-log-customer.
    move cwa-name(cw-idx) to cw-log-name.
    move spaces to cw-log-outcome cw-log-note cw-log-amount
        cw-log-promised cw-message.
    move 'N' to cw-logged.
    move 'N' to ws-log-done.
    perform until log-done
        accept log-screen
        move spaces to cw-message
        if key-pf3
            move 'Nothing logged.' to cw-message
            move 'Y' to ws-log-done
        else
            perform 0810-validate thru 0810-exit
            if cw-log-ok = 'Y'
                perform 0850-writeactivity
                move 'Y' to ws-log-done
            end-if
        end-if
    end-perform.
    if cw-logged = 'Y'
        perform 0100-build thru 0100-exit
    end-if.

0810-validate.
    move 'N' to cw-log-ok.
    move function upper-case(function trim(cw-log-outcome))
        to cw-log-outcome.
    inspect cw-log-note replacing all ',' by ';'.
    evaluate cw-log-outcome
        when 'CONTACT'
        when 'NOANSWER'
        when 'MESSAGE'
        when 'DISPUTE'
        when 'CALLBACK'
            if cw-log-amount not = spaces
                    or cw-log-promised not = spaces
                move 'Amount and date go only with a PROMISE.'
                    to cw-message
                go to 0810-exit
            end-if
        when 'PROMISE'
            if function test-numval(cw-log-amount) not = 0
                move 'The promised amount is not a number.'
                    to cw-message
                go to 0810-exit
            end-if
            compute cw-promise-amount =
                function numval(cw-log-amount)
            if cw-promise-amount not > 0
                move 'The promised amount must be more than zero.'
                    to cw-message
                go to 0810-exit
            end-if
            move 'N' to cw-p-success
            if cw-log-promised(5:1) = '-'
                    and cw-log-promised(8:1) = '-'
                move dateparse(cw-log-promised, '02')
                    to cw-parse-result
            end-if
            if cw-p-success not = 'Y'
                move 'Enter the promised date as YYYY-MM-DD.'
                    to cw-message
                go to 0810-exit
            end-if
            move fielded_to_linear(cw-p-year, cw-p-month, cw-p-dom)
                to cw-promise-ld
            if cw-promise-ld < cw-today-ld
                move 'The promised date is already past.'
                    to cw-message
                go to 0810-exit
            end-if
        when other
            move 'Outcome must be one of the codes shown.'
                to cw-message
            go to 0810-exit
    end-evaluate.
    move 'Y' to cw-log-ok.
0810-exit.
    exit.

*>*****************************************************************
*> 0850-writeactivity                                              *
*>*****************************************************************
0850-writeactivity.
    move spaces to cw-line.
    if cw-log-outcome = 'PROMISE'
        move cw-promise-amount to cw-amount-display
        string cw-today ','
            function trim(cw-log-customer) ','
            function trim(cw-collector) ','
            'PROMISE,'
            function trim(cw-amount-display) ','
            cw-log-promised ','
            'OPEN,'
            function trim(cw-log-note)
            delimited by size into cw-line
    else
        string cw-today ','
            function trim(cw-log-customer) ','
            function trim(cw-collector) ','
            function trim(cw-log-outcome) ',,,,'
            function trim(cw-log-note)
            delimited by size into cw-line
    end-if.

    open extend collact-file.
    if not ws-collact-ok
        open output collact-file
    end-if.
    if ws-collact-ok
        move cw-line to collact-record
        write collact-record
        close collact-file
        move 'Y' to cw-logged
        string 'Logged ' function trim(cw-log-outcome) ' for '
            function trim(cw-log-customer) '.'
            delimited by size into cw-message
    else
        string 'Cannot write collact.dat, status '
            ws-collact-status '.'
            delimited by size into cw-message
    end-if.

end program collworklist.

*>*****************************************************************
*> promisecheck - Nightly promise-to-pay matcher.                  *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> A promise to pay logged on the collector worklist (see          *
*> COLLWORKLIST) is only worth something if somebody notices when  *
*> it is not kept.  This runs after CASHAPP each night and matches *
*> every OPEN promise on COLLACT.DAT against the cash applications *
*> CASHAPP writes to CASHAPPL.DAT (DATE,CUSTOMER,INVOICE,APPLIED,  *
*> INVDATE): the customer's applications dated from the day the    *
*> promise was taken through today count toward it.                *
*>                                                                *
*>   KEPT    the applications reach the promised amount;           *
*>   BROKEN  they do not, and the promised date plus the grace     *
*>           period in business days (ADDBUSINESSDAYS) is past;    *
*>   OPEN    otherwise - the customer still has time.              *
*>                                                                *
*> A promise taken while an earlier one for the same customer is   *
*> still open replaces it (status REPLACED), so one payment is     *
*> never counted toward two promises.  Each kept or broken promise *
*> gets its status rewritten on the PROMISE line and a KEPT or     *
*> BROKEN line of its own appended to COLLACT.DAT under collector  *
*> PROMCHK, dated today, with the amount paid in the note - that   *
*> line is what puts a broken promise back at the top of the next  *
*> day's worklist.  A broken promise also raises a warning alert   *
*> through ALERTADD.                                               *
*>                                                                *
*> Command line: [grace-days]   (default 2)                        *
*>                                                                *
*> RETURN-CODE 4 when any promise broke, 8 when COLLACT.DAT is too *
*> large for the tables (nothing is changed).                      *
*>*****************************************************************
identification division.
program-id. promisecheck.

environment division.
configuration section.
repository.
    function addbusinessdays
    function currentbusinessdate
    function dateformat
    function dateparse
    function fielded_to_linear
    function all intrinsic.

input-output section.
file-control.

    select collact-file assign to 'collact.dat'
        organization is line sequential
        access is sequential
        file status is ws-collact-status.

    select cashappl-file assign to 'cashappl.dat'
        organization is line sequential
        access is sequential
        file status is ws-cashappl-status.

data division.
file section.
fd  collact-file.

01  collact-record       pic x(160).

fd  cashappl-file.

01  cashappl-record      pic x(120).

working-storage section.
01  ws-collact-status    pic xx.
    88  ws-collact-ok        value '00'.
01  ws-cashappl-status   pic xx.
    88  ws-cashappl-ok       value '00'.

01  ws-eof-collact       pic x       value 'N'.
    88  eof-collact          value 'Y'.
01  ws-eof-cashappl      pic x       value 'N'.
    88  eof-cashappl         value 'Y'.

01  ws-arg-grace         pic x(4).

01  pc-grace             usage signed-int value 2.

01  pc-lines             occurs 5000 times pic x(160).
01  pc-count             usage signed-int value 0.
01  pc-idx               usage signed-int.
01  pc-overflow          pic x value 'N'.

*>  The open promises, pointing back at their lines.
*>
01  pc-promises.
    05  pc-promise occurs 1000 times.
        10  pcp-line         usage signed-int.
        10  pcp-customer     pic x(12).
        10  pcp-logged-ld    usage signed-int.
        10  pcp-promised-ld  usage signed-int.
        10  pcp-amount       pic s9(11)v99 comp-5.
        10  pcp-paid         pic s9(11)v99 comp-5.
        10  pcp-status       pic x(8).
01  pc-promise-count     usage signed-int value 0.
01  pc-pdx               usage signed-int.
01  pc-promise-overflow  pic x value 'N'.

*>  KEPT and BROKEN lines to append after the file.
*>
01  pc-added             occurs 1000 times pic x(160).
01  pc-added-count       usage signed-int value 0.

01  pc-tok-date          pic x(10).
01  pc-tok-customer      pic x(12).
01  pc-tok-collector     pic x(8).
01  pc-tok-outcome       pic x(8).
01  pc-tok-amount        pic x(16).
01  pc-tok-promised      pic x(10).
01  pc-tok-status        pic x(8).
01  pc-tok-note          pic x(60).

01  pc-ap-date           pic x(10).
01  pc-ap-customer       pic x(12).
01  pc-ap-invoice        pic x(16).
01  pc-ap-applied        pic x(16).
01  pc-ap-ld             usage signed-int.
01  pc-applied           pic s9(11)v99 comp-5.

01  pc-logged-ld         usage signed-int.
01  pc-deadline-ld       usage signed-int.
01  pc-kept-count        usage signed-int value 0.
01  pc-broken-count      usage signed-int value 0.
01  pc-open-count        usage signed-int value 0.
01  pc-replaced-count    usage signed-int value 0.
01  pc-bad-count         usage signed-int value 0.

01  pc-amount-display    pic -(10)9.99.
01  pc-paid-display      pic -(10)9.99.
01  pc-new-line          pic x(160).

*>  Alert interface (see ALERTADD).
*>
01  pc-al-severity       pic x       value 'W'.
01  pc-al-job            pic x(12)   value 'PROMCHECK'.
01  pc-al-key            pic x(40).
01  pc-al-message        pic x(60).

01  pc-parse-result.
    05  pc-p-fielded.
        10  pc-p-year        pic s9(9)   comp-5.
        10  pc-p-month       pic 99      comp-5.
        10  pc-p-dom         pic 99      comp-5.
    05  pc-p-success     pic x.

01  pc-fielded-date.
    05  pc-year              pic s9(9)   comp-5.
    05  pc-month             pic 99      comp-5.
    05  pc-dom               pic 99      comp-5.
    05  pc-doy               pic 999     comp-5.
    05  pc-dow               pic 9       comp-5.

01  pc-today-ld          usage signed-int.
01  pc-today             pic x(10).
01  pc-date-text         pic x(20).

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

    move spaces to ws-arg-grace.
    display 1 upon argument-number.
    accept ws-arg-grace from argument-value.
    if ws-arg-grace not = spaces and ws-arg-grace not = low-values
        move function numval(ws-arg-grace) to pc-grace
    end-if.

    move function current-date to time-stamp.
    move currentbusinessdate(time-stamp) to pc-fielded-date.
    move fielded_to_linear(pc-year, pc-month, pc-dom)
        to pc-today-ld.
    move dateformat(pc-fielded-date, '01') to pc-date-text.
    move pc-date-text(1:10) to pc-today.

    perform 0100-loadlines.
    if pc-overflow = 'Y'
        display 'collact.dat exceeds the 5000-line table;'
            ' run abandoned - archive old activity first.'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform 0200-findpromises.
    if pc-promise-overflow = 'Y'
        display 'collact.dat holds over 1000 open promises;'
            ' run abandoned.'
        move 8 to return-code
        go to 9000-end
    end-if.

    perform 0300-matchcash.
    perform varying pc-pdx from 1 by 1
            until pc-pdx > pc-promise-count
        perform 0400-judge
    end-perform.

    if pc-kept-count + pc-broken-count + pc-replaced-count > 0
        perform 0500-savelines
    end-if.

    display 'Promises kept:     ' pc-kept-count.
    display 'Promises broken:   ' pc-broken-count.
    display 'Promises replaced: ' pc-replaced-count.
    display 'Promises open:     ' pc-open-count.
    if pc-bad-count > 0
        display 'Promise lines with unreadable dates left alone: '
            pc-bad-count
    end-if.

    if pc-broken-count > 0
        move 4 to return-code
    end-if.

9000-end.
    goback.

*>*****************************************************************
*> 0100-loadlines / 0110-readactivity                              *
*>*****************************************************************
0100-loadlines.
    move 0 to pc-count.
    open input collact-file.
    if ws-collact-ok
        perform 0110-readactivity
        perform until eof-collact or pc-count >= 5000
            add 1 to pc-count
            move collact-record to pc-lines(pc-count)
            perform 0110-readactivity
        end-perform
        if not eof-collact
            move 'Y' to pc-overflow
        end-if
        close collact-file
    end-if.

0110-readactivity.
    if not eof-collact
        read collact-file
            at end
                move 'Y' to ws-eof-collact
        end-read
    end-if.

*>*****************************************************************
*> 0200-findpromises                                               *
*>*****************************************************************
0200-findpromises.
    perform varying pc-idx from 1 by 1 until pc-idx > pc-count
        perform 0250-splitline
        if pc-tok-outcome = 'PROMISE' and pc-tok-status = 'OPEN'
            perform 0260-supersede
            perform 0270-addpromise
        end-if
    end-perform.

0250-splitline.
    move spaces to pc-tok-date pc-tok-customer pc-tok-collector
        pc-tok-outcome pc-tok-amount pc-tok-promised pc-tok-status
        pc-tok-note.
    unstring pc-lines(pc-idx) delimited by ','
        into pc-tok-date pc-tok-customer pc-tok-collector
            pc-tok-outcome pc-tok-amount pc-tok-promised
            pc-tok-status pc-tok-note
    end-unstring.

*>  an earlier promise still open for the same customer gives way
*>  to this one.
*>
0260-supersede.
    perform varying pc-pdx from 1 by 1
            until pc-pdx > pc-promise-count
        if pcp-customer(pc-pdx) = pc-tok-customer
                and pcp-status(pc-pdx) = 'OPEN'
            move 'REPLACED' to pcp-status(pc-pdx)
        end-if
    end-perform.

0270-addpromise.
    move dateparse(pc-tok-date, '02') to pc-parse-result.
    if pc-p-success not = 'Y'
        add 1 to pc-bad-count
    else
        move fielded_to_linear(pc-p-year, pc-p-month, pc-p-dom)
            to pc-logged-ld
        move dateparse(pc-tok-promised, '02') to pc-parse-result
        evaluate true
            when pc-p-success not = 'Y'
                add 1 to pc-bad-count
            when pc-promise-count >= 1000
                move 'Y' to pc-promise-overflow
            when other
                add 1 to pc-promise-count
                move pc-idx to pcp-line(pc-promise-count)
                move pc-tok-customer
                    to pcp-customer(pc-promise-count)
                move pc-logged-ld
                    to pcp-logged-ld(pc-promise-count)
                move fielded_to_linear(pc-p-year, pc-p-month,
                        pc-p-dom)
                    to pcp-promised-ld(pc-promise-count)
                compute pcp-amount(pc-promise-count) =
                    function numval(pc-tok-amount)
                move 0 to pcp-paid(pc-promise-count)
                move 'OPEN' to pcp-status(pc-promise-count)
        end-evaluate
    end-if.

*>*****************************************************************
*> 0300-matchcash / 0310-readcashappl                              *
*>                                                                *
*> One pass over the applications, each added to every open        *
*> promise of its customer taken on or before the application      *
*> date.                                                           *
*>*****************************************************************
0300-matchcash.
    open input cashappl-file.
    if ws-cashappl-ok
        perform 0310-readcashappl
        perform until eof-cashappl
            move spaces to pc-ap-date pc-ap-customer pc-ap-invoice
                pc-ap-applied
            unstring cashappl-record delimited by ','
                into pc-ap-date pc-ap-customer pc-ap-invoice
                    pc-ap-applied
            end-unstring
            move dateparse(pc-ap-date, '02') to pc-parse-result
            if pc-p-success = 'Y'
                move fielded_to_linear(pc-p-year, pc-p-month,
                        pc-p-dom)
                    to pc-ap-ld
                compute pc-applied = function numval(pc-ap-applied)
                perform varying pc-pdx from 1 by 1
                        until pc-pdx > pc-promise-count
                    if pcp-customer(pc-pdx) = pc-ap-customer
                            and pcp-status(pc-pdx) = 'OPEN'
                            and pc-ap-ld >= pcp-logged-ld(pc-pdx)
                            and pc-ap-ld <= pc-today-ld
                        add pc-applied to pcp-paid(pc-pdx)
                    end-if
                end-perform
            end-if
            perform 0310-readcashappl
        end-perform
        close cashappl-file
    end-if.

0310-readcashappl.
    if not eof-cashappl
        read cashappl-file
            at end
                move 'Y' to ws-eof-cashappl
        end-read
    end-if.

*>*****************************************************************
*> 0400-judge                                                      *
*>                                                                *
*> One promise: kept, broken or still open.  A status change is    *
*> written back onto the PROMISE line.                             *
*>*****************************************************************
0400-judge.
    if pcp-status(pc-pdx) = 'OPEN'
        compute pc-deadline-ld = addbusinessdays(
            pcp-promised-ld(pc-pdx), pc-grace)
        evaluate true
            when pcp-paid(pc-pdx) >= pcp-amount(pc-pdx)
                move 'KEPT' to pcp-status(pc-pdx)
                add 1 to pc-kept-count
            when pc-today-ld > pc-deadline-ld
                move 'BROKEN' to pcp-status(pc-pdx)
                add 1 to pc-broken-count
            when other
                add 1 to pc-open-count
        end-evaluate
    else
        add 1 to pc-replaced-count
    end-if.

    if pcp-status(pc-pdx) not = 'OPEN'
        move pcp-line(pc-pdx) to pc-idx
        perform 0250-splitline
        move pcp-status(pc-pdx) to pc-tok-status
        perform 0350-buildline
        move pc-new-line to pc-lines(pc-idx)
    end-if.

    if pcp-status(pc-pdx) = 'KEPT' or pcp-status(pc-pdx) = 'BROKEN'
        perform 0450-addline
    end-if.

0350-buildline.
    move spaces to pc-new-line.
    string pc-tok-date ','
        function trim(pc-tok-customer) ','
        function trim(pc-tok-collector) ','
        function trim(pc-tok-outcome) ','
        function trim(pc-tok-amount) ','
        function trim(pc-tok-promised) ','
        function trim(pc-tok-status) ','
        function trim(pc-tok-note)
        delimited by size into pc-new-line.

*>  the KEPT or BROKEN line the worklist picks up; the tokens are
*>  still the PROMISE line's.
*>
0450-addline.
    move pcp-paid(pc-pdx) to pc-paid-display.
    move spaces to pc-new-line.
    string pc-today ','
        function trim(pc-tok-customer) ','
        'PROMCHK,'
        function trim(pcp-status(pc-pdx)) ','
        function trim(pc-tok-amount) ','
        function trim(pc-tok-promised) ',,'
        'paid ' function trim(pc-paid-display)
        delimited by size into pc-new-line.
    add 1 to pc-added-count.
    move pc-new-line to pc-added(pc-added-count).

    display function trim(pc-tok-customer) ' promised '
        function trim(pc-tok-amount) ' by '
        function trim(pc-tok-promised) ': '
        function trim(pcp-status(pc-pdx)) ' (paid '
        function trim(pc-paid-display) ').'.

    if pcp-status(pc-pdx) = 'BROKEN'
        move pc-tok-customer to pc-al-key
        move spaces to pc-al-message
        string 'promise to pay ' function trim(pc-tok-amount)
            ' by ' function trim(pc-tok-promised) ' broken'
            delimited by size into pc-al-message
        call 'alertadd' using pc-al-severity pc-al-job pc-al-key
            pc-al-message
    end-if.

*>*****************************************************************
*> 0500-savelines                                                  *
*>*****************************************************************
0500-savelines.
    open output collact-file.
    perform varying pc-idx from 1 by 1 until pc-idx > pc-count
        move pc-lines(pc-idx) to collact-record
        write collact-record
    end-perform.
    perform varying pc-idx from 1 by 1
            until pc-idx > pc-added-count
        move pc-added(pc-idx) to collact-record
        write collact-record
    end-perform.
    close collact-file.

end program promisecheck.

*>*****************************************************************
*> inpromise                                                      *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Answers whether a customer has a promise to pay still OPEN on   *
*> COLLACT.DAT - DUNNING holds the letter while it stands - and the*
*> date promised.  The customer's latest PROMISE line decides.  The*
*> file is read once per job and cached, the same discipline       *
*> INDISPUTE uses.                                                 *
*>                                                                *
*> CALL 'inpromise' USING customer (x12), result (x, Y or N),      *
*> promised date (x10).                                            *
*>*****************************************************************
identification division.
program-id. inpromise.

environment division.
input-output section.
file-control.

    select collact-file assign to 'collact.dat'
        organization is line sequential
        access is sequential
        file status is ws-collact-status.

data division.
file section.
fd  collact-file.

01  collact-record       pic x(160).

working-storage section.
01  ws-collact-status    pic xx.
    88  ws-collact-ok        value '00'.

01  ws-eof-collact       pic x       value 'N'.
    88  eof-collact          value 'Y'.
01  ip-loaded            pic x       value 'N'.
    88  promises-loaded      value 'Y'.

01  ip-count             usage signed-int value 0.
01  ip-idx               usage signed-int.
01  ip-hit               usage signed-int.

01  ip-tok-date          pic x(10).
01  ip-tok-customer      pic x(12).
01  ip-tok-collector     pic x(8).
01  ip-tok-outcome       pic x(8).
01  ip-tok-amount        pic x(16).
01  ip-tok-promised      pic x(10).
01  ip-tok-status        pic x(8).

01  ip-promises.
    05  ip-promise occurs 2000 times.
        10  ipp-customer     pic x(12).
        10  ipp-open         pic x.
        10  ipp-promised     pic x(10).

linkage section.
01  ip-customer          pic x(12).
01  ip-result            pic x.
01  ip-promised          pic x(10).

procedure division using ip-customer ip-result ip-promised.
0100-main.
    perform 0200-loadpromises.

    move 'N' to ip-result.
    move spaces to ip-promised.
    move ip-customer to ip-tok-customer.
    perform 0300-lookup.
    if ip-hit > 0
        if ipp-open(ip-hit) = 'Y'
            move 'Y' to ip-result
            move ipp-promised(ip-hit) to ip-promised
        end-if
    end-if.
    goback.

*>*****************************************************************
*> 0200-loadpromises / 0210-readactivity                           *
*>*****************************************************************
0200-loadpromises.
    if not promises-loaded
        move 0 to ip-count
        move 'N' to ws-eof-collact
        open input collact-file
        if ws-collact-ok
            perform 0210-readactivity
            perform until eof-collact
                move spaces to ip-tok-customer ip-tok-outcome
                    ip-tok-promised ip-tok-status
                unstring collact-record delimited by ','
                    into ip-tok-date ip-tok-customer
                        ip-tok-collector ip-tok-outcome
                        ip-tok-amount ip-tok-promised ip-tok-status
                end-unstring
                if ip-tok-outcome = 'PROMISE'
                    perform 0220-recordpromise
                end-if
                perform 0210-readactivity
            end-perform
            close collact-file
        end-if
        move 'Y' to ip-loaded
    end-if.

0210-readactivity.
    if not eof-collact
        read collact-file
            at end
                move 'Y' to ws-eof-collact
        end-read
    end-if.

*>  a later PROMISE line for the customer overrides an earlier one.
*>
0220-recordpromise.
    perform 0300-lookup.
    if ip-hit = 0 and ip-count < 2000
        add 1 to ip-count
        move ip-count to ip-hit
        move ip-tok-customer to ipp-customer(ip-hit)
    end-if.
    if ip-hit > 0
        if ip-tok-status = 'OPEN'
            move 'Y' to ipp-open(ip-hit)
        else
            move 'N' to ipp-open(ip-hit)
        end-if
        move ip-tok-promised to ipp-promised(ip-hit)
    end-if.

0300-lookup.
    move 0 to ip-hit.
    perform varying ip-idx from 1 by 1
            until ip-idx > ip-count or ip-hit > 0
        if ipp-customer(ip-idx) = ip-tok-customer
            move ip-idx to ip-hit
        end-if
    end-perform.

end program inpromise.
