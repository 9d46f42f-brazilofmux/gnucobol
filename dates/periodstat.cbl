*> Maintains PERIODSTAT.DAT, the fiscal-period close-status file:  *
*> one comma-delimited line per period,                            *
*>                                                                *
*>   FISCALYEAR,PERIOD,STATUS,CLOSEDBY,DATE[,SECOND[,COMPANY]]     *
*>                                                                *
*> where FISCALYEAR/PERIOD are FISCALPERIODOF's values, STATUS is  *
*> O (open), S (soft-closed), or C (closed), CLOSEDBY is the       *
*> controller's id, and DATE is stamped automatically when the     *
*> status is set.  A period with no line at all is open - only     *
*> the exceptions are recorded, the same way HOLIDAYCAL.DAT only   *
*> records the closures.  COMPANY is the legal entity on           *
*> COMPANY.DAT whose period it is; it is left blank for the home   *
*> company, so the lines written before there was a second         *
*> company stay the home company's.  Each company closes its own   *
*> periods, on its own fiscal calendar.                            *
*>                                                                *
*> Command line: ACTION [ARGUMENT]                                 *
*>                                                                *
*>   LIST [company]              - display every entry, or one     *
*>                                  company's                      *
*>   SET  fy,period,status,user[,second[,company]]                 *
*>                               - set a period's status (replaces *
*>                                  any existing entry for that    *
*>                                  company, fiscal year and       *
*>                                  period; the home company when  *
*>                                  COMPANY is omitted).           *
*>                                  Reopening a period whose       *
*>                                  status is C requires SECOND,   *
*>                                  a different operator id also   *
*>                                  authorized through OPERAUTH;   *
*>                                  the second id is recorded on   *
*>                                  the entry with the change.     *
*>                                  SECOND may be left empty       *
*>                                  (fy,period,C,user,,company)    *
*>                                  when nothing is reopened.      *
*>                                                                *
*> The requesting operator comes from the OPERATOR environment     *
*> variable; an unauthorized SET is refused with RETURN-CODE 12.   *
01  pm-target-fy         pic x(9).
01  pm-target-period     pic x(2).

*>  Company key: blank is the home company, and an entry naming
*>  the home company's code is the same entry as a blank one.
*>
01  pm-tok-company       pic x(8).
01  pm-tok-skip          pic x(10).
01  pm-target-company    pic x(4).
01  pm-line-company      pic x(4).
01  pm-home-company      pic x(4).
01  pm-blank-company     pic x(4)    value spaces.
01  pm-new-ptr           usage signed-int.
copy compinfo.

01  pm-new-line          pic x(80).
01  pm-date-text         pic x(20).


    perform 0100-loadlines.

    call 'companyof' using pm-blank-company compinfo-result.
    move ci-company to pm-home-company.

    evaluate ws-arg-action
        when 'LIST'
            perform 0500-list
            perform 0600-set
        when other
            display 'Usage: periodmaint LIST'
                ' | SET fy,period,status,user[,second[,company]]'
            move 8 to return-code
    end-evaluate.

*> 0500-list                                                       *
*>*****************************************************************
0500-list.
    move function upper-case(ws-arg-rest) to pm-target-company.
    if pm-target-company = pm-home-company
        move spaces to pm-target-company
    end-if.
    display 'FY,Period,Status,ClosedBy,Date,Second,Company'.
    perform varying pm-idx from 1 by 1 until pm-idx > pm-count
        perform 0660-linecompany
        if ws-arg-rest = spaces
                or pm-line-company = pm-target-company
            display pm-lines(pm-idx)
        end-if
    end-perform.

*>*****************************************************************
*>*****************************************************************
0600-set.
    move spaces to pm-tok-fy pm-tok-period pm-tok-status
        pm-tok-user pm-tok-second pm-tok-company.
    unstring ws-arg-rest delimited by ','
        into pm-tok-fy pm-tok-period pm-tok-status pm-tok-user
            pm-tok-second pm-tok-company
    end-unstring.
    move function upper-case(pm-tok-status) to pm-tok-status.
    move function upper-case(pm-tok-second) to pm-tok-second.
    move function upper-case(pm-tok-company) to pm-tok-company.

*>  a company has to be on the master before its periods can be
*>  closed; the home company's code is keyed as blank.
*>
    move spaces to pm-target-company.
    if pm-tok-company not = spaces
        call 'companyof' using pm-tok-company(1:4) compinfo-result
        if ci-found not = 'Y' or pm-tok-company(5:4) not = spaces
            display 'Company "' function trim(pm-tok-company)
                '" is not on company.dat.'
            move 8 to return-code
            goback
        end-if
        if pm-tok-company(1:4) not = pm-home-company
            move pm-tok-company(1:4) to pm-target-company
        end-if
    end-if.

    if pm-tok-status not = 'O' and pm-tok-status not = 'S'
            and pm-tok-status not = 'C'
*>      whatever key the file's last line happened to carry.
*>
        move spaces to pm-new-line
        move 1 to pm-new-ptr
        if reopen-requested
            string function trim(pm-target-fy) ','
                function trim(pm-target-period) ','
                pm-date-text(1:10) ','
                function trim(pm-tok-second)
                delimited by size into pm-new-line
                with pointer pm-new-ptr
        else
            string function trim(pm-target-fy) ','
                function trim(pm-target-period) ','
                function trim(pm-tok-user) ','
                pm-date-text(1:10)
                delimited by size into pm-new-line
                with pointer pm-new-ptr
            if pm-target-company not = spaces
                string ',' delimited by size into pm-new-line
                    with pointer pm-new-ptr
            end-if
        end-if
        if pm-target-company not = spaces
            string ',' function trim(pm-target-company)
                delimited by size into pm-new-line
                with pointer pm-new-ptr
        end-if

        if pm-count >= 200
        unstring pm-lines(pm-idx) delimited by ','
            into pm-tok-fy pm-tok-period pm-tok-status
        end-unstring
        perform 0660-linecompany
        if pm-tok-fy = pm-target-fy
                and pm-tok-period = pm-target-period
                and pm-line-company = pm-target-company
            move function upper-case(pm-tok-status)
                to pm-old-status
        end-if
    end-unstring.
    move function upper-case(pm-tok-status) to pm-tok-status.

*>*****************************************************************
*> 0660-linecompany                                                *
*>                                                                *
*> PM-LINES(PM-IDX)'s company - blank for the home company, which  *
*> is how a line naming the home company's code is keyed too.      *
*>*****************************************************************
0660-linecompany.
    move spaces to pm-tok-company.
    unstring pm-lines(pm-idx) delimited by ','
        into pm-tok-skip pm-tok-skip pm-tok-skip pm-tok-skip
            pm-tok-skip pm-tok-skip pm-tok-company
    end-unstring.
    move function upper-case(pm-tok-company) to pm-line-company.
    if pm-line-company = pm-home-company
        move spaces to pm-line-company
    end-if.

*>*****************************************************************
*> 0700-removebykey                                                *
*>                                                                *
*> Filters PM-LINES down to entries not keyed COMPANY/FY/PERIOD,   *
*> the same shape HOLIDAYMAINT's remove-by-name uses.              *
*>*****************************************************************
0700-removebykey.
    move 0 to pm-filtered-count.
        unstring pm-lines(pm-idx) delimited by ','
            into pm-tok-fy pm-tok-period
        end-unstring
        perform 0660-linecompany
        if pm-tok-fy = pm-target-fy
                and pm-tok-period = pm-target-period
                and pm-line-company = pm-target-company
            move pm-lines(pm-idx) to pj-before
        else
            add 1 to pm-filtered-count
end program periodmaint.

*>*****************************************************************
*> isperiodopenco                                                 *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> Returns the close status of one company's fiscal year and       *
*> period from PERIODSTAT.DAT: 'Y' open (including a period with   *
*> no entry at all), 'S' soft-closed, 'N' closed.  A blank company *
*> is the home company, and so is an entry carrying no company -   *
*> every line written before there was a second company.  The      *
*> status file is read once per job and cached in WORKING-STORAGE, *
*> the same way HOLIDAYCALENDAROF caches its definitions, so a     *
*> per-row gate in a vendor load costs a table scan, not a file    *
*> read.                                                           *
*>*****************************************************************
identification division.
function-id. isperiodopenco.

environment division.
input-output section.
        10  ipe-fy           pic s9(9) comp-5.
        10  ipe-period       pic 99    comp-5.
        10  ipe-status       pic x.
        10  ipe-company      pic x(4).

01  ipo-tok-fy           pic x(9).
01  ipo-tok-period       pic x(2).
01  ipo-tok-status       pic x(1).
01  ipo-tok-skip         pic x(10).
01  ipo-tok-company      pic x(8).
01  ipo-home-company     pic x(4).
01  ipo-blank-company    pic x(4)    value spaces.
01  ipo-company-key      pic x(4).
copy compinfo.

linkage section.
01  ipo-company          pic x(4).
01  ipo-fy               pic s9(9) comp-5.
01  ipo-period           pic 99    comp-5.
01  ipo-result           pic x.
    88  ipo-period-soft      value 'S'.
    88  ipo-period-closed    value 'N'.

procedure division using ipo-company ipo-fy ipo-period
        returning ipo-result.
0100-main.
    perform 0200-loadperiods.

    move function upper-case(ipo-company) to ipo-company-key.
    if ipo-company-key = ipo-home-company
        move spaces to ipo-company-key
    end-if.

    move 'Y' to ipo-result.
    perform varying ipo-idx from 1 by 1 until ipo-idx > ipo-count
        if ipe-fy(ipo-idx) = ipo-fy
                and ipe-period(ipo-idx) = ipo-period
                and ipe-company(ipo-idx) = ipo-company-key
            evaluate ipe-status(ipo-idx)
                when 'C'
                    move 'N' to ipo-result
*>*****************************************************************
0200-loadperiods.
    if not periods-loaded
        call 'companyof' using ipo-blank-company compinfo-result
        move ci-company to ipo-home-company
        move 0 to ipo-count
        move 'N' to ws-eof-period
        open input period-file
                    function numval(ipo-tok-period)
                move function upper-case(ipo-tok-status)
                    to ipe-status(ipo-count)
                move spaces to ipo-tok-company
                unstring period-record delimited by ','
                    into ipo-tok-skip ipo-tok-skip ipo-tok-skip
                        ipo-tok-skip ipo-tok-skip ipo-tok-skip
                        ipo-tok-company
                end-unstring
                move function upper-case(ipo-tok-company)
                    to ipe-company(ipo-count)
                if ipe-company(ipo-count) = ipo-home-company
                    move spaces to ipe-company(ipo-count)
                end-if
                perform 0210-readperiodline
            end-perform
            close period-file
        end-read
    end-if.

end function isperiodopenco.

*>*****************************************************************
*> isperiodopen                                                   *
*> Copyright (C) 2020 Stephen Dennis                              *
*> Available under MIT License.                                   *
*>                                                                *
*> The home company's close status for a fiscal year and period -  *
*> ISPERIODOPENCO with a blank company, kept so the callers that   *
*> only ever post to the home company need not change.             *
*>*****************************************************************
identification division.
function-id. isperiodopen.

environment division.
configuration section.
repository.
    function isperiodopenco.

data division.
working-storage section.
01  ipx-company          pic x(4)    value spaces.

linkage section.
01  ipx-fy               pic s9(9) comp-5.
01  ipx-period           pic 99    comp-5.
01  ipx-result           pic x.

procedure division using ipx-fy ipx-period returning ipx-result.
0100-main.
    move isperiodopenco(ipx-company, ipx-fy, ipx-period)
        to ipx-result.
    goback.
end function isperiodopen.
