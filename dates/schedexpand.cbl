*>                          days from an anchor".                  *
*>   L  last business day - of every month (or only of MONTH when  *
*>                          it is given), per ISBUSINESSDAY.       *
*>   B  business day     - the OCCURRENCE-th business day of every *
*>                          month (or only of MONTH), negative     *
*>                          counting back from the month's end,    *
*>                          see NTHBUSINESSDAYOFMONTH - the close  *
*>                          timetable's "BD3" is B,name,,,3.       *
*>   G  Easter-relative  - OFFSET calendar days from Easter        *
*>                          Sunday, then BDOFFSET business days -  *
*>                          "two business days before Good Friday" *
    function floor-div
    function isbusinessday
    function linear_to_fielded
    function nthbusinessdayofmonth
    function nthweekdayofmonth
    function all intrinsic.

            perform 0500-expand-interval
        when 'L'
            perform 0600-expand-lastbusday
        when 'B'
            perform 0650-expand-busday
        when 'G'
            perform 0700-expand-easter
        when other
        perform 0910-advance-month
    end-perform.

*>*****************************************************************
*> 0650-expand-busday                                              *
*>                                                                *
*> A month with fewer business days than OCCURRENCE asks for has   *
*> no occurrence and is skipped; no month has more than 23, so a   *
*> larger OCCURRENCE could never be met and is refused.            *
*>*****************************************************************
0650-expand-busday.
    compute se-occurrence =
        function numval(sed-occurrence(se-defn-idx)).
    if se-occurrence = 0 or se-occurrence > 23
            or se-occurrence < -23
        display 'Schedule ' sed-name(se-defn-idx)
            ' has bad occurrence "' sed-occurrence(se-defn-idx) '".'
        move 8 to return-code
    else
        if sed-month(se-defn-idx) = spaces
            move 0 to se-month-fixed
        else
            move function numval(sed-month(se-defn-idx))
                to se-month-fixed
        end-if

        move linear_to_fielded(se-start-ld) to se-fielded-date
        move se-year to se-cur-year
        if se-month-fixed = 0
            move se-month to se-cur-month
        else
            move se-month-fixed to se-cur-month
        end-if

        perform until se-emitted >= se-count
            move nthbusinessdayofmonth(se-cur-year, se-cur-month,
                    se-occurrence) to se-ld
            if se-ld >= se-start-ld
                perform 0900-emit
            end-if
            perform 0910-advance-month
        end-perform
    end-if.

*>*****************************************************************
*> 0700-expand-easter                                              *
*>*****************************************************************
