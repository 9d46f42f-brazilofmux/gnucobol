*> milestone month's first staff-meeting day - the first Monday,   *
*> per NTHWEEKDAYOFMONTH - rolled forward by the shop calendar     *
*> when that Monday lands on a closure.                            *
*>                                                                *
*> Service comes from the employment history through EMPLOYEEASOF  *
*> as of the run date: a terminated employee is skipped, and a     *
*> rehire's milestones count from the adjusted service date, so a  *
*> break inside SHOPSERVICE's bridging window only delays them by  *
*> its length and a longer one starts them over.  An employee with *
*> no history yet still counts from the EMPLOYEE.DAT hire date.    *
*>*****************************************************************
identification division.
program-id. anniv.
01  employee-record      pic x(80).

working-storage section.
copy empasof.

01  ws-employee-status   pic xx.
    88  ws-employee-ok       value '00'.

01  an-midx              usage signed-int.

01  an-tok-id            pic x(8).
01  an-employee          pic x(12).
01  an-tok-name          pic x(24).
01  an-tok-hire          pic x(10).
01  an-tok-dept          pic x(12).
    if an-p-success = 'N' or an-tok-id = spaces
        go to 0290-exit
    end-if.
    move an-tok-id to an-employee.
    call 'employeeasof' using an-employee an-today-ld
        empasof-result.
    if ea-found = 'Y' and ea-status = 'TERMINATED'
        go to 0290-exit
    end-if.
    add 1 to an-emp-count.
    if ea-found = 'Y'
        move ea-service-ld to an-hire-ld
        move linear_to_fielded(an-hire-ld) to an-fielded-date
        move an-year to an-h-year
        move an-month to an-h-month
        move an-dom to an-h-dom
        move ea-department to an-tok-dept
    else
        move an-p-year to an-h-year
        move an-p-month to an-h-month
        move an-p-dom to an-h-dom
        move fielded_to_linear(an-h-year, an-h-month, an-h-dom)
            to an-hire-ld
    end-if.

    perform varying an-midx from 1 by 1 until an-midx > 5
        perform 0300-onemilestone thru 0380-exit
