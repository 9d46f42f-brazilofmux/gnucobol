      *>*****************************************************************
      *> empasof                                                        *
      *> Copyright (C) 2020 Stephen Dennis                              *
      *> Available under MIT License.                                   *
      *>                                                                *
      *> Shared result record for EMPLOYEEASOF: one employee as the     *
      *> history file EMPHIST.DAT has them on a given date.  STATUS is  *
      *> ACTIVE, LEAVE, or TERMINATED; ACTION and EFF-LD are the line   *
      *> that governs the date; HIRE-LD is the first hire, START-LD the *
      *> hire or rehire the current (or last) employment began on, and  *
      *> SERVICE-LD the adjusted service date - the date service would  *
      *> have started had the credited employment been unbroken, so     *
      *> ELAPSEDDURATION from it to the as-of date (to EFF-LD once      *
      *> TERMINATED) is the service.                                    *
      *> FOUND is N when the employee has no history line on or before  *
      *> the date.                                                      *
      *>*****************************************************************
       01  empasof-result.
           05  ea-name             pic x(24).
           05  ea-department       pic x(12).
           05  ea-rate             pic s9(5)v9(4) comp-5.
           05  ea-status           pic x(10).
           05  ea-action           pic x(8).
           05  ea-eff-ld           usage signed-int.
           05  ea-hire-ld          usage signed-int.
           05  ea-start-ld         usage signed-int.
           05  ea-service-ld       usage signed-int.
           05  ea-found            pic x.
