      *>*****************************************************************
      *> termsdue                                                       *
      *> Copyright (C) 2020 Stephen Dennis                              *
      *> Available under MIT License.                                   *
      *>                                                                *
      *> Shared result record for TERMSDUE: the due date a terms code   *
      *> gives an invoice date, and for discount terms the discount     *
      *> date and percent (DISC-LD 0 and DISC-PCT 0 when the terms      *
      *> offer none).  Both dates are already rolled forward off        *
      *> closures.  VALID is N when the terms code is not one PAYTERMS  *
      *> recognizes; the dates are then meaningless.                    *
      *>*****************************************************************
       01  termsdue-result.
           05  td-due-ld           usage signed-int.
           05  td-disc-ld          usage signed-int.
           05  td-disc-pct         usage signed-int.
           05  td-valid            pic x.
