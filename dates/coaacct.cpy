      *>*****************************************************************
      *> coaacct                                                        *
      *> Copyright (C) 2020 Stephen Dennis                              *
      *> Available under MIT License.                                   *
      *>                                                                *
      *> Shared result record for ACCOUNTOF: one chart-of-accounts      *
      *> line from COAMAST.DAT as it stands for a posting date.  TYPE   *
      *> is ASSET, LIABILITY, EQUITY, REVENUE or EXPENSE; NORMAL the    *
      *> side the balance normally sits on, D or C; STATUS OPEN or      *
      *> CLOSED.  POSTABLE is Y when the account takes postings on the  *
      *> date asked about - on or after its EFFECTIVE date, on or       *
      *> before its EXPIRES date, and not closed as of then.  FOUND is  *
      *> N when the account is not on the chart at all.                 *
      *>*****************************************************************
       01  coaacct-result.
           05  ca-description      pic x(30).
           05  ca-type             pic x(10).
           05  ca-normal           pic x.
           05  ca-status           pic x(6).
           05  ca-effective-ld     usage signed-int.
           05  ca-expires-ld       usage signed-int.
           05  ca-postable         pic x.
           05  ca-found            pic x.
