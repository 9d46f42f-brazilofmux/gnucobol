      *>*****************************************************************
      *> compinfo                                                       *
      *> Copyright (C) 2020 Stephen Dennis                              *
      *> Available under MIT License.                                   *
      *>                                                                *
      *> Shared result record for COMPANYOF: one legal entity from the  *
      *> company master COMPANY.DAT.  COMPANY is the code the payables, *
      *> receivables, period-status and journal files carry (the home   *
      *> company - the master's first line - when the code asked about  *
      *> is blank); CURRENCY its base currency; FISCALSTART the month   *
      *> its fiscal year starts, for FISCALPERIODOF; CALID its calendar *
      *> profile on CALPROFILES.DAT; BANK-COUNT and the BANK table the  *
      *> disbursement accounts, routing and account.  HOME is Y for the *
      *> home company, FOUND N when the code is not on the master.      *
      *>*****************************************************************
       01  compinfo-result.
           05  ci-company          pic x(4).
           05  ci-currency         pic x(3).
           05  ci-fiscalstart      pic 99      comp-5.
           05  ci-calid            pic x(8).
           05  ci-bank-count       pic 9       comp-5.
           05  ci-bank             occurs 3 times.
               10  ci-routing      pic x(9).
               10  ci-account      pic x(17).
           05  ci-home             pic x.
           05  ci-found            pic x.
