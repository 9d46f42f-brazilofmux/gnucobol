      *>*****************************************************************
      *> shopcheck                                                      *
      *> Copyright (C) 2020 Stephen Dennis                              *
      *> Available under MIT License.                                   *
      *>                                                                *
      *> Shared check-stock configuration for CHECKPRT: the drawer      *
      *> printed in the check's top corner, the bank the checks are     *
      *> drawn on, the disbursement account's routing and account       *
      *> numbers for the MICR line, the DATEFORMAT code for the check   *
      *> date, and the stock's geometry - lines per form and how many   *
      *> invoice lines the stub holds.  The values below are the home   *
      *> office's disbursement account with the bank SHOPACH sends to;  *
      *> a site drawing on a different account keeps its own copy of    *
      *> this member, the same convention SHOPTZ uses.                  *
      *>*****************************************************************
       01  shopcheck-drawer-name  pic x(30)   value 'HOME OFFICE'.
       01  shopcheck-drawer-addr  pic x(30)   value '100 MAIN STREET'.
       01  shopcheck-drawer-city  pic x(30)   value 'SPRINGFIELD IL 62701'.
       01  shopcheck-bank-name    pic x(30)   value 'FIRST NATIONAL BANK'.
       01  shopcheck-routing      pic x(9)    value '071000013'.
       01  shopcheck-account      pic x(17)   value '4471029385'.
       01  shopcheck-date-format  pic x(2)    value '02'.
       01  shopcheck-form-lines   pic 99      value 42.
       01  shopcheck-stub-lines   pic 99      value 12.
