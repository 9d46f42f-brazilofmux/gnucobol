      *>*****************************************************************
      *> shopach                                                        *
      *> Copyright (C) 2020 Stephen Dennis                              *
      *> Available under MIT License.                                   *
      *>                                                                *
      *> Shared ACH origination configuration for ACHPAY's NACHA file:  *
      *> the bank the file is sent to (immediate destination), this     *
      *> company as originator, the originating depository financial    *
      *> institution's eight-digit routing prefix that leads every      *
      *> trace number, and how many business days after the run the    *
      *> entries settle.  The values below are the home office's        *
      *> agreement with its disbursement bank; a site originating       *
      *> through a different bank keeps its own copy of this member,    *
      *> the same convention SHOPTZ uses.                               *
      *>*****************************************************************
       01  shopach-dest-routing   pic x(9)    value '071000013'.
       01  shopach-dest-name      pic x(23)   value 'FIRST NATIONAL BANK'.
       01  shopach-origin-id      pic x(10)   value '1364212300'.
       01  shopach-origin-name    pic x(23)   value 'HOME OFFICE'.
       01  shopach-company-name   pic x(16)   value 'HOME OFFICE AP'.
       01  shopach-company-id     pic x(10)   value '1364212300'.
       01  shopach-entry-desc     pic x(10)   value 'VENDOR PAY'.
       01  shopach-odfi           pic x(8)    value '07100001'.
       01  shopach-lead-days      pic 9       value 1.
