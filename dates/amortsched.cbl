*> between the rolled payment dates under the loan's day-count     *
*> basis.  The final payment clears the remaining balance          *
*> exactly.                                                        *
*>                                                                *
*> A variable-rate loan carries three more columns -               *
*>                                                                *
*>   ...,BASIS,INDEX,MARGIN,RESETMONTHS                            *
*>                                                                *
*> (INDEX a name on INDEXRATE.DAT, MARGIN in percent over it,      *
*> RESETMONTHS the installments between resets).  Its schedule is  *
*> built here at RATE, the opening rate, and REPRICE rewrites the  *
*> future installments at each reset.  Every PAYSCHED.DAT row ends *
*> with the annual RATE its interest was figured at -              *
*>                                                                *
*>   LOANID,SEQ,DUEDATE,DAYS,INTEREST,PRINCIPAL,BALANCE,RATE       *
*>*****************************************************************
identification division.
program-id. amortsched.
    05  sc-principal    pic 9(9).99.
    05  filler          pic x       value ','.
    05  sc-balance      pic 9(9).99.
    05  filler          pic x       value ','.
    05  sc-rate         pic 99.9999.

working-storage section.

        compute am-payment rounded = am-principal / am-term
    else
        compute am-factor rounded =
            1 / ((1 + am-monthly-rate) ** am-term)
        compute am-payment rounded =
            (am-principal * am-monthly-rate) / (1 - am-factor)
    end-if.
    move am-interest to sc-interest.
    move am-princ-part to sc-principal.
    move am-balance to sc-balance.
    move am-rate to sc-rate.
    write sched-record.

0900-readloan.
