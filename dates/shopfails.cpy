      *>*****************************************************************
      *> shopfails                                                      *
      *> Copyright (C) 2020 Stephen Dennis                              *
      *> Available under MIT License.                                   *
      *>                                                                *
      *> Shared settlement-fail escalation policy: the age, in business *
      *> days open on both the shop's and the counterparty's calendar   *
      *> (the SETTLEMENTDATE rule), at which an open fail is flagged    *
      *> for a claim against the counterparty and then for a buy-in.    *
      *> FAILTRACK escalates to a warning alert at the claim age and a  *
      *> critical one at the buy-in age.  Change the policy here, not   *
      *> in the program.                                                *
      *>*****************************************************************
       01  shopfails-claim-days     pic 9(4) comp-5 value 4.
       01  shopfails-buyin-days     pic 9(4) comp-5 value 7.
