*> reports:                                                        *
*>                                                                *
*>   STALE    - past the 180-day stale threshold, a candidate for  *
*>              voiding and reissue through PAYVOID;               *
*>   ESCHEAT  - past the payee state's dormancy months from the    *
*>              rule file ESCHEAT.DAT (STATE,MONTHS; '*' is the    *
*>              default rule), listed with the payee detail the    *
*>                                                                *
*> The payee's state comes from PAYEESTATE.DAT (VENDOR,STATE);     *
*> a payee with no entry files under the default rule.             *
*> CLEARED and VOID entries are closed and never aged.             *
*> RETURN-CODE 4 when anything is stale or escheatable.            *
*>*****************************************************************
identification division.
