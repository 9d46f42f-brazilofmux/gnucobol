*> This pairs each invoice - the INVOICE,DATE,TERMS,AMOUNT,        *
*> CURRENCY lines extended with PO and QTY columns -               *
*>                                                                *
*>   INVOICE,DATE,TERMS,AMOUNT,CURRENCY,PO,QTY[,COMPANY]           *
*>                                                                *
*> (COMPANY the legal entity on COMPANY.DAT the invoice is payable *
*> by, blank for the home company, passed through untouched) -     *
*> against PURCHORD.DAT (PO,VENDOR,QTY,AMOUNT) and the goods-      *
*> receipt file PORECPTS.DAT (PO,DATE,QTY, summed per PO), and     *
*> checks quantity and amount inside the tolerance master          *
*>   PRICE-VAR  invoice amount off the PO amount beyond tolerance  *
*>                                                                *
*> RETURN-CODE 4 when anything excepted - the due-date engine      *
*> only ever schedules payment for matched invoices.  DUPSCREEN    *
*> then screens MATCHED.DAT for resubmitted invoices before        *
*> PAYTERMS sees it.  Receipts not yet matched to an invoice are   *
*> accrued at month end by GRIR.                                   *
*>*****************************************************************
identification division.
program-id. threeway.
