      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     ARFINFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for ARFIN.DAT, the financial summary          **
      *> accounting sends back each night per AR account, one row    **
      *> per customer keyed on customer ID: balance, overdue amount, **
      *> year-to-date sales and the last invoice and payment dates,  **
      *> as loaded by FIN101 (FNLOADDT is the processing date of the **
      *> load that last touched the row). Read through SUB164 for    **
      *> the SUB230 detail; TOP101 ranks on FNYTDSALES and CAM101    **
      *> filters on FNLASTINV. Accounting owns the figures - nothing **
      *> here is ever keyed by hand.                                 **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 FNCUSTID   Pic X(10)     Value Space.
             05 FNARNO     Pic X(10)     Value Space.
             05 FNBALANCE  Pic S9(9)V99  Value Zero.
             05 FNOVERDUE  Pic S9(9)V99  Value Zero.
             05 FNYTDSALES Pic S9(9)V99  Value Zero.
             05 FNLASTINV  Pic 9(8)      Value Zero.
             05 FNLASTPAY  Pic 9(8)      Value Zero.
             05 FNLOADDT   Pic 9(8)      Value Zero.
