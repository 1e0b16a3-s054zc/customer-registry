      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CUSTALFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for CUSTALRT.DAT, the alert flags set on a    **
      *> customer: one row per customer and ALERTCD.DAT code, with   **
      *> the date the alert takes effect, the date it expires (zero  **
      *> = until removed) and the operator who set it and when.      **
      *> Rows are set and removed on the SUB450 screen; SUB147 reads **
      *> the ones in effect today for the alert banner.              **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Added 88 CACODE-FRAUD for the FRD101 fraud-          **
      *>        suspected hold.                                      **
      *>***************************************************************
             05 CAKEY.
               10 CACUSTID Pic X(10) Value Space.
               10 CACODE   Pic X(4)  Value Space.
                 88 CACODE-FRAUD     Value "FRAU".
             05 CAEFFDT    Pic 9(8)  Value Zero.
             05 CAEXPDT    Pic 9(8)  Value Zero.
             05 CASETOPER  Pic X(8)  Value Space.
             05 CASETDTTM  Pic X(14) Value Space.
