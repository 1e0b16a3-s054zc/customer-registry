      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CADDRFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for CUSTADDR.DAT, the customer address-role   **
      *> child file: at most one row per customer per role - B       **
      *> billing, S shipping, R registered/legal, M mailing - keyed  **
      *> on customer ID and role. The address on the customer record **
      *> itself stays the primary address and stands in for any role **
      *> the customer has no row for. Each row carries its own       **
      *> returned-mail flag, so a bounce on one role leaves the      **
      *> others alone. Maintained through SUB162 (screen SUB525).    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 ADKEY.
               10 ADCUSTID  Pic X(10) Value Space.
               10 ADROLE    Pic X(1)  Value Space.
                 88 ADROLE-BILLING    Value "B".
                 88 ADROLE-SHIPPING   Value "S".
                 88 ADROLE-REGISTERED Value "R".
                 88 ADROLE-MAILING    Value "M".
                 88 ADROLE-VALID      Value "B" "S" "R" "M".
             05 ADADDR1    Pic X(30) Value Space.
             05 ADADDR2    Pic X(30) Value Space.
             05 ADCITY     Pic X(20) Value Space.
             05 ADSTATE    Pic X(2)  Value Space.
             05 ADZIP      Pic X(10) Value Space.
             05 ADCTRY     Pic X(2)  Value Space.
             05 ADUNDELIV  Pic X(1)  Value "N".
               88 ADUNDELIV-YES      Value "Y".
             05 ADUNDELDT  Pic 9(8)  Value Zero.
             05 ADUNDELOP  Pic X(8)  Value Space.
             05 ADOPERID   Pic X(8)  Value Space.
             05 ADUPDDTTM  Pic X(14) Value Space.
