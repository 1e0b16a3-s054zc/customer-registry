      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     SECLOGFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for SECLOG.DAT, the append-only security      **
      *> event log SUB171 writes: one row per security-relevant      **
      *> event that OPERLOG.DAT does not already carry - refused and **
      *> failed sign-ons and lockouts (SUB095), operator master      **
      *> changes (SUB300), permission matrix changes (SUB315), and   **
      *> national ID unmasking and exports (SUB230). SEEVENT is the  **
      *> event type, SECUSTID the customer where there is one,       **
      *> SEDETAIL free text (the operator or permission row changed, **
      *> the rows exported). SEC101 sends it on to corporate         **
      *> security.                                                   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 SEDTTM      Pic X(14) Value Space.
             05 SEOPERID    Pic X(8)  Value Space.
             05 SEEVENT     Pic X(16) Value Space.
             05 SECUSTID    Pic X(10) Value Space.
             05 SEOUTCOME   Pic X(8)  Value Space.
               88 SEOUTCOME-SUCCESS   Value "SUCCESS".
               88 SEOUTCOME-FAILURE   Value "FAILURE".
               88 SEOUTCOME-DENIED    Value "DENIED".
             05 SEDETAIL    Pic X(60) Value Space.
