      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     RECERTFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for RECERT.DAT, the quarterly operator access **
      *> recertification. RCT101 opens a cycle (RCCYCLE, e.g.       **
      *> 2026Q4) with one row per active operator, snapshotting the  **
      *> role, office, number of PERMMTRX.DAT overrides, last        **
      *> sign-on and lockout the supervisor is attesting to, and the **
      *> date the attestation is due. The SUB435 screen records the  **
      *> decision - keep, reduce or revoke - with who attested and   **
      *> when. RCT102 reports rows still open after the due date and **
      *> marks RCDEACT on any operator it deactivated.               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 RCKEY.
               10 RCCYCLE  Pic X(6)  Value Space.
               10 RCOPERID Pic X(8)  Value Space.
             05 RCROLE     Pic X(1)  Value Space.
             05 RCOFFICE   Pic X(3)  Value Space.
             05 RCOVRCNT   Pic 9(3)  Value Zero.
             05 RCLASTON   Pic X(14) Value Space.
             05 RCLOCK     Pic X(1)  Value "N".
             05 RCDUEDT    Pic 9(8)  Value Zero.
             05 RCDECISION Pic X(1)  Value Space.
               88 RCDECISION-OPEN    Value Space.
               88 RCDECISION-KEEP    Value "K".
               88 RCDECISION-REDUCE  Value "R".
               88 RCDECISION-REVOKE  Value "V".
             05 RCATTOPER  Pic X(8)  Value Space.
             05 RCATTDTTM  Pic X(14) Value Space.
             05 RCNOTE     Pic X(30) Value Space.
             05 RCDEACT    Pic X(1)  Value "N".
               88 RCDEACT-YES        Value "Y".
