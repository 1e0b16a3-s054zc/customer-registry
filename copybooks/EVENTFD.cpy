      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     EVENTFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for EVENT.DAT, the customer seminars and open **
      *> days: one row per event code with its date, venue and the   **
      *> number of places, kept on the SUB555 screen. Customers sign **
      *> up against it on EVREG.DAT (see EVREGFD) through SUB167.    **
      *> A closed event takes no more sign-ups; a cancelled one is   **
      *> kept for the record but never reported as held.             **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 EVCODE      Pic X(8)  Value Space.
             05 EVNAME      Pic X(30) Value Space.
             05 EVDATE      Pic 9(8)  Value Zero.
             05 EVVENUE     Pic X(30) Value Space.
             05 EVCAP       Pic 9(5)  Value Zero.
             05 EVSTAT      Pic X(1)  Value "O".
               88 EVSTAT-OPEN         Value "O".
               88 EVSTAT-CLOSED       Value "C".
               88 EVSTAT-CANCELLED    Value "X".
               88 EVSTAT-VALID        Value "O" "C" "X".
             05 EVOPERID    Pic X(8)  Value Space.
             05 EVUPDDTTM   Pic X(14) Value Space.
