      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     BULACKFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for BULLACK.DAT, the bulletin acknowledgement **
      *> file: one row per bulletin (BULLFD) and operator, written   **
      *> by SUB154 when the operator marks the bulletin read at      **
      *> sign-on. An operator with no row has not read it yet - the  **
      *> SUB495 supervisor screen lists who that still is.           **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 BAKEY.
               10 BANO      Pic X(8)  Value Space.
               10 BAOPERID  Pic X(8)  Value Space.
             05 BAACKDTTM   Pic X(14) Value Space.
