      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CADDRLK                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB162, the address-role subrutine: the   **
      *> customer and role asked for, the role the answer actually   **
      *> came from (a resolve may fall back to the mailing row), the **
      *> address and its returned-mail state, and the operator       **
      *> making a change (stamped on the row and its audit trail).   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LCACUSTID   Pic X(10).
             05 LCAROLE     Pic X(1).
             05 LCAROLEUSED Pic X(1).
             05 LCAADDR1    Pic X(30).
             05 LCAADDR2    Pic X(30).
             05 LCACITY     Pic X(20).
             05 LCASTATE    Pic X(2).
             05 LCAZIP      Pic X(10).
             05 LCACTRY     Pic X(2).
             05 LCAUNDELIV  Pic X(1).
             05 LCAUNDELDT  Pic 9(8).
             05 LCAUNDELOP  Pic X(8).
             05 LCAOPERID   Pic X(8).
