      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     FUPOWNFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for FUPOWNER.DAT, who owns a customer's open  **
      *> follow-up (RCUSTFUPDT) - the operator expected to make the  **
      *> call, as against RCUSTFUPOP, the one who scheduled it. One  **
      *> row per customer, written by SUB150 whenever a follow-up is **
      *> set (the setter, or the territory's rep when system         **
      *> parameter FUP-OWNER-RULE says so) and on a supervisor       **
      *> reassign. A customer with no row is owned by RCUSTFUPOP.    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 FOCUSTID  Pic X(10) Value Space.
             05 FOOWNER   Pic X(8)  Value Space.
             05 FOSOURCE  Pic X(1)  Value "S".
               88 FOSOURCE-SETTER   Value "S".
               88 FOSOURCE-REP      Value "T".
               88 FOSOURCE-REASSIGN Value "R".
             05 FOASGDT   Pic 9(8)  Value Zero.
             05 FOASGOP   Pic X(8)  Value Space.
