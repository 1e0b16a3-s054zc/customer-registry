      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     RPHOLDFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for RPHOLD.DAT, the restricted-party          **
      *> clearance queue SUB146 appends to. A create or update whose **
      *> name hits the list is parked here whole (RPHIMAGE, the      **
      *> CUSTLK image as the caller sent it, national ID still in    **
      *> its stored form) instead of being saved; a hit found on an  **
      *> existing customer by the RPL102 rescreen is queued as a     **
      *> review row. SUB415 is where a supervisor clears or rejects  **
      *> each row; decided rows stay on the queue as the history.    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Widened RPHIMAGE to 600 with LRIMAGE; CNV109         **
      *>        converts the queue.                                  **
      *>***************************************************************
             05 RPHSTATUS   Pic X(1)   Value Space.
               88 RPHSTATUS-PENDING    Value "P".
               88 RPHSTATUS-CLEARED    Value "C".
               88 RPHSTATUS-REJECTED   Value "R".
             05 RPHACTION   Pic X(1)   Value Space.
               88 RPHACTION-CREATE     Value "C".
               88 RPHACTION-UPDATE     Value "U".
               88 RPHACTION-RESCREEN   Value "R".
             05 RPHCUSTID   Pic X(10)  Value Space.
             05 RPHNAME     Pic X(40)  Value Space.
             05 RPHENTRYID  Pic X(8)   Value Space.
             05 RPHLISTNAME Pic X(40)  Value Space.
             05 RPHPROGRAM  Pic X(10)  Value Space.
             05 RPHLISTVER  Pic X(8)   Value Space.
             05 RPHMATCH    Pic X(1)   Value Space.
               88 RPHMATCH-EXACT       Value "E".
               88 RPHMATCH-PHONETIC    Value "P".
             05 RPHRQOPER   Pic X(8)   Value Space.
             05 RPHRQDTTM   Pic X(14)  Value Space.
             05 RPHREASON   Pic X(2)   Value Space.
             05 RPHDECOPER  Pic X(8)   Value Space.
             05 RPHDECDTTM  Pic X(14)  Value Space.
             05 RPHIMAGE    Pic X(600) Value Space.
