      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     ALERTFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for ALERTCD.DAT, the reference file of        **
      *> customer alert codes (VIP, vulnerable customer, fraud       **
      *> suspected, aggressive caller, interpreter needed and the    **
      *> like) maintained on the SUB445 supervisor screen. A         **
      *> deactivated code can no longer be set on a customer on      **
      *> SUB450; alerts already carrying it run to their expiry.     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 ALCODE     Pic X(4)  Value Space.
             05 ALDESC     Pic X(20) Value Space.
             05 ALSTAT     Pic X(1)  Value "A".
               88 ALSTAT-ACTIVE      Value "A".
               88 ALSTAT-INACTIVE    Value "I".
