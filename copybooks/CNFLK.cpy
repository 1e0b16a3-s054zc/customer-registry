      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CNFLK                                         **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB172, the details-confirmation          **
      *> subrutine: the customer, how the reply came in and the      **
      *> operator (or job) taking it, and the customer's CONFIRM.DAT **
      *> row as it stands afterwards (see CNFFD).                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LCFCUSTID  Pic X(10).
             05 LCFHOW     Pic X(1).
             05 LCFOPERID  Pic X(8).
             05 LCFLASTDT  Pic 9(8).
             05 LCFLASTHOW Pic X(1).
             05 LCFLASTOP  Pic X(8).
             05 LCFDUEDT   Pic 9(8).
             05 LCFSENTDT  Pic 9(8).
             05 LCFCHANNEL Pic X(1).
             05 LCFREMDT   Pic 9(8).
             05 LCFMISSED  Pic 9(2).
