      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     EVREGLK                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB167, the event registration subrutine: **
      *> the event and customer, the operator (BATCH for the portal  **
      *> feed) and the source stamped on the EVREG.DAT row, and what **
      *> comes back - the place's status afterwards, the event's     **
      *> name and date, and who was moved off the waiting list.      **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LEREVENT   Pic X(8).
             05 LERCUSTID  Pic X(10).
             05 LEROPERID  Pic X(8).
             05 LERSRC     Pic X(1).
             05 LERSTAT    Pic X(1).
             05 LEREVNAME  Pic X(30).
             05 LEREVDATE  Pic 9(8).
             05 LERPROMO   Pic X(10).
             05 LERPROMCNT Pic 9(3).
