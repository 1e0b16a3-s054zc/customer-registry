      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     EVREGFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for EVREG.DAT, the event registrations: one   **
      *> row per EVENT.DAT event and customer, with the customer ID  **
      *> as a duplicates-allowed alternate key so SUB550 can list    **
      *> one customer's events. Written only through SUB167 - from   **
      *> the SUB550 screen or the EVT101 portal sign-up feed. A      **
      *> sign-up past the event's capacity goes on the waiting list  **
      *> (W) in ERREGDTTM order; a cancelled place is handed to the  **
      *> first in line. After the event each place is marked         **
      *> attended or no-show. ERLIFEREG keeps the customer's         **
      *> lifecycle stage at sign-up for the EVT102 report.           **
      *> Sources: O operator screen, P portal sign-up feed.          **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 ERKEY.
               10 EREVENT   Pic X(8)  Value Space.
               10 ERCUSTID  Pic X(10) Value Space.
             05 ERSTAT      Pic X(1)  Value "R".
               88 ERSTAT-REGISTERED   Value "R".
               88 ERSTAT-WAITING      Value "W".
               88 ERSTAT-ATTENDED     Value "A".
               88 ERSTAT-NOSHOW       Value "N".
               88 ERSTAT-CANCELLED    Value "C".
             05 ERREGDTTM   Pic X(14) Value Space.
             05 ERSRC       Pic X(1)  Value Space.
               88 ERSRC-OPERATOR      Value "O".
               88 ERSRC-PORTAL        Value "P".
             05 ERLIFEREG   Pic X(1)  Value Space.
             05 EROPERID    Pic X(8)  Value Space.
             05 ERUPDDTTM   Pic X(14) Value Space.
