      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     ERASEFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for ERASEREQ.DAT, the right-to-erasure        **
      *> request queue. A row is logged pending by the SUB425 screen **
      *> with the customer's reason code and the regulator's due     **
      *> date, approved or rejected on the SUB430 supervisor screen, **
      *> and stamped completed by ERA101 once the customer has been  **
      *> cleared from every file. Only the customer ID is kept - no  **
      *> name or address - so the queue itself is the proof of      **
      *> erasure and holds nothing that needs erasing. A row ERA101  **
      *> could not complete (a legal or credit hold raised after     **
      *> approval) stays approved with the blocking reason noted.    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 ERSTATUS   Pic X(1)  Value "P".
               88 ERSTATUS-PENDING   Value "P".
               88 ERSTATUS-APPROVED  Value "A".
               88 ERSTATUS-REJECTED  Value "R".
               88 ERSTATUS-COMPLETED Value "C".
               88 ERSTATUS-OPEN      Value "P" "A".
             05 ERCUSTID   Pic X(10) Value Space.
             05 ERREASON   Pic X(2)  Value Space.
             05 ERRQOPER   Pic X(8)  Value Space.
             05 ERRQDTTM   Pic X(14) Value Space.
             05 ERDUEDT    Pic 9(8)  Value Zero.
             05 ERDECOPER  Pic X(8)  Value Space.
             05 ERDECDTTM  Pic X(14) Value Space.
             05 ERDONEDT   Pic 9(8)  Value Zero.
             05 ERBLOCK    Pic X(20) Value Space.
