      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CASEFD                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for CASE.DAT, the complaint and service-case  **
      *> file: one row per case, keyed by the SUB003 case number,    **
      *> with the customer ID as a duplicates-allowed alternate key  **
      *> so SUB405 can page one customer's cases. A case is opened   **
      *> with a category, a priority and a target in days (taken     **
      *> from the priority unless keyed), owned by one operator, and **
      *> stays open until it is closed with resolution text - CAS101 **
      *> ages every open case against its target each night.         **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 CASENO      Pic X(8)  Value Space.
             05 CASECUSTID  Pic X(10) Value Space.
             05 CASECATEG   Pic X(2)  Value Space.
               88 CASECATEG-COMPLAINT Value "CO".
               88 CASECATEG-SERVICE   Value "SV".
               88 CASECATEG-BILLING   Value "BL".
               88 CASECATEG-DELIVERY  Value "DL".
               88 CASECATEG-OTHER     Value "OT".
               88 CASECATEG-VALID     Value "CO" "SV" "BL" "DL" "OT".
             05 CASEPRIO    Pic X(1)  Value Space.
               88 CASEPRIO-HIGH       Value "H".
               88 CASEPRIO-MEDIUM     Value "M".
               88 CASEPRIO-LOW        Value "L".
               88 CASEPRIO-VALID      Value "H" "M" "L".
             05 CASEOWNER   Pic X(8)  Value Space.
             05 CASESTAT    Pic X(1)  Value Space.
               88 CASESTAT-OPEN       Value "O".
               88 CASESTAT-CLOSED     Value "C".
             05 CASEOPENDT  Pic 9(8)  Value Zero.
             05 CASETGTDAYS Pic 9(3)  Value Zero.
             05 CASEOPENOP  Pic X(8)  Value Space.
             05 CASECLOSDT  Pic 9(8)  Value Zero.
             05 CASECLOSOP  Pic X(8)  Value Space.
             05 CASESUMMARY Pic X(40) Value Space.
             05 CASERESOL   Pic X(40) Value Space.
