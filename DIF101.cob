      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260822 Created.                                             **
      *> 261015 A do-not-text (RCUSTDNT) change needs its audit row  **
      *>        like the other do-not-contact flags.                 **
      *>***************************************************************
       Identification Division.
         Program-Id.   DIF101.
           Move "RCUSTDNE" To WS-CHK-FIELD
           Perform 560-Require-Field-Row
         End-If.
         If RCUSTDNT Not Equal CUSTDNT Of BAKCUST-REC Then
           Move "RCUSTDNT" To WS-CHK-FIELD
           Perform 560-Require-Field-Row
         End-If.
         If RCUSTFUPDT Not Equal CUSTFUPDT Of BAKCUST-REC Then
           Move "RCUSTFUPDT" To WS-CHK-FIELD
           Perform 560-Require-Field-Row
