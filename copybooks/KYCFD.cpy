      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     KYCFD                                         **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for KYC.DAT, the customer risk rating and     **
      *> know-your-customer review cycle: one row per customer,      **
      *> keyed by customer ID, written by the SUB420 review screen.  **
      *> The rating (low/medium/high) sets how soon the next review  **
      *> falls due (KYC-CYCLE-* system parameters, default 36/12/6   **
      *> months); the row keeps when and by whom the last review was **
      *> done and which CUSTDOC.DAT document types were checked. A   **
      *> customer with no row has never been reviewed. Every review  **
      *> is also appended to KYCHIST.DAT, so earlier reviews are     **
      *> never lost.                                                 **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 KYCCUSTID  Pic X(10) Value Space.
             05 KYCRATING  Pic X(1)  Value Space.
               88 KYCRATING-LOW      Value "L".
               88 KYCRATING-MEDIUM   Value "M".
               88 KYCRATING-HIGH     Value "H".
               88 KYCRATING-VALID    Value "L" "M" "H".
             05 KYCLASTDT  Pic 9(8)  Value Zero.
             05 KYCLASTOP  Pic X(8)  Value Space.
             05 KYCNEXTDT  Pic 9(8)  Value Zero.
             05 KYCDOCS    Pic X(16) Value Space.
             05 KYCDOC-TBL Redefines KYCDOCS.
               10 KYCDOC   Pic X(2)  Occurs 8 Times.
             05 KYCNOTE    Pic X(40) Value Space.
