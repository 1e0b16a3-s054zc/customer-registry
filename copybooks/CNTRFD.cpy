      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CNTRFD                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for CONTRACT.DAT, the company contract and    **
      *> agreement file: any number of rows per company, keyed on    **
      *> company ID and a sequence number SUB165 hands out. Each row **
      *> carries the signing customer contact (optional), contract   **
      *> type, description, annual value, start and end dates, the   **
      *> notice period in days, how it renews and its status.        **
      *> Maintained through SUB165 (screen SUB535, from SUB280);     **
      *> REN101 reports the ones coming up to their notice date.     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 KRKEY.
               10 KRCOMPID  Pic X(6)  Value Space.
               10 KRSEQ     Pic 9(3)  Value Zero.
             05 KRCUSTID   Pic X(10) Value Space.
             05 KRTYPE     Pic X(2)  Value Space.
               88 KRTYPE-SERVICE     Value "SV".
               88 KRTYPE-MAINTENANCE Value "MT".
               88 KRTYPE-SUPPLY      Value "SU".
               88 KRTYPE-LICENCE     Value "LC".
               88 KRTYPE-OTHER       Value "OT".
               88 KRTYPE-VALID       Value "SV" "MT" "SU" "LC" "OT".
             05 KRDESC     Pic X(30) Value Space.
             05 KRVALUE    Pic 9(9)V99 Value Zero.
             05 KRSTART    Pic 9(8)  Value Zero.
             05 KREND      Pic 9(8)  Value Zero.
             05 KRNOTICE   Pic 9(3)  Value Zero.
             05 KRRENEW    Pic X(1)  Value "M".
               88 KRRENEW-AUTO       Value "A".
               88 KRRENEW-MANUAL     Value "M".
               88 KRRENEW-NONE       Value "N".
               88 KRRENEW-VALID      Value "A" "M" "N".
             05 KRRENTERM  Pic 9(3)  Value Zero.
             05 KRSTATUS   Pic X(1)  Value "A".
               88 KRSTATUS-DRAFT      Value "D".
               88 KRSTATUS-ACTIVE     Value "A".
               88 KRSTATUS-NOTICE     Value "N".
               88 KRSTATUS-TERMINATED Value "T".
               88 KRSTATUS-EXPIRED    Value "E".
               88 KRSTATUS-VALID      Value "D" "A" "N" "T" "E".
             05 KROPERID   Pic X(8)  Value Space.
             05 KRUPDDTTM  Pic X(14) Value Space.
