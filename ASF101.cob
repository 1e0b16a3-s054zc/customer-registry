      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   ASF101.
           01 WS-ASOF-TS  Pic X(14) Value Space.
           01 WS-PRINT-ANS Pic X(1) Value Space.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-YEAR Pic 9(4)  Value Zero.
           01 WS-SCAN-YEAR Pic 9(4) Value Zero.
           01 WS-YEAR-X   Pic X(4)  Value Space.
         Move Spaces To WS-ASOF-TS.
         Move WS-ASOF-DATE To WS-ASOF-TS(1:8).
         Move "235959"     To WS-ASOF-TS(9:6).
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move WS-CUR-DATE(1:4) To WS-CUR-YEAR.

         Perform 200-Walk-The-Journal.
