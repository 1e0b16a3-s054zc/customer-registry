      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260822 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   AUD101.
           01 WS-CHK-TRASH Pic 9(9)  Value Zero.
           01 WS-CALC-CHK  Pic 9(9)  Value Zero.
           01 WS-CUR-DATE  Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-FROM-YEAR Pic 9(4)  Value 2023.
           01 WS-TO-YEAR   Pic 9(4)  Value Zero.
           01 WS-SCAN-YEAR Pic 9(4)  Value Zero.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move WS-CUR-DATE(1:4) To WS-TO-YEAR.
         Open Output PRTFILE.
         Sort SORTFILE
