      *>        2024 row archived by the 2026 run lives in ARC2026.   **
      *>        The per-row year filter still keeps the listing to    **
      *>        the asked-for window.                                 **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   HQY101.
           01 WS-YEAR-X    Pic X(4)  Value Space.
           01 WS-REC-YEAR  Pic 9(4)  Value Zero.
           01 WS-CUR-DATE  Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-YEAR  Pic 9(4)  Value Zero.
           01 WS-ROW-CNT   Pic 9(6)  Value Zero.

         If WS-TO-YEAR Less Than WS-FROM-YEAR Then
           Move WS-FROM-YEAR To WS-TO-YEAR
         End-If.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move WS-CUR-DATE(1:4) To WS-CUR-YEAR.

         Sort SORTFILE
