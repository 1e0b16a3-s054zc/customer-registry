      *>        staging copy are declared indexed to match, while     **
      *>        the dated yearly archive stays a plain sequential     **
      *>        file the history/query jobs read end to end.          **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   ARC101.
           01 WS-EOF         Pic X     Value "N".
             88 IS-EOF                 Value "Y".
           01 WS-CUR-DATE    Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-YEAR    Pic X(4)  Value Space.
           01 WS-REC-YEAR    Pic X(4)  Value Space.
           01 WS-ARCH-CNT    Pic 9(6)  Value Zero.
      *>  dated archive file after it, then opens the live audit file
      *>  for a single top-to-bottom scan.
       200-Initialize.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move WS-CUR-DATE(1:4) To WS-CUR-YEAR.
         String "data/CUSTOMER.AUDIT.ARC" Delimited By Size
                WS-CUR-YEAR                Delimited By Size
