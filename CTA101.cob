      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   CTA101.
           01 WS-CUST-OPEN Pic X    Value "N".
             88 IS-CUST-OPEN        Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-PER  Pic 9(6)  Value Zero.
           01 WS-PRIOR-PER Pic 9(6) Value Zero.
           01 WS-PER-X Redefines WS-PRIOR-PER.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 150-Work-Out-Periods.
         Perform 160-Seed-Fixed-Tables.
         Perform 200-Tally-The-Log.
