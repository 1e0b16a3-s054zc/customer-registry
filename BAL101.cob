      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Rows are put on the processing date they were        **
      *>        written under (SUB152), not the date in their        **
      *>        timestamp, so a late night run reports the right day. **
      *>***************************************************************
       Identification Division.
         Program-Id.   BAL101.
           01 WS-PREV-DATE Pic 9(8)  Value Zero.
           01 WS-PREV-ACT  Pic 9(6)  Value Zero.
           01 WS-LAST-DATE Pic 9(8)  Value Zero.
           01 WS-PDT-FUNC   Pic X(1) Value "M".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-LAST-ACT  Pic 9(6)  Value Zero.
           01 WS-ROW-PROCDT Pic 9(8) Value Zero.
           01 WS-CRE-CNT   Pic 9(6)  Value Zero.
           01 WS-DEL-CNT   Pic 9(6)  Value Zero.
           01 WS-REA-CNT   Pic 9(6)  Value Zero.
         End-Read.

       320-Tally-Next.
         Move ATIMESTAMP To LPDSTAMP.
         Move "M" To WS-PDT-FUNC.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-ROW-PROCDT.
         If WS-ROW-PROCDT Equal WS-LAST-DATE Then
           Evaluate True
             When AACTION-CREATE     Add 1 To WS-CRE-CNT
             When AACTION-DELETE     Add 1 To WS-DEL-CNT
