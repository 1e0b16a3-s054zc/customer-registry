      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260822 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Rows are put on the processing date they were        **
      *>        written under (SUB152), not the date in their        **
      *>        timestamp, so a late night run reports the right day. **
      *>***************************************************************
       Identification Division.
         Program-Id.   OPA101.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-REC-DATE Pic 9(8)  Value Zero.
           01 WS-REC-HOUR Pic 9(2)  Value Zero.


       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 200-Scan-Audit.
         If WS-OPER-COUNT Equal Zero Then
           Display "OPA101: no audit activity today."
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move ATIMESTAMP To LPDSTAMP
           Move "M" To WS-PDT-FUNC
           Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL
           Move LPDDATE To WS-REC-DATE
           If WS-REC-DATE Equal WS-CUR-DATE Then
             Perform 220-Find-Operator-Slot
             If WS-FOUND-IX Not Equal Zero Then
