      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Rows are put on the processing date they were        **
      *>        written under (SUB152), not the date in their        **
      *>        timestamp, so a late night run reports the right day. **
      *>***************************************************************
       Identification Division.
         Program-Id.   AQY101.
           01 WS-FROM-YEAR Pic 9(4)  Value 2023.
           01 WS-REC-DATE  Pic 9(8)  Value Zero.
           01 WS-CUR-DATE  Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-YEAR  Pic 9(4)  Value Zero.
           01 WS-ROW-CNT   Pic 9(6)  Value Zero.
           01 WS-MATCHED   Pic X     Value "N".
         Accept WS-F-FROM.
         Display "AQY101: to date YYYYMMDD (0 = open)?"
         Accept WS-F-TO.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move WS-CUR-DATE(1:4) To WS-CUR-YEAR.
         If WS-F-FROM Not Equal Zero Then
           Move WS-F-FROM(1:4) To WS-FROM-YEAR
      *>  everything, so any combination of the three works.
       400-Check-Filters.
         Move "Y" To WS-MATCHED.
         Move ATIMESTAMP Of AUDIT-REC To LPDSTAMP.
         Move "M" To WS-PDT-FUNC.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-REC-DATE.
         If WS-F-OPERID Not Equal Space
           And AOPERID Of AUDIT-REC Not Equal WS-F-OPERID Then
           Move "N" To WS-MATCHED
