      *>        reorganized AUDITFD field order.                      **
      *> 260902 Refuse to scrub a customer on the legal-hold list    **
      *>        (SUB140); each skip is reported on the console.      **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   ANN101.
           01 WS-HIST-CNT  Pic 9(6)  Value Zero.
           01 WS-AUD-CNT   Pic 9(6)  Value Zero.
           01 WS-CUR-DATE  Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-FROM-YEAR Pic 9(4)  Value 2023.
           01 WS-TO-YEAR   Pic 9(4)  Value Zero.
           01 WS-SCAN-YEAR Pic 9(4)  Value Zero.
           Display "ANN101: no IDs on the anonymize list, "
                   "nothing to do."
         Else
           Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL
           Move LPDDATE To WS-CUR-DATE
           Move WS-CUR-DATE(1:4) To WS-TO-YEAR
           Perform 300-Scrub-Purge-Archive
           Perform 400-Scrub-All-Audit-Files
