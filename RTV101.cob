      *>        same as SUB115 does on an ordinary reactivation.      **
      *> 260902 Put the CUSTPHON.DAT child numbers back on the        **
      *>        cross-reference too (SUB141).                         **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Put the restored record's email address back on the  **
      *>        EMAILXRF.DAT email cross-reference (SUB161).         **
      *>***************************************************************
       Identification Division.
         Program-Id.   RTV101.
           01 WS-SAVE-REC.
             Copy CUSTLK.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-AUD-PRMSET.
             Copy AUDITLK.
           01 WS-AUD-RETVAL Pic X(2).
           01 WS-XRF-RETVAL Pic X(2).
           01 WS-CPH-FUNC   Pic X(1).
           01 WS-CPH-RETVAL Pic X(2).
           01 WS-EXR-FUNC   Pic X(1).
           01 WS-EXR-PRMSET.
             Copy EMAILXLK.
           01 WS-EXR-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
      *>  the purge, or a record that was never physically dropped,
      *>  refuses the restore rather than overwriting anybody.
       300-Restore-Record.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Open I-O CUST.
         If WS-CUSTSTAT Equal "35" Then
           Display "RTV101: CUSTOMER.DAT not found."
           Not Invalid Key
             Perform 320-Log-Restore
             Perform 330-Reindex-Phones
             Perform 340-Reindex-Email
             Display "RTV101: " WS-ENT-ID " restored and "
                     "reactivated."
         End-Write.
         Move "A" To WS-CPH-FUNC.
         Call "SUB141" Using WS-CPH-FUNC, RCUSTID, WS-CPH-RETVAL.

      *>  And the email address, for the email cross-reference.
       340-Reindex-Email.
         Move "A"        To WS-EXR-FUNC.
         Move RCUSTEMAIL To LEXEMAIL.
         Move RCUSTID    To LEXCUSTID.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.

       999-End-Of-Program.
         Stop Run.
