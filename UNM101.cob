      *>        the reversed merge) and both restored records'        **
      *>        numbers are re-pointed on the PHONEXRF.DAT cross-     **
      *>        reference through SUB120.                             **
      *> 261015 Put the restored target's address back on the        **
      *>        ADDRXRF.DAT address cross-reference (SUB160), off    **
      *>        any ZIP it was indexed under by the merge.           **
      *> 261015 Put both restored records' email addresses back on   **
      *>        the EMAILXRF.DAT email cross-reference (SUB161),     **
      *>        taking the target off any address it absorbed.       **
      *>***************************************************************
       Identification Division.
         Program-Id.   UNM101.
           01 WS-XRF-RETVAL Pic X(2).
           01 WS-IMG-REC.
             Copy CUSTWS.
           01 WS-MRG-ZIP    Pic X(10) Value Space.
           01 WS-AXR-FUNC   Pic X(1).
           01 WS-AXR-PRMSET.
             Copy ADDRXLK.
           01 WS-AXR-RETVAL Pic X(2).
           01 WS-MRG-EMAIL  Pic X(40) Value Space.
           01 WS-EXR-FUNC   Pic X(1).
           01 WS-EXR-PRMSET.
             Copy EMAILXLK.
           01 WS-EXR-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
           Perform 310-Log-Unmerge-Source
           Perform 320-Log-Unmerge-Target
           Perform 330-Reindex-Restored-Phones
           Perform 340-Reindex-Restored-Address
           Perform 345-Reindex-Restored-Email
           Display "UNM101: pair " WS-SAVE-SRC-ID "/"
                   WS-SAVE-TGT-ID " restored to pre-merge state."
         End-If.
               WS-XRF-RETVAL
         End-If.

      *>  The target may have been indexed under an address it took
      *>  by gap-fill; the merged image (still in WS-JRNL-BEFORE from
      *>  the target's restore) says which ZIP to take it off before
      *>  the restored address goes back on. The source's address
      *>  was never touched by the merge, so it needs nothing.
       340-Reindex-Restored-Address.
         Move WS-JRNL-BEFORE(1:Length Of WS-IMG-REC) To WS-IMG-REC.
         Move CUSTZIP Of WS-IMG-REC To WS-MRG-ZIP.
         Move WS-SAVE-TGT-IMG(1:Length Of WS-IMG-REC)
           To WS-IMG-REC.
         Move "C"            To LAXSOURCE.
         Move WS-SAVE-TGT-ID To LAXCUSTID.
         If WS-MRG-ZIP(1:5) Not Equal CUSTZIP Of WS-IMG-REC(1:5) Then
           Move "D"        To WS-AXR-FUNC
           Move WS-MRG-ZIP To LAXZIP
           Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
               WS-AXR-RETVAL
         End-If.
         Move "A"                     To WS-AXR-FUNC.
         Move CUSTZIP Of WS-IMG-REC   To LAXZIP.
         Move CUSTADDR1 Of WS-IMG-REC To LAXSTREET.
         Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
             WS-AXR-RETVAL.

      *>  Same for the email address: the target comes off any
      *>  address it absorbed and goes back on its own, and the
      *>  source - active again - goes back on its own.
       345-Reindex-Restored-Email.
         Move WS-JRNL-BEFORE(1:Length Of WS-IMG-REC) To WS-IMG-REC.
         Move CUSTEMAIL Of WS-IMG-REC To WS-MRG-EMAIL.
         Move WS-SAVE-TGT-IMG(1:Length Of WS-IMG-REC)
           To WS-IMG-REC.
         Move WS-SAVE-TGT-ID To LEXCUSTID.
         If WS-MRG-EMAIL Not Equal CUSTEMAIL Of WS-IMG-REC Then
           Move "D"          To WS-EXR-FUNC
           Move WS-MRG-EMAIL To LEXEMAIL
           Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
               WS-EXR-RETVAL
         End-If.
         Move "A"                     To WS-EXR-FUNC.
         Move CUSTEMAIL Of WS-IMG-REC To LEXEMAIL.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.
         Move WS-SAVE-SRC-IMG(1:Length Of WS-IMG-REC)
           To WS-IMG-REC.
         Move WS-SAVE-SRC-ID To LEXCUSTID.
         Move CUSTEMAIL Of WS-IMG-REC To LEXEMAIL.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.

       999-End-Of-Program.
         Stop Run.
