      *> 260902 Put the CUSTPHON.DAT child numbers back on the        **
      *>        cross-reference too (SUB141), now customers can       **
      *>        carry more than the two legacy slots.                 **
      *> 261015 Put the reactivated customer's email address back on **
      *>        the EMAILXRF.DAT email cross-reference (SUB161).     **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB115.
           01 WS-XRF-RETVAL Pic X(2).
           01 WS-CPH-FUNC   Pic X(1).
           01 WS-CPH-RETVAL Pic X(2).
           01 WS-EXR-FUNC   Pic X(1).
           01 WS-EXR-PRMSET.
             Copy EMAILXLK.
           01 WS-EXR-RETVAL Pic X(2).

         Linkage Section.
           01 LS-PRMSET.
           Call "SUB090" Using WS-AUD-PRMSET, WS-AUD-RETVAL
           Perform 300-Queue-Reactivation-Notice
           Perform 400-Reindex-Phones
           Perform 410-Reindex-Email
         End-If.
         Perform 999-End-Of-SubRutine.

         Move "A" To WS-CPH-FUNC.
         Call "SUB141" Using WS-CPH-FUNC, RCUSTID, WS-CPH-RETVAL.

      *>  And the email address back onto its cross-reference.
       410-Reindex-Email.
         Move "A"        To WS-EXR-FUNC.
         Move RCUSTEMAIL To LEXEMAIL.
         Move RCUSTID    To LEXCUSTID.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.

       999-End-Of-SubRutine.
         Exit Program.
