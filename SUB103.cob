      *> 260902 Drop the CUSTPHON.DAT child numbers from the cross-   **
      *>        reference too (SUB141), now customers can carry more  **
      *>        than the two legacy slots.                            **
      *> 261015 Take the removed customer's email address off the    **
      *>        EMAILXRF.DAT email cross-reference (SUB161).         **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB103.
           01 WS-XRF-RETVAL Pic X(2).
           01 WS-CPH-FUNC   Pic X(1).
           01 WS-CPH-RETVAL Pic X(2).
           01 WS-EXR-FUNC   Pic X(1).
           01 WS-EXR-PRMSET.
             Copy EMAILXLK.
           01 WS-EXR-RETVAL Pic X(2).

         Linkage Section.
           01 LS-PRMSET.
                 Invalid Key Move "02" To LS-RETVAL
               End-Rewrite
               Perform 300-Unindex-Phones
               Perform 310-Unindex-Email
             End-If
           End-If
           Close CUST
         Move "D" To WS-CPH-FUNC.
         Call "SUB141" Using WS-CPH-FUNC, RCUSTID, WS-CPH-RETVAL.

      *>  The email address comes off its cross-reference too, on
      *>  the same rule.
       310-Unindex-Email.
         Move "D"        To WS-EXR-FUNC.
         Move RCUSTEMAIL To LEXEMAIL.
         Move RCUSTID    To LEXCUSTID.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.

       999-End-Of-SubRutine.
         Exit Program.
