      *> DESCRIPTION:                                                **
      *> A subrutine to record postal returns: the operator enters   **
      *> the customer ID off the returned envelope and marks the     **
      *> mailing address undeliverable - or, when the envelope went  **
      *> to one of the customer's address roles (CUSTADDR.DAT), just **
      *> that role's row through SUB162. The flag, the date and the  **
      *> operator who recorded it are stored on the customer record  **
      *> with a CUSTOMER.AUDIT row; RPT105 suppresses flagged        **
      *> addresses from the label run, RPT104 reports them as data   **
      *>        forward carries this change too.                      **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 A return is logged on CONTACT.DAT as FAILED          **
      *>        contact (SUB096).                                    **
      *> 261015 Added an ADDRESS ROLE entry and a [V]iew option: a   **
      *>        return against a billing, shipping, registered or    **
      *>        mailing role flags only that role (SUB162), the      **
      *>        record is left alone.                                **
      *> 261015 A return is charged on the postage ledger (SUB168)   **
      *>        to the last piece mailed to the customer, for the    **
      *>        PST101 cost-per-return figures.                      **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB310.
           01 WS-JRNL-BEFORE Pic X(600).
           01 WS-JRNL-AFTER  Pic X(600).
           01 WS-JRNL-RETVAL Pic X(2).
           01 WS-CONT-PRMSET.
             05 WS-CACTCUSTID  Pic X(10).
             05 WS-CACTOPERID  Pic X(8).
             05 WS-CACTMETHOD  Pic X(1).
             05 WS-CACTOUTCOME Pic X(1).
             05 WS-CACTTEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).
           01 WS-RM-DONE  Pic X     Value "N".
             88 IS-RM-DONE          Value "Y".
           01 WS-ENT-ROLE Pic X(1)  Value Space.
           01 WS-SHOW-ADDR.
             05 WS-SHOW-ROLE  Pic X(12).
             05 WS-SHOW-ADDR1 Pic X(30).
             05 WS-SHOW-ADDR2 Pic X(30).
             05 WS-SHOW-CITY  Pic X(20).
             05 WS-SHOW-STATE Pic X(2).
             05 WS-SHOW-ZIP   Pic X(10).
             05 WS-SHOW-UNDEL Pic X(1).
           01 WS-CAD-FUNC   Pic X(1).
           01 WS-CAD-PRMSET.
             Copy CADDRLK.
           01 WS-CAD-RETVAL Pic X(2).
           01 WS-PST-FUNC   Pic X(1) Value "R".
           01 WS-PST-PRMSET.
             Copy POSTLK.
           01 WS-PST-RETVAL Pic X(2).

         Linkage Section.
           01 LS-OPERID   Pic X(8).
             05 Line  8 Col  3 Value "NAME ......:".
             05 Line  8 Col 16 Pic X(40) From CUSTNAME OF WS-CUST-DAT.
             05 Line 10 Col  3 Value "ADDRESS ...:".
             05 Line 10 Col 16 Pic X(30) From WS-SHOW-ADDR1.
             05 Line 10 Col 48 Pic X(12) From WS-SHOW-ROLE.
             05 Line 11 Col 16 Pic X(30) From WS-SHOW-ADDR2.
             05 Line 13 Col  3 Value "CITY ......:".
             05 Line 13 Col 16 Pic X(20) From WS-SHOW-CITY.
             05 Line 13 Col 40 Value "STATE:".
             05 Line 13 Col 47 Pic X(2)  From WS-SHOW-STATE.
             05 Line 13 Col 53 Value "ZIP:".
             05 Line 13 Col 58 Pic X(10) From WS-SHOW-ZIP.
             05 Line 15 Col  3 Value "UNDELIVERABLE NOW:".
             05 Line 15 Col 22 Pic X(1) From WS-SHOW-UNDEL.
             05 Line 17 Col  3 Value "ADDRESS ROLE:".
             05 Line 17 Col 17 Pic X(1) Using WS-ENT-ROLE.
             05 Line 17 Col 20 Value "(blank = primary, B/S/R/M;"
                                     & " [V]iew shows it)".
             05 Line 20 Col 22 Value "MARK THIS ADDRESS UNDELIVERABLE?".
             05 Line 23 Col  2 Value "Options: [B]ack [A]bort [M]ark"
                                     & " [V]iew".
             05 Line 23 Col 40 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

         If WS-RETVAL Not Equal "00" Then
           Move "Customer not found!" To WS-STATUS
         Else
           Move Space To WS-STATUS
           Move Space To WS-ENT-ROLE
           Perform 122-Show-Primary
           Move "N" To WS-RM-DONE
           Perform 125-Returned-Mail-Screen
             Until IS-RM-DONE
           Move Space To WS-INPKEY
         End-If.

       122-Show-Primary.
         Move "(PRIMARY)"   To WS-SHOW-ROLE.
         Move CUSTADDR1   Of WS-CUST-DAT To WS-SHOW-ADDR1.
         Move CUSTADDR2   Of WS-CUST-DAT To WS-SHOW-ADDR2.
         Move CUSTCITY    Of WS-CUST-DAT To WS-SHOW-CITY.
         Move CUSTSTATE   Of WS-CUST-DAT To WS-SHOW-STATE.
         Move CUSTZIP     Of WS-CUST-DAT To WS-SHOW-ZIP.
         Move CUSTUNDELIV Of WS-CUST-DAT To WS-SHOW-UNDEL.

      *>  [V]iew only changes which address is on show; the screen
      *>  comes straight back for the operator to mark it.
       125-Returned-Mail-Screen.
         Move Space To WS-INPKEY.
         Display SS-RETMAIL-2.
         Accept  SS-RETMAIL-2.
         Move "Y" To WS-RM-DONE.
         Evaluate WS-INPKEY
           When "V"
             Move "N" To WS-RM-DONE
             Perform 127-View-Role
           When "M"
             If WS-ENT-ROLE Equal Space Then
               Perform 130-Mark-Undeliverable
             Else
               Perform 135-Mark-Role-Undeliverable
             End-If
           When "A" Move Space To WS-STATUS
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.

       127-View-Role.
         Move Space To WS-STATUS.
         If WS-ENT-ROLE Equal Space Then
           Perform 122-Show-Primary
         Else
           Move "G" To WS-CAD-FUNC
           Move CUSTID Of WS-CUST-DAT To LCACUSTID
           Move WS-ENT-ROLE To LCAROLE
           Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET,
               WS-CAD-RETVAL
           Evaluate WS-CAD-RETVAL
             When "00"
               Evaluate WS-ENT-ROLE
                 When "B" Move "(BILLING)"    To WS-SHOW-ROLE
                 When "S" Move "(SHIPPING)"   To WS-SHOW-ROLE
                 When "R" Move "(REGISTERED)" To WS-SHOW-ROLE
                 When Other Move "(MAILING)"  To WS-SHOW-ROLE
               End-Evaluate
               Move LCAADDR1   To WS-SHOW-ADDR1
               Move LCAADDR2   To WS-SHOW-ADDR2
               Move LCACITY    To WS-SHOW-CITY
               Move LCASTATE   To WS-SHOW-STATE
               Move LCAZIP     To WS-SHOW-ZIP
               Move LCAUNDELIV To WS-SHOW-UNDEL
             When "04"
               Move "Role must be B, S, R or M!" To WS-STATUS
             When Other
               Move "No address for that role!" To WS-STATUS
           End-Evaluate
         End-If.

      *>  Writes the flag straight onto the record (not through
      *>  SUB102 - nothing the operator typed is being applied, and
      *>  the optimistic-lock bump would invalidate any edit in
                     WS-JRNL-BEFORE, WS-JRNL-AFTER, WS-JRNL-RETVAL
                 Rewrite CUST-REC
                 End-Rewrite
                 Perform 140-Log-Return
                 Move "Address marked undeliverable!" To WS-STATUS
               End-If
           End-Read
           Close CUST
         End-If.

      *>  Mail returned from one of the customer's address roles
      *>  flags that role's row only (SUB162, with its own audit
      *>  row) - the primary address and the other roles are still
      *>  good, so the record itself is left alone.
       135-Mark-Role-Undeliverable.
         Move "U" To WS-CAD-FUNC.
         Move CUSTID Of WS-CUST-DAT To LCACUSTID.
         Move WS-ENT-ROLE To LCAROLE.
         Move LS-OPERID   To LCAOPERID.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET,
             WS-CAD-RETVAL.
         Evaluate WS-CAD-RETVAL
           When "00"
             Perform 140-Log-Return
             Move "Role marked undeliverable!" To WS-STATUS
           When "03"
             Move "Already flagged undeliverable!" To WS-STATUS
           When "04"
             Move "Role must be B, S, R or M!" To WS-STATUS
           When Other
             Move "No address for that role!" To WS-STATUS
         End-Evaluate.

      *>  The return is failed contact on the customer's activity
      *>  log (SUB096), matching the LTR101 row for the letter, and
      *>  is charged on the postage ledger (SUB168) to the last
      *>  piece sent to the customer.
       140-Log-Return.
         Move CUSTID Of WS-CUST-DAT To WS-CACTCUSTID.
         Move LS-OPERID To WS-CACTOPERID.
         Move "M"       To WS-CACTMETHOD.
         Move "F"       To WS-CACTOUTCOME.
         Move "MAIL RETURNED UNDELIVERABLE" To WS-CACTTEXT.
         Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL.
         Move Space To WS-PST-PRMSET.
         Move CUSTID Of WS-CUST-DAT To LPGCUSTID.
         Call "SUB168" Using WS-PST-FUNC, WS-PST-PRMSET,
             WS-PST-RETVAL.

       999-End-Of-SubRutine.
         Exit Program.
