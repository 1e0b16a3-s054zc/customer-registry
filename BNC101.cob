      *> and marks the queue row SENT, but sent is not delivered -   **
      *> the relay returns a bounce file, data/MAILBNCE.DAT, one row **
      *> per bounced message: our customer ID, the address it went   **
      *> to, and a hard/soft indicator (a row with no ID is matched  **
      *> on the address through the SUB161 email cross-reference).   **
      *> Each bounce flips the matching SENT row on CUSTOMER.MAILQ   **
      *> to FAILED, and a hard bounce additionally marks the email   **
      *> address unusable on the customer record (RCUSTEMLBAD, with  **
      *> a CUSTOMER.AUDIT row and the SUB097 journal images,         **
      *> operator BATCH) the same way SUB310 marks a postal address  **
      *> undeliverable - the outbound email paths skip the address   **
      *> until SUB210 enters a corrected one, which clears the flag  **
      *> through SUB102. Bounces naming a customer not on            **
      *> CUSTOMER.DAT, or matching no SENT queue row, are printed on **
      *> an exception list (data/BNCEXCP.PRT) in the ACK101 style.   **
      *> Run outside the PGM001 menu, nightly after the relay drops  **
      *> its file.                                                   **
      *>                                                             **
      *> DATE-WRITTEN: 2026-09-02                                    **
      *>***************************************************************
      *> 260902 Verify the bounce file's SUB131 control totals        **
      *>        before applying a single row; control records are     **
      *>        skipped as the table loads.                           **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Each bounce for a customer is logged on              **
      *>        CONTACT.DAT as FAILED (SUB096, operator BATCH).      **
      *> 261015 Bounces match email rows only, never an SMS row      **
      *>        (SMR101 handles the gateway's receipts).             **
      *> 261015 A bounce row with no customer ID is matched on its   **
      *>        address through the EMAILXRF.DAT email cross-        **
      *>        reference (SUB161); an address on no customer, or on **
      *>        several, is listed as an exception.                  **
      *> 261015 After the control totals, check the bounce file      **
      *>        against the SUB169 inbound file registry and refuse  **
      *>        one already processed (a supervisor releases it      **
      *>        through INB101); mark it processed when the run      **
      *>        completes.                                           **
      *>***************************************************************
       Identification Division.
         Program-Id.   BNC101.
           01 WS-HARD-CNT Pic 9(6)  Value Zero.
           01 WS-EXCP-CNT Pic 9(6)  Value Zero.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-AUD-PRMSET.
             Copy AUDITLK.
           01 WS-AUD-RETVAL Pic X(2).
           01 WS-CONT-PRMSET.
             05 WS-CACTCUSTID  Pic X(10).
             05 WS-CACTOPERID  Pic X(8).
             05 WS-CACTMETHOD  Pic X(1).
             05 WS-CACTOUTCOME Pic X(1).
             05 WS-CACTTEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).
           01 WS-BNC-TEMPLATE Pic X(15).
           01 WS-JRNL-ACTION Pic X(1).
           01 WS-JRNL-BEFORE Pic X(600).
           01 WS-JRNL-AFTER  Pic X(600).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-INB-FUNC    Pic X(1).
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-RETVAL  Pic X(2).
           01 WS-EXR-FUNC    Pic X(1)  Value "L".
           01 WS-EXR-PRMSET.
             Copy EMAILXLK.
           01 WS-EXR-RETVAL  Pic X(2).

      *>  The bounce file, loaded once: who bounced, at what address,
      *>  how hard - and whether the queue pass found its SENT row.
      *>  A row the relay sent back without our customer ID is
      *>  resolved through the email cross-reference as it loads;
      *>  WS-B-NOID says why one could not be (N no holder, S held
      *>  by several customers).
           01 WS-BNC-COUNT Pic 9(4) Value Zero.
           01 WS-BNC-TBL.
             05 WS-BNC-ENTRY Occurs 2000 Times Indexed By WS-BX.
               10 WS-B-TOADDR  Pic X(40).
               10 WS-B-TYPE    Pic X(1).
               10 WS-B-MATCHED Pic X(1).
               10 WS-B-NOID    Pic X(1).

           01 WS-HDG-1.
             05 Filler Pic X(32) Value "MAIL BOUNCE EXCEPTIONS".

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 200-Load-Bounce-File.
         If WS-BNC-COUNT Equal Zero Then
           Display "BNC101: no bounce file, nothing to do."
             Until WS-BX Greater Than WS-BNC-COUNT
           Move WS-EXCP-CNT To T-EXCP-CNT
           Write PRT-REC From WS-TOTAL-LINE
           Perform 430-Mark-File-Processed
           Close PRTFILE
           Display "BNC101: " WS-FLIP-CNT " queue row(s) failed, "
                   WS-HARD-CNT " email(s) marked unusable, "
                   "file rejected."
           Move "Y" To WS-BNC-EOF
         End-If.
         If WS-CTL-RETVAL Not Equal "06"
           And WS-CTL-RETVAL Not Equal "02" Then
           Perform 207-Check-Inbound-Registry
         End-If.

      *>  A file SUB131 found is checked against the inbound file
      *>  registry (SUB169): one this job or another has already
      *>  processed is refused until a supervisor releases it for
      *>  one more run through INB101.
       207-Check-Inbound-Registry.
         Move "C"          To WS-INB-FUNC.
         Move WS-BNCFILE   To LIRFILE.
         Move "BNC101"     To LIRJOB.
         Move WS-CTL-COUNT To LIRCOUNT.
         Move WS-CTL-HASH  To LIRHASH.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.
         Evaluate WS-INB-RETVAL
           When "05"
             Display "BNC101: file already processed by " LIRPRCJOB
                     " at " LIRPRCDTTM " - refused."
             Move "Y" To WS-BNC-EOF
           When "01"
             Display "BNC101: reprocessing under a supervisor release."
         End-Evaluate.

       210-Read-Bounce-Next.
         Read BNCFILE
           Move BN-TOADDR To WS-B-TOADDR(WS-BNC-COUNT)
           Move BN-TYPE   To WS-B-TYPE(WS-BNC-COUNT)
           Move "N"       To WS-B-MATCHED(WS-BNC-COUNT)
           Move Space     To WS-B-NOID(WS-BNC-COUNT)
           If BN-CUSTID Equal Space Then
             Perform 215-Resolve-By-Address
           End-If
         End-If.

      *>  One holder of the address is taken as the customer; none,
      *>  or several, leaves the row for the exception list - a
      *>  shared address is not guessed at.
       215-Resolve-By-Address.
         Move BN-TOADDR To LEXEMAIL.
         Move Space     To LEXCUSTID.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.
         Evaluate True
           When WS-EXR-RETVAL Not Equal "00"
             Move "N" To WS-B-NOID(WS-BNC-COUNT)
           When LEXCOUNT Greater Than 1
             Move "S" To WS-B-NOID(WS-BNC-COUNT)
           When Other
             Move LEXMATCH To WS-B-CUSTID(WS-BNC-COUNT)
         End-Evaluate.

      *>  One pass over the queue: every SENT row a bounce names is
      *>  flipped to FAILED in place, so the MLR101 bookkeeping shows
      *>  what actually happened - not what the relay was handed.
         End-Read.

       320-Match-Queue-Row.
         If MSTATUS-SENT And Not MCHANNEL-SMS Then
           Perform 330-Check-Bounce-Next
             Varying WS-BX From 1 By 1
             Until WS-BX Greater Than WS-BNC-COUNT
           End-Rewrite
           Move "Y" To WS-B-MATCHED(WS-BX)
           Add 1 To WS-FLIP-CNT
           Move MTEMPLATE To WS-CACTTEXT
           Perform 420-Log-Bounce
           Set WS-BX To WS-BNC-COUNT
         End-If.

      *>  soft bounce with no SENT row to fail, is an exception for
      *>  somebody to chase with the relay.
       400-Apply-Next-Bounce.
         Evaluate True
           When WS-B-NOID(WS-BX) Equal "N"
             Move "NO ID - ADDRESS NOT ON FILE" To D-REASON
             Perform 405-Write-No-Id-Exception
           When WS-B-NOID(WS-BX) Equal "S"
             Move "NO ID - ADDRESS IS SHARED" To D-REASON
             Perform 405-Write-No-Id-Exception
           When Other
             Perform 402-Apply-Resolved-Bounce
         End-Evaluate.

       402-Apply-Resolved-Bounce.
         If WS-B-TYPE(WS-BX) Equal "H" Then
           Perform 410-Mark-Email-Unusable
         Else
           End-If
         End-If.

       405-Write-No-Id-Exception.
         Move Space              To D-CUSTID.
         Move WS-B-TOADDR(WS-BX) To D-TOADDR.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-EXCP-CNT.

      *>  The email sibling of the SUB310 postal marking: written
      *>  straight onto the record (no operator edit is being
      *>  applied, so no optimistic-lock bump), with the audit row
               Write PRT-REC From WS-DETAIL
               Add 1 To WS-EXCP-CNT
             Not Invalid Key
               If WS-B-MATCHED(WS-BX) Equal "N" Then
                 Move Space To WS-CACTTEXT
                 Perform 420-Log-Bounce
               End-If
               If Not RCUSTEMLBAD-YES Then
                 Move RCUSTID        To LACUSTID
                 Move "U"            To LAACTION
           Close CUST
         End-If.

      *>  A bounce is failed contact: one CONTACT.DAT row through
      *>  SUB096 under operator BATCH, matching the row MLR101 logged
      *>  for the send. WS-CACTTEXT comes in holding the bounced
      *>  message's template, blank when no queue row matched.
       420-Log-Bounce.
         Move WS-CACTTEXT To WS-BNC-TEMPLATE.
         Move WS-B-CUSTID(WS-BX) To WS-CACTCUSTID.
         Move "BATCH" To WS-CACTOPERID.
         Move "E"     To WS-CACTMETHOD.
         Move "F"     To WS-CACTOUTCOME.
         Move Space   To WS-CACTTEXT.
         If WS-B-TYPE(WS-BX) Equal "H" Then
           String "EMAIL BOUNCED HARD " Delimited By Size
                  WS-BNC-TEMPLATE Delimited By Space
             Into WS-CACTTEXT
           End-String
         Else
           String "EMAIL BOUNCED SOFT " Delimited By Size
                  WS-BNC-TEMPLATE Delimited By Space
             Into WS-CACTTEXT
           End-String
         End-If.
         Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL.

      *>  The run is complete: the file goes on the registry as
      *>  processed, so a second run over it is refused.
       430-Mark-File-Processed.
         If WS-CTL-RETVAL Not Equal "02" Then
           Move "D" To WS-INB-FUNC
           Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
               WS-INB-RETVAL
         End-If.

       999-End-Of-Program.
         Stop Run.
