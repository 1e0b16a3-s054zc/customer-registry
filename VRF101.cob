      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Inbound batch that closes the email-verification loop       **
      *> SUB135 opens. The portal collects the confirmations and     **
      *> drops data/EMLCONF.DAT, one row per click: our customer ID  **
      *> and the token from the message - or, where the portal only  **
      *> knows who clicked by address, that address in place of the  **
      *> ID (matched through the SUB161 email cross-reference). Each **
      *> row is checked against the outstanding token on             **
      *> data/EMLTOKEN.DAT; a match flips RCUSTEMLVER to Y on the    **
      *> customer record (with a CUSTOMER.AUDIT row and the SUB097   **
      *> journal images, operator BATCH) and retires the token. A    **
      *> wrong or stale token, or an unknown customer, goes to       **
      *> data/VRFEXCP.PRT in the ACK101 style. The file's SUB131     **
      *> control totals are verified first; control records are      **
      *> skipped. Run outside the PGM001 menu, nightly.              **
      *>                                                             **
      *> DATE-WRITTEN: 2026-09-02                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 The confirmation row may carry the address instead   **
      *>        of our customer ID (new CF-EMAIL); it is matched     **
      *>        through the EMAILXRF.DAT email cross-reference       **
      *>        (SUB161), and the address rides the exception list.  **
      *> 261015 After the control totals, check the confirmation     **
      *>        file against the SUB169 inbound file registry and    **
      *>        refuse one already processed (a supervisor releases  **
      *>        it through INB101); mark it processed when the run   **
      *>        completes.                                           **
      *>***************************************************************
       Identification Division.
         Program-Id.   VRF101.
           01 CONF-REC.
             05 CF-CUSTID Pic X(10).
             05 CF-TOKEN  Pic X(12).
             05 CF-EMAIL  Pic X(40).

           Fd EMLTOKEN.
           01 EMLTOKEN-REC.
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

           01 WS-HDG-1.
             05 Filler Pic X(34)
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(30) Value "REASON".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(40) Value "ADDRESS".

           01 WS-DETAIL.
             05 D-CUSTID Pic X(10).
             05 Filler   Pic X(2)  Value Space.
             05 D-REASON Pic X(30).
             05 Filler   Pic X(2)  Value Space.
             05 D-EMAIL  Pic X(40).

           01 WS-TOTAL-LINE.
             05 Filler      Pic X(17) Value "TOTAL EXCEPTIONS:".
           Move "Y" To WS-EOF
           Move 35  To WS-CONFSTAT
         End-If.
         If WS-CTL-RETVAL Not Equal "06"
           And WS-CTL-RETVAL Not Equal "02" Then
           Perform 255-Check-Inbound-Registry
         End-If.

      *>  A file SUB131 found is checked against the inbound file
      *>  registry (SUB169): one this job or another has already
      *>  processed is refused until a supervisor releases it for
      *>  one more run through INB101.
       255-Check-Inbound-Registry.
         Move "C"          To WS-INB-FUNC.
         Move WS-CONFFILE  To LIRFILE.
         Move "VRF101"     To LIRJOB.
         Move WS-CTL-COUNT To LIRCOUNT.
         Move WS-CTL-HASH  To LIRHASH.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.
         Evaluate WS-INB-RETVAL
           When "05"
             Display "VRF101: file already processed by " LIRPRCJOB
                     " at " LIRPRCDTTM " - refused."
             Move "Y" To WS-EOF
             Move 35  To WS-CONFSTAT
           When "01"
             Display "VRF101: reprocessing under a supervisor release."
         End-Evaluate.

       300-Process-Next.
         If CONF-REC(1:5) Equal "*CTL*" Then
         End-If.

       305-Apply-One-Row.
         If CF-CUSTID Equal Space Then
           Perform 306-Resolve-By-Address
         Else
           Perform 307-Check-Token
         End-If.
         Perform 310-Read-Next.

      *>  A confirmation the portal sent back with only the address
      *>  is matched through the email cross-reference: one holder is
      *>  taken as the customer (the token check still has to pass);
      *>  none, or several, is an exception - a shared address is
      *>  not guessed at.
       306-Resolve-By-Address.
         Move CF-EMAIL To LEXEMAIL.
         Move Space    To LEXCUSTID.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.
         Evaluate True
           When WS-EXR-RETVAL Not Equal "00"
             Move "NO ID - ADDRESS NOT ON FILE" To D-REASON
             Perform 330-Write-Exception
           When LEXCOUNT Greater Than 1
             Move "NO ID - ADDRESS IS SHARED" To D-REASON
             Perform 330-Write-Exception
           When Other
             Move LEXMATCH To CF-CUSTID
             Perform 307-Check-Token
         End-Evaluate.

       307-Check-Token.
         Move CF-CUSTID To ET-CUSTID.
         Read EMLTOKEN
           Key Is ET-CUSTID
               Perform 320-Mark-Verified
             End-If
         End-Read.

       310-Read-Next.
         Read CONFFILE

       330-Write-Exception.
         Move CF-CUSTID To D-CUSTID.
         Move CF-EMAIL  To D-EMAIL.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-EXCP-CNT.

           Then
           Move WS-EXCP-CNT To T-EXCP-CNT
           Write PRT-REC From WS-TOTAL-LINE
           Perform 910-Mark-File-Processed
           Close CONFFILE
           Close CUST
           Close EMLTOKEN
         Display "VRF101: " WS-APPL-CNT " address(es) verified, "
                 WS-EXCP-CNT " exception(s).".

      *>  The run is complete: the file goes on the registry as
      *>  processed, so a second run over it is refused.
       910-Mark-File-Processed.
         If WS-CTL-RETVAL Not Equal "02" Then
           Move "D" To WS-INB-FUNC
           Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
               WS-INB-RETVAL
         End-If.

       999-End-Of-Program.
         Stop Run.
