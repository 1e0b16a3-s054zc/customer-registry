      *> 260902 Verify the portal file's SUB131 control totals        **
      *>        before landing a single request; control records are  **
      *>        skipped in the read loop.                             **
      *> 261015 After the control totals, check the portal file      **
      *>        against the SUB169 inbound file registry and refuse  **
      *>        one already processed (a supervisor releases it      **
      *>        through INB101); mark it processed when the run      **
      *>        completes.                                           **
      *> 261015 A portal row is also the customer's reply to the     **
      *>        CNF101 confirm-your-details request, recorded on     **
      *>        CONFIRM.DAT through SUB172 (reply W, operator        **
      *>        WEB101). A row with every change field blank is a    **
      *>        plain "all still correct" and lands no request.      **
      *>***************************************************************
       Identification Division.
         Program-Id.   WEB101.
             88 IS-EOF              Value "Y".
           01 WS-LAND-CNT Pic 9(6)  Value Zero.
           01 WS-EXCP-CNT Pic 9(6)  Value Zero.
           01 WS-CONF-CNT Pic 9(6)  Value Zero.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-RUN-STAMP Pic X(14).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-INB-FUNC    Pic X(1).
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-RETVAL  Pic X(2).
           01 WS-CNF-FUNC    Pic X(1) Value "C".
           01 WS-CNF-PRMSET.
             Copy CNFLK.
           01 WS-CNF-RETVAL  Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(32) Value "WEB CHANGE-REQUEST EXCEPTIONS".
           Move "Y" To WS-EOF
           Move 35  To WS-PORTSTAT
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
         Move WS-PORTFILE  To LIRFILE.
         Move "WEB101"     To LIRJOB.
         Move WS-CTL-COUNT To LIRCOUNT.
         Move WS-CTL-HASH  To LIRHASH.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.
         Evaluate WS-INB-RETVAL
           When "05"
             Display "WEB101: file already processed by " LIRPRCJOB
                     " at " LIRPRCDTTM " - refused."
             Move "Y" To WS-EOF
             Move 35  To WS-PORTSTAT
           When "01"
             Display "WEB101: reprocessing under a supervisor release."
         End-Evaluate.

       300-Process-Next.
         If PORTAL-REC(1:5) Equal "*CTL*" Then
               Move "MAPPED CUSTOMER NOT ON FILE" To D-REASON
               Perform 330-Write-Exception
             Not Invalid Key
               If PW-ADDR1 Not Equal Space Or PW-ADDR2 Not Equal Space
                 Or PW-CITY Not Equal Space Or PW-STATE Not Equal Space
                 Or PW-ZIP Not Equal Space Or PW-PHN1 Not Equal Space
                 Or PW-PHN2 Not Equal Space Then
                 Perform 320-Queue-Request
               End-If
               Perform 325-Record-Confirmation
           End-Read
         End-If.
         Perform 310-Read-Next.
         Close PENDCHG.
         Add 1 To WS-LAND-CNT.

      *>  Whatever the row holds, the customer has been through their
      *>  details on the portal: that answers the yearly request,
      *>  whether a clerk approves the corrections or not.
       325-Record-Confirmation.
         Move WS-XRF-CUSTID To LCFCUSTID.
         Move "W"           To LCFHOW.
         Move "WEB101"      To LCFOPERID.
         Call "SUB172" Using WS-CNF-FUNC, WS-CNF-PRMSET,
             WS-CNF-RETVAL.
         If WS-CNF-RETVAL Equal "00" Then
           Add 1 To WS-CONF-CNT
         End-If.

       330-Write-Exception.
         Move PW-EXTID To D-EXTID.
         Write PRT-REC From WS-DETAIL.
           Then
           Move WS-EXCP-CNT To T-EXCP-CNT
           Write PRT-REC From WS-TOTAL-LINE
           Perform 910-Mark-File-Processed
           Close PORTAL
           Close CUST
           Close PRTFILE
         End-If.
         Display "WEB101: " WS-LAND-CNT " request(s) queued, "
                 WS-CONF-CNT " confirmation(s), "
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
