      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Inbound batch that lands the web portal's event sign-ups on **
      *> EVREG.DAT. The portal drops data/EVSIGNUP.DAT, one row per  **
      *> sign-up or cancellation: the customer's portal ID (mapped   **
      *> to our RCUSTID through the EXTXREF.DAT cross-reference,     **
      *> system WEBPORTL, via SUB123 as WEB101 does), the EVENT.DAT  **
      *> event code and an action - R to sign up, C to cancel. Each  **
      *> row goes through SUB167, the same capacity check and        **
      *> waiting list the SUB550 screen uses, under operator BATCH   **
      *> and source P. The file's SUB131 control totals are checked  **
      *> before a single row lands. data/EVTEXCP.PRT lists, in the   **
      *> ACK101 style, every row that could not be taken, every      **
      *> sign-up put on a waiting list and every place a             **
      *> cancellation handed on - so the portal team can tell the    **
      *> customers. Run outside the PGM001 menu, nightly.            **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 After the control totals, check the sign-up file     **
      *>        against the SUB169 inbound file registry and refuse  **
      *>        one already processed (a supervisor releases it      **
      *>        through INB101); mark it processed when the run      **
      *>        completes.                                           **
      *>***************************************************************
       Identification Division.
         Program-Id.   EVT101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select SIGNUP Assign WS-SIGNFILE
             Organization Is Line Sequential
             File Status WS-SIGNSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd SIGNUP.
           01 SIGNUP-REC.
             05 ES-EXTID  Pic X(20).
             05 ES-EVENT  Pic X(8).
             05 ES-ACTION Pic X(1).

           Fd PRTFILE.
           01 PRT-REC Pic X(96).

         Working-Storage Section.
           01 WS-SIGNFILE Pic X(20) Value "data/EVSIGNUP.DAT".
           01 WS-SIGNSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/EVTEXCP.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-REG-CNT  Pic 9(6)  Value Zero.
           01 WS-WAIT-CNT Pic 9(6)  Value Zero.
           01 WS-CANC-CNT Pic 9(6)  Value Zero.
           01 WS-EXCP-CNT Pic 9(6)  Value Zero.
           01 WS-XRF-FUNC   Pic X(1).
           01 WS-XRF-PRMSET.
             05 WS-XRF-SYSTEM Pic X(8).
             05 WS-XRF-EXTID  Pic X(20).
             05 WS-XRF-CUSTID Pic X(10).
           01 WS-XRF-RETVAL Pic X(2).
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-INB-FUNC    Pic X(1).
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-RETVAL  Pic X(2).
           01 WS-ER-FUNC    Pic X(1).
           01 WS-ER-PRMSET.
             Copy EVREGLK.
           01 WS-ER-RETVAL  Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(42)
                Value "EVENT SIGN-UP EXCEPTIONS AND WAITING LIST".
             05 Filler Pic X(54) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(22) Value "PORTAL ID".
             05 Filler Pic X(10) Value "EVENT".
             05 Filler Pic X(4)  Value "ACT".
             05 Filler Pic X(12) Value "CUSTOMER".
             05 Filler Pic X(48) Value "REASON".

           01 WS-DETAIL.
             05 D-EXTID  Pic X(20).
             05 Filler   Pic X(2)  Value Space.
             05 D-EVENT  Pic X(8).
             05 Filler   Pic X(2)  Value Space.
             05 D-ACTION Pic X(1).
             05 Filler   Pic X(3)  Value Space.
             05 D-CUSTID Pic X(10).
             05 Filler   Pic X(2)  Value Space.
             05 D-REASON Pic X(40).
             05 Filler   Pic X(8)  Value Space.

           01 WS-PROMO-TEXT.
             05 Filler   Pic X(17) Value "PLACE PASSED TO ".
             05 PT-CUSTID Pic X(10).
             05 Filler   Pic X(13) Value Space.

           01 WS-TOTAL-LINE.
             05 Filler      Pic X(12) Value "REGISTERED:".
             05 T-REG-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(16) Value "  WAITING LIST:".
             05 T-WAIT-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(13) Value "  CANCELLED:".
             05 T-CANC-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(14) Value "  EXCEPTIONS:".
             05 T-EXCP-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(13) Value Space.

       Procedure Division.
       100-Main.
         Perform 200-Initialize.
         Perform 300-Process-Next
           Until IS-EOF.
         Perform 900-Finalize.
         Perform 999-End-Of-Program.

       200-Initialize.
         Perform 250-Verify-Control-Totals.
         If Not IS-EOF Then
           Open Input SIGNUP
           If WS-SIGNSTAT Not Equal "00" Then
             Display "EVT101: sign-up file not found, nothing to do."
             Move "Y" To WS-EOF
             Move 35  To WS-SIGNSTAT
           Else
             Open Output PRTFILE
             Write PRT-REC From WS-HDG-1
             Write PRT-REC From WS-HDG-2
             Perform 310-Read-Next
           End-If
         End-If.

      *>  The whole file is proven complete before a single sign-up
      *>  lands; a file with no control records still processes.
       250-Verify-Control-Totals.
         Move "V" To WS-CTL-FUNC.
         Move WS-SIGNFILE To WS-CTL-FILE.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         If WS-CTL-RETVAL Equal "06" Then
           Display "EVT101: control totals do not match - "
                   "file rejected."
           Move "Y" To WS-EOF
           Move 35  To WS-SIGNSTAT
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
         Move WS-SIGNFILE  To LIRFILE.
         Move "EVT101"     To LIRJOB.
         Move WS-CTL-COUNT To LIRCOUNT.
         Move WS-CTL-HASH  To LIRHASH.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.
         Evaluate WS-INB-RETVAL
           When "05"
             Display "EVT101: file already processed by " LIRPRCJOB
                     " at " LIRPRCDTTM " - refused."
             Move "Y" To WS-EOF
             Move 35  To WS-SIGNSTAT
           When "01"
             Display "EVT101: reprocessing under a supervisor release."
         End-Evaluate.

       300-Process-Next.
         If SIGNUP-REC(1:5) Equal "*CTL*" Then
           Perform 310-Read-Next
         Else
           Perform 305-Land-One-Sign-Up
         End-If.

       305-Land-One-Sign-Up.
         Move Space To D-CUSTID.
         Move "L"        To WS-XRF-FUNC.
         Move "WEBPORTL" To WS-XRF-SYSTEM.
         Move ES-EXTID   To WS-XRF-EXTID.
         Call "SUB123" Using WS-XRF-FUNC, WS-XRF-PRMSET,
             WS-XRF-RETVAL.
         If WS-XRF-RETVAL Not Equal "00" Then
           Move "NO MAPPING FOR PORTAL ID" To D-REASON
           Perform 330-Write-Line
           Add 1 To WS-EXCP-CNT
         Else
           Move WS-XRF-CUSTID To D-CUSTID
           Evaluate ES-ACTION
             When "R" Perform 320-Register
             When "C" Perform 325-Cancel
             When Other
               Move "ACTION NOT R OR C" To D-REASON
               Perform 330-Write-Line
               Add 1 To WS-EXCP-CNT
           End-Evaluate
         End-If.
         Perform 310-Read-Next.

       310-Read-Next.
         Read SIGNUP
           At End Move "Y" To WS-EOF
         End-Read.

       315-Call-Sub167.
         Move ES-EVENT      To LEREVENT.
         Move WS-XRF-CUSTID To LERCUSTID.
         Move "BATCH"       To LEROPERID.
         Move "P"           To LERSRC.
         Call "SUB167" Using WS-ER-FUNC, WS-ER-PRMSET, WS-ER-RETVAL.

       320-Register.
         Move "R" To WS-ER-FUNC.
         Perform 315-Call-Sub167.
         Evaluate WS-ER-RETVAL
           When "00"
             Add 1 To WS-REG-CNT
           When "01"
             Move "EVENT FULL - ON WAITING LIST" To D-REASON
             Perform 330-Write-Line
             Add 1 To WS-WAIT-CNT
           When "02"
             Move "EVENT NOT ON FILE" To D-REASON
             Perform 335-Write-Exception
           When "03"
             Move "EVENT CLOSED, CANCELLED OR HELD" To D-REASON
             Perform 335-Write-Exception
           When "04"
             Move "ALREADY SIGNED UP" To D-REASON
             Perform 335-Write-Exception
           When Other
             Move "MAPPED CUSTOMER NOT ON FILE/ACTIVE" To D-REASON
             Perform 335-Write-Exception
         End-Evaluate.

       325-Cancel.
         Move "C" To WS-ER-FUNC.
         Perform 315-Call-Sub167.
         Evaluate WS-ER-RETVAL
           When "00"
             Add 1 To WS-CANC-CNT
             If LERPROMO Not Equal Space Then
               Move LERPROMO      To PT-CUSTID
               Move WS-PROMO-TEXT To D-REASON
               Perform 330-Write-Line
             End-If
           When "02"
             Move "EVENT NOT ON FILE" To D-REASON
             Perform 335-Write-Exception
           When "03"
             Move "EVENT CANCELLED OR HELD" To D-REASON
             Perform 335-Write-Exception
           When Other
             Move "NO OPEN SIGN-UP TO CANCEL" To D-REASON
             Perform 335-Write-Exception
         End-Evaluate.

       330-Write-Line.
         Move ES-EXTID  To D-EXTID.
         Move ES-EVENT  To D-EVENT.
         Move ES-ACTION To D-ACTION.
         Write PRT-REC From WS-DETAIL.

       335-Write-Exception.
         Perform 330-Write-Line.
         Add 1 To WS-EXCP-CNT.

       900-Finalize.
         If WS-SIGNSTAT Not Equal 35 Then
           Move WS-REG-CNT  To T-REG-CNT
           Move WS-WAIT-CNT To T-WAIT-CNT
           Move WS-CANC-CNT To T-CANC-CNT
           Move WS-EXCP-CNT To T-EXCP-CNT
           Write PRT-REC From WS-TOTAL-LINE
           Perform 910-Mark-File-Processed
           Close SIGNUP
           Close PRTFILE
         End-If.
         Display "EVT101: " WS-REG-CNT " registered, "
                 WS-WAIT-CNT " waiting-listed, "
                 WS-CANC-CNT " cancelled, "
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
