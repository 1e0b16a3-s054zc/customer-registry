      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Batch runner for the report request queue, data/RPTREQ.DAT  **
      *> (see RPTREQFD), filled from the SUB505 screen. Each QUEUED  **
      *> request is marked RUNNING and its program is started the    **
      *> way NGT101 starts a job, with the requester's answers fed   **
      *> to its console prompts from data/RPTREQ.IN - or, for        **
      *> TER101, written to its data/OFFICE.CFG filter. Whatever the **
      *> run would disturb (the office filter, TER101's burst feed   **
      *> so a one-off roster is not distributed, RPT113's quarterly  **
      *> snapshot so the quarter is still compared against) is put   **
      *> back afterwards; RRQCATWS names the files per program. A    **
      *> good run is filed in the SUB117 report archive under the    **
      *> program's name and the request marked DONE with the archive **
      *> run stamp, for reprint through SUB340; anything else is     **
      *> marked FAILED with a note. The night's work is listed on    **
      *> data/RPTREQ.PRT. Nothing runs while the batch-window        **
      *> quiesce (SUB116) is up, and a failed request never fails    **
      *> the runner, so it can sit anywhere in NIGHTRUN.CFG or be    **
      *> run by hand between times.                                  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   RRQ101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select RPTREQ Assign WS-REQFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is RQNO
             File Status WS-REQSTAT.
           Select ANSFILE Assign WS-ANSFILE
             Organization Is Line Sequential
             File Status WS-ANSSTAT.
           Select RPTCAT Assign WS-CATFILE
             Organization Is Line Sequential
             File Status WS-CATSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd RPTREQ.
           01 RPTREQ-REC.
             Copy RPTREQFD.

           Fd ANSFILE.
           01 ANS-REC Pic X(20).

           Fd RPTCAT.
           01 RPTCAT-REC.
             05 RC-RPTNAME Pic X(8).
             05 RC-STAMP   Pic X(14).
             05 RC-PATH    Pic X(40).

           Fd PRTFILE.
           01 PRT-REC Pic X(80).

         Working-Storage Section.
           01 WS-REQFILE   Pic X(20) Value "data/RPTREQ.DAT".
           01 WS-REQSTAT   Pic 9(2).
           01 WS-INFILE    Pic X(20) Value "data/RPTREQ.IN".
           01 WS-ANSFILE   Pic X(20) Value Space.
           01 WS-ANSSTAT   Pic 9(2).
           01 WS-CATFILE   Pic X(20) Value "data/RPTARC.CAT".
           01 WS-CATSTAT   Pic 9(2).
           01 WS-PRTFILE   Pic X(20) Value "data/RPTREQ.PRT".
           01 WS-PRTSTAT   Pic 9(2).
           01 WS-EOF       Pic X     Value "N".
             88 IS-EOF               Value "Y".
           01 WS-CAT-EOF   Pic X     Value "N".
             88 IS-CAT-EOF           Value "Y".
           01 WS-QSC-FUNC   Pic X(1) Value "Q".
           01 WS-QSC-RETVAL Pic X(2) Value Space.
           01 WS-CUR-DATE  Pic 9(8).
           01 WS-CUR-TIME  Pic 9(8).
           01 WS-STAMP     Pic X(14).
           01 WS-SYS-RC    Pic S9(9) Comp-5 Value Zero.
           01 WS-COPY-RC   Pic S9(9) Comp-5 Value Zero.
           01 WS-DEL-RC    Pic S9(9) Comp-5 Value Zero.
           01 WS-COMMAND   Pic X(40) Value Space.
           01 WS-PX        Pic 9(1)  Value Zero.
           01 WS-RUN-CNT   Pic 9(4)  Value Zero.
           01 WS-DONE-CNT  Pic 9(4)  Value Zero.
           01 WS-FAIL-CNT  Pic 9(4)  Value Zero.

           01 WS-RR-CAT.
             Copy RRQCATWS.
           01 WS-CAT-HIT   Pic X     Value "N".
             88 IS-CAT-HIT           Value "Y".

           01 WS-ARC-NAME   Pic X(8).
           01 WS-PRTPATH    Pic X(30).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-ARC-STAMP  Pic X(14).

      *>  Files a run disturbs, saved to <name>.RRQ and put back.
           01 WS-SAVE-FROM  Pic X(20).
           01 WS-SAVE-TO    Pic X(24).
           01 WS-SAVE-HAD   Pic X     Value "N".
             88 IS-SAVE-HAD          Value "Y".
           01 WS-PARM-SAVE  Pic X(24) Value Space.
           01 WS-PARM-HAD   Pic X     Value "N".
           01 WS-KEEP-SAVE  Pic X(24) Value Space.
           01 WS-KEEP-HAD   Pic X     Value "N".

           01 WS-HDG-1.
             05 Filler  Pic X(30) Value "REPORT REQUESTS RUN ".
             05 H-STAMP Pic X(14).
             05 Filler  Pic X(36) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(10) Value "REQUEST".
             05 Filler Pic X(10) Value "PROGRAM".
             05 Filler Pic X(10) Value "REQUESTER".
             05 Filler Pic X(8)  Value "OUTCOME".
             05 Filler Pic X(42) Value "FILED AS / NOTE".
           01 WS-DETAIL.
             05 D-NO      Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-PGM     Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-REQOP   Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-OUTCOME Pic X(6).
             05 Filler    Pic X(2)  Value Space.
             05 D-NOTE    Pic X(30).
             05 Filler    Pic X(12) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler    Pic X(10) Value "RUN:".
             05 T-RUN     Pic Z(3)9.
             05 Filler    Pic X(10) Value "  DONE:".
             05 T-DONE    Pic Z(3)9.
             05 Filler    Pic X(10) Value "  FAILED:".
             05 T-FAIL    Pic Z(3)9.
             05 Filler    Pic X(38) Value Space.
           01 WS-QUIESCE-LINE Pic X(80)
               Value "BATCH WINDOW QUIESCED - NO REQUESTS RUN.".

       Procedure Division.
       100-Main.
         Perform 350-Make-Stamp.
         Move WS-STAMP To H-STAMP.
         Open Output PRTFILE.
         Write PRT-REC From WS-HDG-1.
         Move "Q" To WS-QSC-FUNC.
         Call "SUB116" Using WS-QSC-FUNC, WS-QSC-RETVAL.
         If WS-QSC-RETVAL Equal "00" Then
           Write PRT-REC From WS-QUIESCE-LINE
           Close PRTFILE
           Display "RRQ101: batch window quiesced - nothing run."
           Perform 999-End-Of-Program
         End-If.
         Write PRT-REC From WS-HDG-2.
         Perform 200-Work-Queue.
         Move WS-RUN-CNT  To T-RUN.
         Move WS-DONE-CNT To T-DONE.
         Move WS-FAIL-CNT To T-FAIL.
         Move Space To PRT-REC.
         Write PRT-REC.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.
         Perform 999-End-Of-Program.

       200-Work-Queue.
         Open I-O RPTREQ.
         If WS-REQSTAT Not Equal "00" Then
           Move "Y" To WS-EOF
         End-If.
         Perform 210-Request-Next
           Until IS-EOF.
         Close RPTREQ.

       210-Request-Next.
         Read RPTREQ Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And RQSTAT-QUEUED Then
           Add 1 To WS-RUN-CNT
           Perform 300-Run-Request
           Move RQNO    To D-NO
           Move RQPGM   To D-PGM
           Move RQREQOP To D-REQOP
           If RQSTAT-DONE Then
             Add 1 To WS-DONE-CNT
             Move "DONE"   To D-OUTCOME
             Move RQARCSTAMP To D-NOTE
           Else
             Add 1 To WS-FAIL-CNT
             Move "FAILED" To D-OUTCOME
             Move RQNOTE   To D-NOTE
           End-If
           Write PRT-REC From WS-DETAIL
         End-If.

      *>  The request is RUNNING on file while its program runs, so
      *>  the requester's list shows it is in hand.
       300-Run-Request.
         Perform 350-Make-Stamp.
         Move "R"      To RQSTAT.
         Move WS-STAMP To RQSTARTDTTM.
         Move Space    To RQENDDTTM.
         Move Space    To RQARCSTAMP.
         Move Space    To RQNOTE.
         Rewrite RPTREQ-REC
         End-Rewrite.
         Move "N" To WS-CAT-HIT.
         Set RR-CX To 1.
         Search RR-CAT-ENTRY
           At End Continue
           When RR-PGM(RR-CX) Equal RQPGM
             Move "Y" To WS-CAT-HIT
         End-Search.
         If Not IS-CAT-HIT Then
           Move "F" To RQSTAT
           Move "PROGRAM NOT REQUESTABLE" To RQNOTE
         Else
           Perform 310-Save-Files
           Perform 320-Write-Answers
           Perform 330-Execute-Program
           Perform 340-Restore-Files
         End-If.
         Perform 350-Make-Stamp.
         Move WS-STAMP To RQENDDTTM.
         Rewrite RPTREQ-REC
         End-Rewrite.

       310-Save-Files.
         Move RR-PARMFILE(RR-CX) To WS-SAVE-FROM.
         Perform 315-Save-One-File.
         Move WS-SAVE-TO  To WS-PARM-SAVE.
         Move WS-SAVE-HAD To WS-PARM-HAD.
         Move RR-KEEPFILE(RR-CX) To WS-SAVE-FROM.
         Perform 315-Save-One-File.
         Move WS-SAVE-TO  To WS-KEEP-SAVE.
         Move WS-SAVE-HAD To WS-KEEP-HAD.

      *>  A copy that fails means there was no file to save, and the
      *>  restore then removes whatever the run left behind.
       315-Save-One-File.
         Move Space To WS-SAVE-TO.
         Move "N"   To WS-SAVE-HAD.
         If WS-SAVE-FROM Not Equal Space Then
           String WS-SAVE-FROM Delimited By Space
                  ".RRQ"       Delimited By Size
             Into WS-SAVE-TO
           End-String
           Call "CBL_COPY_FILE" Using WS-SAVE-FROM, WS-SAVE-TO
             Returning WS-COPY-RC
           If WS-COPY-RC Equal Zero Then
             Move "Y" To WS-SAVE-HAD
           End-If
         End-If.

      *>  Answers go to the program's parameter file when it has one,
      *>  otherwise to its console, one per prompt.
       320-Write-Answers.
         If RR-PARMFILE(RR-CX) Not Equal Space Then
           Move RR-PARMFILE(RR-CX) To WS-ANSFILE
         Else
           Move WS-INFILE To WS-ANSFILE
         End-If.
         Open Output ANSFILE.
         Perform 325-Answer-Next
           Varying WS-PX From 1 By 1
           Until WS-PX Greater Than RR-PARMCNT(RR-CX).
         Close ANSFILE.

       325-Answer-Next.
         Write ANS-REC From RQPARM(WS-PX).

       330-Execute-Program.
         Move Space To WS-COMMAND.
         If RR-PARMFILE(RR-CX) Not Equal Space Then
           String "./" Delimited By Size
                  RQPGM Delimited By Space
             Into WS-COMMAND
           End-String
         Else
           String "./"  Delimited By Size
                  RQPGM Delimited By Space
                  " < " Delimited By Size
                  WS-INFILE Delimited By Space
             Into WS-COMMAND
           End-String
         End-If.
         Call "SYSTEM" Using WS-COMMAND
           Returning WS-SYS-RC.
         If WS-SYS-RC Not Equal Zero Then
           Move "F" To RQSTAT
           Move "PROGRAM ENDED ABNORMALLY" To RQNOTE
         Else
           Perform 335-File-Archive
         End-If.

      *>  TER101 files its own roster; the console reports are filed
      *>  here under their program name.
       335-File-Archive.
         Move "00" To WS-ARC-RETVAL.
         If RR-SELFARC(RR-CX) Not Equal "Y" Then
           Move RQPGM To WS-ARC-NAME
           Move RR-PRTFILE(RR-CX) To WS-PRTPATH
           Call "SUB117" Using WS-ARC-NAME, WS-PRTPATH, WS-ARC-RETVAL
         End-If.
         Perform 360-Find-Archive.
         Evaluate True
           When WS-ARC-RETVAL Not Equal "00"
             Move "F" To RQSTAT
             Move "ARCHIVE COPY FAILED" To RQNOTE
           When WS-ARC-STAMP Equal Space
             Move "F" To RQSTAT
             Move "RUN NOT FOUND IN ARCHIVE" To RQNOTE
           When Other
             Move "D" To RQSTAT
             Move WS-ARC-STAMP To RQARCSTAMP
         End-Evaluate.

       340-Restore-Files.
         Move RR-PARMFILE(RR-CX) To WS-SAVE-FROM.
         Move WS-PARM-SAVE To WS-SAVE-TO.
         Move WS-PARM-HAD  To WS-SAVE-HAD.
         Perform 345-Restore-One-File.
         Move RR-KEEPFILE(RR-CX) To WS-SAVE-FROM.
         Move WS-KEEP-SAVE To WS-SAVE-TO.
         Move WS-KEEP-HAD  To WS-SAVE-HAD.
         Perform 345-Restore-One-File.
         Call "CBL_DELETE_FILE" Using WS-INFILE
           Returning WS-DEL-RC.

       345-Restore-One-File.
         If WS-SAVE-FROM Not Equal Space Then
           If IS-SAVE-HAD Then
             Call "CBL_COPY_FILE" Using WS-SAVE-TO, WS-SAVE-FROM
               Returning WS-COPY-RC
             Call "CBL_DELETE_FILE" Using WS-SAVE-TO
               Returning WS-DEL-RC
           Else
             Call "CBL_DELETE_FILE" Using WS-SAVE-FROM
               Returning WS-DEL-RC
           End-If
         End-If.

       350-Make-Stamp.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move WS-CUR-DATE To WS-STAMP(1:8).
         Move WS-CUR-TIME To WS-STAMP(9:6).

      *>  The run is the program's newest catalogued archive copy made
      *>  since the request started.
       360-Find-Archive.
         Move Space To WS-ARC-STAMP.
         Move "N" To WS-CAT-EOF.
         Open Input RPTCAT.
         If WS-CATSTAT Not Equal "00" Then
           Move "Y" To WS-CAT-EOF
         End-If.
         Perform 365-Catalog-Next
           Until IS-CAT-EOF.
         Close RPTCAT.

       365-Catalog-Next.
         Read RPTCAT
           At End Move "Y" To WS-CAT-EOF
         End-Read.
         If Not IS-CAT-EOF
           And RC-RPTNAME Equal RQPGM
           And RC-STAMP Not Less Than RQSTARTDTTM
           And RC-STAMP Greater Than WS-ARC-STAMP Then
           Move RC-STAMP To WS-ARC-STAMP
         End-If.

       999-End-Of-Program.
         Stop Run.
