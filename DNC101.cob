      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 In apply mode, check the suppression file against    **
      *>        the SUB169 inbound file registry after the control   **
      *>        totals and refuse one already applied (a supervisor  **
      *>        releases it through INB101); mark it processed when  **
      *>        the run completes. A preview is never refused.       **
      *> 261015 Apply runs checkpoint through SUB170 every CHKPT-    **
      *>        EVERY rows under the file fingerprint; a run that    **
      *>        died over the same file is resumed past the rows     **
      *>        already done with its counts restored.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   DNC101.
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-INB-FUNC    Pic X(1).
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-RETVAL  Pic X(2).
           01 WS-CKP-FUNC   Pic X(1).
           01 WS-CKP-PRMSET.
             Copy CHKPTLK.
           01 WS-CKP-RETVAL Pic X(2).
           01 WS-CKP-ON     Pic X     Value "N".
             88 IS-CKP-ON             Value "Y".
           01 WS-RESTART    Pic X     Value "N".
             88 IS-RESTART            Value "Y".
           01 WS-SKIP-CNT   Pic 9(9)  Value Zero.

           01 WS-HDG-1.
             05 Filler   Pic X(22)
             05 Filler     Pic X(13) Value "  UNMATCHED: ".
             05 T-UNMAT    Pic ZZZ,ZZ9.
             05 Filler     Pic X(22) Value Space.
           01 WS-RESTART-LINE.
             05 Filler   Pic X(16) Value "RESTARTED AFTER ".
             05 R-KEY    Pic X(30).
             05 Filler   Pic X(15) Value " CHECKPOINT AT ".
             05 R-STAMP  Pic X(14).
             05 Filler   Pic X(5)  Value Space.

       Procedure Division.
       100-Main.
                   "file rejected."
           Move "Y" To WS-ABORT
         End-If.
         If WS-CTL-RETVAL Not Equal "06"
           And WS-CTL-RETVAL Not Equal "02" And IS-APPLY-MODE Then
           Perform 215-Check-Inbound-Registry
         End-If.

      *>  A file SUB131 found is checked against the inbound file
      *>  registry (SUB169) when the run will apply it: one already
      *>  processed is refused until a supervisor releases it for
      *>  one more run through INB101. A preview changes nothing
      *>  and is never refused.
       215-Check-Inbound-Registry.
         Move "C"          To WS-INB-FUNC.
         Move WS-SCRUBFILE To LIRFILE.
         Move "DNC101"     To LIRJOB.
         Move WS-CTL-COUNT To LIRCOUNT.
         Move WS-CTL-HASH  To LIRHASH.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.
         Evaluate WS-INB-RETVAL
           When "05"
             Display "DNC101: file already processed by " LIRPRCJOB
                     " at " LIRPRCDTTM " - refused."
             Move "Y" To WS-ABORT
           When "01"
             Display "DNC101: reprocessing under a supervisor release."
         End-Evaluate.

      *>  An apply run checkpoints through SUB170 under the file's
      *>  fingerprint (SUB131 count and hash). A run that died over
      *>  the same file is resumed: SUB170 hands back the rows read
      *>  and the counts of its last checkpoint. A customer the run
      *>  that died had already flagged after its last checkpoint
      *>  comes back ALREADY FLAGGED, so it is never updated (or
      *>  audited) twice.
       220-Begin-Checkpoint.
         Move "N"          To WS-RESTART.
         Move "B"          To WS-CKP-FUNC.
         Move "DNC101"     To LCKJOB.
         Move WS-CTL-COUNT To LCKFILEID(1:9).
         Move WS-CTL-HASH  To LCKFILEID(10:9).
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.
         If WS-CKP-RETVAL Equal "01" Then
           Move "Y" To WS-RESTART
         End-If.

      *>  The report of the run that died is carried on under a
      *>  restart line.
       230-Resume-After-Checkpoint.
         Display "DNC101: restart - resuming after row " LCKRECS.
         Move LCKCNT1 To WS-MATCH-CNT.
         Move LCKCNT2 To WS-ALRDY-CNT.
         Move LCKCNT3 To WS-UNMAT-CNT.
         Open Extend PRTFILE.
         If WS-PRTSTAT Equal "35" Then
           Open Output PRTFILE
           Write PRT-REC From WS-HDG-1
           Write PRT-REC From WS-HDG-2
         End-If.
         Move Space    To R-KEY.
         String "ROW " LCKRECS Delimited By Size
           Into R-KEY
         End-String.
         Move LCKSTAMP To R-STAMP.
         Write PRT-REC From WS-RESTART-LINE.

      *>  The rows up to the checkpoint are done and are read past.
       235-Skip-Committed.
         Perform 310-Read-Next.

       300-Process-File.
         Open Input SCRUBFILE.
                   "nothing to do."
           Close SCRUBFILE
         Else
           If IS-APPLY-MODE Then
             Perform 220-Begin-Checkpoint
           End-If
           If IS-RESTART Then
             Perform 230-Resume-After-Checkpoint
           Else
             Open Output PRTFILE
             Write PRT-REC From WS-HDG-1
             Write PRT-REC From WS-HDG-2
           End-If
           Perform 310-Read-Next
           If IS-RESTART Then
             Perform 235-Skip-Committed
               Varying WS-SKIP-CNT From 1 By 1
               Until WS-SKIP-CNT Greater Than LCKRECS
                 Or IS-EOF
           End-If
           If IS-APPLY-MODE Then
             Move "Y" To WS-CKP-ON
           End-If
           Perform 320-Scrub-One-Number
             Until IS-EOF
           Move WS-MATCH-CNT To T-MATCH
           Move WS-ALRDY-CNT To T-ALRDY
           Move WS-UNMAT-CNT To T-UNMAT
           Write PRT-REC From WS-TOTAL-LINE
           If IS-APPLY-MODE Then
             Perform 360-End-Checkpoint
           End-If
           Perform 340-Mark-File-Processed
           Close SCRUBFILE
           Close PRTFILE
         End-If.

       310-Read-Next.
         If IS-CKP-ON Then
           Perform 350-Take-Checkpoint
         End-If.
         Read SCRUBFILE
           At End Move "Y" To WS-EOF
         End-Read.
         End-Evaluate.
         Write PRT-REC From WS-DETAIL.

      *>  The run is complete: the file goes on the registry as
      *>  processed, so a second run over it is refused.
       340-Mark-File-Processed.
         If WS-CTL-RETVAL Not Equal "02" And IS-APPLY-MODE Then
           Move "D" To WS-INB-FUNC
           Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
               WS-INB-RETVAL
         End-If.

      *>  Each row finished is reported to SUB170, which commits
      *>  the rows read and the counts every CHKPT-EVERY rows.
       350-Take-Checkpoint.
         Move "C"          To WS-CKP-FUNC.
         Move SC-PHONE     To LCKKEY.
         Add 1             To LCKRECS.
         Move WS-MATCH-CNT To LCKCNT1.
         Move WS-ALRDY-CNT To LCKCNT2.
         Move WS-UNMAT-CNT To LCKCNT3.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.

       360-End-Checkpoint.
         Move "N"          To WS-CKP-ON.
         Move "E"          To WS-CKP-FUNC.
         Move WS-MATCH-CNT To LCKCNT1.
         Move WS-ALRDY-CNT To LCKCNT2.
         Move WS-UNMAT-CNT To LCKCNT3.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.

       999-End-Of-Program.
         Stop Run.
