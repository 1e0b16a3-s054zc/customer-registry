      *>        foreign addresses on the entry screens, and a nine-   **
      *>        digit foreign postcode must not be rewritten into US  **
      *>        dash format or reported as a data problem.            **
      *> 261015 Checkpoint through SUB170 every CHKPT-EVERY          **
      *>        customers; a run that died is resumed after the last **
      *>        checkpoint key with its counts restored.             **
      *>***************************************************************
       Identification Division.
         Program-Id.   ADR101.
           01 WS-ADDR-RETVAL  Pic X(2)  Value Space.
           01 WS-REC-CHANGED  Pic X     Value "N".
             88 IS-REC-CHANGED          Value "Y".
           01 WS-CKP-FUNC   Pic X(1).
           01 WS-CKP-PRMSET.
             Copy CHKPTLK.
           01 WS-CKP-RETVAL Pic X(2).
           01 WS-CKP-ON     Pic X     Value "N".
             88 IS-CKP-ON             Value "Y".
           01 WS-RESTART    Pic X     Value "N".
             88 IS-RESTART            Value "Y".

           01 WS-ST-WORK   Pic X(2)  Value Space.
           01 WS-ST-RAW    Pic X(2)  Value Space.
             05 D-DISP   Pic X(30).
             05 Filler   Pic X(16) Value Space.

           01 WS-RESTART-LINE.
             05 Filler   Pic X(16) Value "RESTARTED AFTER ".
             05 R-KEY    Pic X(30).
             05 Filler   Pic X(15) Value " CHECKPOINT AT ".
             05 R-STAMP  Pic X(14).
             05 Filler   Pic X(13) Value Space.

       Procedure Division.
       100-Main.
         Perform 150-Backup-Files.
           Display "ADR101: CUSTOMER.DAT not found."
           Move "Y" To WS-EOF
         Else
           Perform 210-Begin-Checkpoint
           If IS-RESTART Then
             Perform 220-Resume-After-Checkpoint
           Else
             Open Output PRTFILE
             Write PRT-REC From WS-HDG-1
             Write PRT-REC From WS-HDG-2
           End-If
           If Not IS-EOF Then
             Perform 310-Read-Next
           End-If
           Move "Y" To WS-CKP-ON
         End-If.

      *>  Every run checkpoints through SUB170. A run that died is
      *>  resumed: SUB170 hands back the last checkpoint's key and
      *>  counts. A customer the run that died had already repaired
      *>  after its last checkpoint is standard now and is left
      *>  alone, so it gets no second audit row or journal image.
       210-Begin-Checkpoint.
         Move "N"      To WS-RESTART.
         Move "B"      To WS-CKP-FUNC.
         Move "ADR101" To LCKJOB.
         Move Space    To LCKFILEID.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.
         If WS-CKP-RETVAL Equal "01" Then
           Move "Y" To WS-RESTART
         End-If.

      *>  Customers up to the checkpoint key are done and are not
      *>  read again; the report of the run that died is carried on
      *>  under a restart line.
       220-Resume-After-Checkpoint.
         Display "ADR101: restart - resuming after customer " LCKKEY.
         Move LCKCNT1 To WS-FIX-CNT.
         Move LCKCNT2 To WS-BAD-CNT.
         Move LCKKEY  To RCUSTID.
         Start CUST Key Is Greater Than RCUSTID
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         Open Extend PRTFILE.
         If WS-PRTSTAT Equal "35" Then
           Open Output PRTFILE
           Write PRT-REC From WS-HDG-1
           Write PRT-REC From WS-HDG-2
         End-If.
         Move LCKKEY   To R-KEY.
         Move LCKSTAMP To R-STAMP.
         Write PRT-REC From WS-RESTART-LINE.

      *>  Only blank-country (historic) and US addresses are swept -
      *>  the same condition the SUB200/SUB210 validation applies.
         Perform 310-Read-Next.

       310-Read-Next.
         If IS-CKP-ON Then
           Perform 380-Take-Checkpoint
         End-If.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.
           Add 1 To WS-FIX-CNT
         End-If.

      *>  Each customer finished is reported to SUB170, which
      *>  commits the key and counts every CHKPT-EVERY customers.
       380-Take-Checkpoint.
         Move "C"        To WS-CKP-FUNC.
         Move RCUSTID    To LCKKEY.
         Add 1           To LCKRECS.
         Move WS-FIX-CNT To LCKCNT1.
         Move WS-BAD-CNT To LCKCNT2.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.

       900-Finalize.
         If IS-CKP-ON Then
           Move "N"        To WS-CKP-ON
           Move "E"        To WS-CKP-FUNC
           Move WS-FIX-CNT To LCKCNT1
           Move WS-BAD-CNT To LCKCNT2
           Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
               WS-CKP-RETVAL
         End-If.
         Close CUST.
         Close PRTFILE.
         Display "ADR101: " WS-FIX-CNT " field(s) repaired, "
