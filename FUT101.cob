      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Take each row it settles off the ADDRXRF.DAT         **
      *>        address cross-reference's pending entries (SUB160).  **
      *> 261015 Checkpoint through SUB170 every CHKPT-EVERY rows; a  **
      *>        run that died is resumed past the rows already done  **
      *>        with its counts restored, and a change it had        **
      *>        already put through SUB102 is marked applied rather  **
      *>        than applied twice.                                  **
      *>***************************************************************
       Identification Division.
         Program-Id.   FUT101.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-APPL-CNT Pic 9(6)  Value Zero.
           01 WS-WAIT-CNT Pic 9(6)  Value Zero.
             Copy CUSTWS.
           01 WS-UPD-REASON Pic X(2) Value Space.
           01 WS-RETVAL   Pic X(2)  Value Space.
           01 WS-AXR-FUNC   Pic X(1).
           01 WS-AXR-PRMSET.
             Copy ADDRXLK.
           01 WS-AXR-RETVAL Pic X(2).
           01 WS-CKP-FUNC   Pic X(1).
           01 WS-CKP-PRMSET.
             Copy CHKPTLK.
           01 WS-CKP-RETVAL Pic X(2).
           01 WS-CKP-ON     Pic X     Value "N".
             88 IS-CKP-ON             Value "Y".
           01 WS-RESTART    Pic X     Value "N".
             88 IS-RESTART            Value "Y".
           01 WS-DONE-BEFORE Pic X    Value "N".
             88 IS-DONE-BEFORE        Value "Y".
           01 WS-SKIP-CNT   Pic 9(9)  Value Zero.

           01 WS-HDG-1.
             05 Filler Pic X(30)
             05 T-ERR-CNT  Pic ZZZ,ZZ9.
             05 Filler     Pic X(38) Value Space.

           01 WS-RESTART-LINE.
             05 Filler   Pic X(16) Value "RESTARTED AFTER ".
             05 R-KEY    Pic X(30).
             05 Filler   Pic X(15) Value " CHECKPOINT AT ".
             05 R-STAMP  Pic X(14).
             05 Filler   Pic X(13) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Accept WS-CUR-TIME From Time.
         Open I-O PENDADDR.
         If WS-PENDSTAT Equal "35" Then
           Display "FUT101: no pending addresses, nothing to do."
           Close PENDADDR
         Else
           Move WS-CUR-DATE To H-DATE
           Perform 200-Begin-Checkpoint
           If IS-RESTART Then
             Perform 210-Resume-After-Checkpoint
           Else
             Open Output PRTFILE
             Write PRT-REC From WS-HDG-1
             Write PRT-REC From WS-HDG-2
           End-If
           Perform 310-Read-Next
           If IS-RESTART Then
             Perform 215-Skip-Committed
               Varying WS-SKIP-CNT From 1 By 1
               Until WS-SKIP-CNT Greater Than LCKRECS
                 Or IS-EOF
           End-If
           Move "Y" To WS-CKP-ON
           Perform 300-Process-Next
             Until IS-EOF
           Move WS-APPL-CNT To T-APPL-CNT
           Move WS-WAIT-CNT To T-WAIT-CNT
           Move WS-ERR-CNT  To T-ERR-CNT
           Write PRT-REC From WS-TOTAL-LINE
           Perform 390-End-Checkpoint
           Close PENDADDR
           Close PRTFILE
         End-If.
                 WS-ERR-CNT " error(s).".
         Perform 999-End-Of-Program.

      *>  Every run checkpoints through SUB170. A run that died is
      *>  resumed: SUB170 hands back the rows read and the counts of
      *>  its last checkpoint.
       200-Begin-Checkpoint.
         Move "N"      To WS-RESTART.
         Move "B"      To WS-CKP-FUNC.
         Move "FUT101" To LCKJOB.
         Move Space    To LCKFILEID.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.
         If WS-CKP-RETVAL Equal "01" Then
           Move "Y" To WS-RESTART
         End-If.

      *>  The report of the run that died is carried on under a
      *>  restart line.
       210-Resume-After-Checkpoint.
         Display "FUT101: restart - resuming after row " LCKRECS.
         Move LCKCNT1 To WS-APPL-CNT.
         Move LCKCNT2 To WS-WAIT-CNT.
         Move LCKCNT3 To WS-ERR-CNT.
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
       215-Skip-Committed.
         Perform 310-Read-Next.

      *>  A pending row on or past its day is applied; one still in
      *>  the future is listed as UPCOMING so the report doubles as
      *>  the what-is-coming list.
         Perform 310-Read-Next.

       310-Read-Next.
         If IS-CKP-ON Then
           Perform 380-Take-Checkpoint
         End-If.
         Read PENDADDR Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         Move PD-CUSTID To D-CUSTID.
         Move PD-EFFDT  To D-EFFDT.
         Move PD-ADDR1  To D-ADDR1.
         Perform 325-Check-Restart-Window.
         If IS-DONE-BEFORE Then
           Move "A" To PD-STATUS
           Move "APPLIED" To D-DISP
           Add 1 To WS-APPL-CNT
         Else
           Move PD-CUSTID To CUSTID Of WS-CUST-DAT
           Call "SUB104" Using WS-CUST-DAT, WS-RETVAL
           If WS-RETVAL Not Equal "00" Then
             Move "E" To PD-STATUS
             Move "NO CUSTOMER" To D-DISP
             Add 1 To WS-ERR-CNT
           Else
             Move PD-ADDR1 To CUSTADDR1 Of WS-CUST-DAT
             Move PD-ADDR2 To CUSTADDR2 Of WS-CUST-DAT
             Move PD-CITY  To CUSTCITY  Of WS-CUST-DAT
             Move PD-STATE To CUSTSTATE Of WS-CUST-DAT
             Move PD-ZIP   To CUSTZIP   Of WS-CUST-DAT
             Call "SUB102" Using WS-CUST-DAT, WS-OPERID,
               WS-UPD-REASON, WS-RETVAL
             If WS-RETVAL Equal "00" Then
               Move "A" To PD-STATUS
               Move "APPLIED" To D-DISP
               Add 1 To WS-APPL-CNT
             Else
               Move "E" To PD-STATUS
               Move "REFUSED" To D-DISP
               Add 1 To WS-ERR-CNT
             End-If
           End-If
         End-If.
         Move Spaces      To PD-APPDTTM.
         Move WS-CUR-TIME To PD-APPDTTM(9:6).
         Rewrite PENDADDR-REC
         End-Rewrite.
         Perform 330-Unindex-Pending.
         Write PRT-REC From WS-DETAIL.

      *>  A resumed run does not apply again a change the run that
      *>  died had already put through SUB102 after its last
      *>  checkpoint but had not yet marked applied - SUB102 would
      *>  journal the customer a second time.
       325-Check-Restart-Window.
         Move "N" To WS-DONE-BEFORE.
         If IS-RESTART Then
           Move "J"       To WS-CKP-FUNC
           Move PD-CUSTID To LCKCUSTID
           Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
               WS-CKP-RETVAL
           If WS-CKP-RETVAL Equal "00" Then
             Move "Y" To WS-DONE-BEFORE
           End-If
         End-If.

      *>  The row is no longer pending either way - applied, it is
      *>  indexed as the customer's own address by SUB102; refused,
      *>  it is nobody's - so its pending entry comes off the address
      *>  cross-reference (SUB160).
       330-Unindex-Pending.
         Move "D"       To WS-AXR-FUNC.
         Move PD-ZIP    To LAXZIP.
         Move "P"       To LAXSOURCE.
         Move PD-CUSTID To LAXCUSTID.
         Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
             WS-AXR-RETVAL.

      *>  Each row finished is reported to SUB170, which commits
      *>  the rows read and the counts every CHKPT-EVERY rows.
       380-Take-Checkpoint.
         Move "C"         To WS-CKP-FUNC.
         Move PD-CUSTID   To LCKKEY.
         Add 1            To LCKRECS.
         Move WS-APPL-CNT To LCKCNT1.
         Move WS-WAIT-CNT To LCKCNT2.
         Move WS-ERR-CNT  To LCKCNT3.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.

       390-End-Checkpoint.
         Move "N"         To WS-CKP-ON.
         Move "E"         To WS-CKP-FUNC.
         Move WS-APPL-CNT To LCKCNT1.
         Move WS-WAIT-CNT To LCKCNT2.
         Move WS-ERR-CNT  To LCKCNT3.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.

       999-End-Of-Program.
         Stop Run.
