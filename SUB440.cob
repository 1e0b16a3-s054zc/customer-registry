      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine for supervisors to work the quality-assurance   **
      *> sample (data/QAREVIEW.DAT) that QAS101 draws each week.     **
      *> Each pending change shows the operator who made it, the     **
      *> customer, when, and the before/after value of every field   **
      *> it touched, read back from CUSTOMER.AUDIT (the first eight; **
      *> the change history screen has the rest). [C]orrect passes  **
      *> it; [E]rror needs an error category (QACATWS) and takes the **
      *> field at fault - defaulted when the change touched only one **
      *> - and a comment. A supervisor may not review their own      **
      *> change. QAS102 reports the error rates monthly. Reached     **
      *> from the PGM001 menu, which only offers the option to       **
      *> supervisors.                                                **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB440.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select QAREVIEW Assign WS-QAFILE
             Access Mode Is Sequential
             File Status WS-QASTAT.
           Select AUDIT Assign WS-AUDFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is AUDKEY
             File Status WS-AUDSTAT.

       Data Division.
         File Section.
           Fd QAREVIEW.
           01 QAREVIEW-REC.
             Copy QAFD.

           Fd AUDIT.
           01 AUDIT-REC.
             Copy AUDITFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-QAFILE   Pic X(20) Value "data/QAREVIEW.DAT".
           01 WS-QASTAT   Pic 9(2).
           01 WS-AUDFILE  Pic X(20) Value "data/CUSTOMER.AUDIT".
           01 WS-AUDSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-AUD-EOF  Pic X     Value "N".
             88 IS-AUD-EOF          Value "Y".
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-SHOWN    Pic X     Value "N".
             88 IS-SHOWN            Value "Y".
           01 WS-PEND-CNT Pic 9(4)  Value Zero.
           01 WS-ACT-DESC Pic X(8)  Value Space.
           01 WS-ENT-CAT  Pic X(2)  Value Space.
           01 WS-ENT-FLD  Pic X(15) Value Space.
           01 WS-ENT-CMT  Pic X(40) Value Space.
           01 WS-CAT-OK   Pic X     Value "N".
             88 IS-CAT-OK           Value "Y".
           01 WS-LX       Pic 9(2)  Value Zero.
           01 WS-ROW-CNT  Pic 9(3)  Value Zero.
           01 WS-LINES.
             05 WS-LINE Occurs 8 Times.
               10 WS-L-FLD Pic X(15).
               10 WS-L-OLD Pic X(40).
               10 WS-L-NEW Pic X(40).
           01 WS-QA-CAT.
             Copy QACATWS.

         Linkage Section.
           01 LS-OPERID   Pic X(8).

         Screen Section.
           01 SS-SCREEN-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  3 Col  3 Value "QA REVIEW OF OPERATOR CHANGES.".
             05 Line  5 Col  3 Value "OPERATOR ..:".
             05 Line  5 Col 16 Pic X(8)  From QAOPERID.
             05 Line  5 Col 30 Value "SAMPLED:".
             05 Line  5 Col 39 Pic 9(8)  From QASMPDT.
             05 Line  6 Col  3 Value "CUSTOMER ..:".
             05 Line  6 Col 16 Pic X(10) From QACUSTID.
             05 Line  6 Col 30 Value "CHANGED:".
             05 Line  6 Col 39 Pic X(14) From QATIMESTAMP.
             05 Line  6 Col 55 Pic X(8)  From WS-ACT-DESC.
             05 Line  8 Col  3 Value "FIELD".
             05 Line  8 Col 19 Value "BEFORE".
             05 Line  8 Col 50 Value "AFTER".
             05 Line  9 Col  3 Pic X(15) From WS-L-FLD(1).
             05 Line  9 Col 19 Pic X(30) From WS-L-OLD(1).
             05 Line  9 Col 50 Pic X(30) From WS-L-NEW(1).
             05 Line 10 Col  3 Pic X(15) From WS-L-FLD(2).
             05 Line 10 Col 19 Pic X(30) From WS-L-OLD(2).
             05 Line 10 Col 50 Pic X(30) From WS-L-NEW(2).
             05 Line 11 Col  3 Pic X(15) From WS-L-FLD(3).
             05 Line 11 Col 19 Pic X(30) From WS-L-OLD(3).
             05 Line 11 Col 50 Pic X(30) From WS-L-NEW(3).
             05 Line 12 Col  3 Pic X(15) From WS-L-FLD(4).
             05 Line 12 Col 19 Pic X(30) From WS-L-OLD(4).
             05 Line 12 Col 50 Pic X(30) From WS-L-NEW(4).
             05 Line 13 Col  3 Pic X(15) From WS-L-FLD(5).
             05 Line 13 Col 19 Pic X(30) From WS-L-OLD(5).
             05 Line 13 Col 50 Pic X(30) From WS-L-NEW(5).
             05 Line 14 Col  3 Pic X(15) From WS-L-FLD(6).
             05 Line 14 Col 19 Pic X(30) From WS-L-OLD(6).
             05 Line 14 Col 50 Pic X(30) From WS-L-NEW(6).
             05 Line 15 Col  3 Pic X(15) From WS-L-FLD(7).
             05 Line 15 Col 19 Pic X(30) From WS-L-OLD(7).
             05 Line 15 Col 50 Pic X(30) From WS-L-NEW(7).
             05 Line 16 Col  3 Pic X(15) From WS-L-FLD(8).
             05 Line 16 Col 19 Pic X(30) From WS-L-OLD(8).
             05 Line 16 Col 50 Pic X(30) From WS-L-NEW(8).
             05 Line 18 Col  3 Value "CATEGORY ..:".
             05 Line 18 Col 16 Pic X(2)  Using WS-ENT-CAT.
             05 Line 18 Col 30 Value "FIELD:".
             05 Line 18 Col 37 Pic X(15) Using WS-ENT-FLD.
             05 Line 19 Col  3 Value "(KY=Keying WF=Wrong field"
                                     & " MI=Missing info WC=Wrong"
                                     & " customer".
             05 Line 20 Col  4 Value "PO=Policy NR=No reason"
                                     & " DU=Duplicate OT=Other)".
             05 Line 21 Col  3 Value "COMMENT ...:".
             05 Line 21 Col 16 Pic X(40) Using WS-ENT-CMT.
             05 Line 23 Col  2 Value "Options: [B]ack [C]orrect"
                                     & " [E]rror [N]ext".
             05 Line 23 Col 42 Pic X Using WS-INPKEY.
             05 Line 23 Col 44 Value "STATUS:".
             05 Line 23 Col 52 Pic X(28) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move Zero  To WS-PEND-CNT.
         Open I-O QAREVIEW.
         If WS-QASTAT Equal "35" Then
           Close QAREVIEW
           Display "No QA sample pending."
         Else
           Move "N" To WS-EOF
           Perform 110-Read-Next
           Perform 120-Review-Next
             Until IS-EOF Or WS-INPKEY Equal "B"
           Close QAREVIEW
           If WS-PEND-CNT Equal Zero Then
             Display "No QA sample pending."
           End-If
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Read-Next.
         Read QAREVIEW Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       120-Review-Next.
         If QASTATUS-PENDING Then
           Add 1 To WS-PEND-CNT
           Perform 130-Load-Change
           Move Space To WS-ENT-CAT
           Move Space To WS-ENT-FLD
           Move Space To WS-ENT-CMT
           Move "N" To WS-SHOWN
           Perform 140-Sample-Loop
             Until IS-SHOWN Or WS-INPKEY Equal "B"
         End-If.
         If WS-INPKEY Not Equal "B" Then
           Perform 110-Read-Next
         End-If.

      *>  Every audit row of the change shares its customer ID and
      *>  timestamp, so one Start lands on the first of them.
       130-Load-Change.
         Move Space To WS-LINES.
         Move Zero  To WS-ROW-CNT.
         If QAACTION Equal "C" Then
           Move "(CREATE)" To WS-ACT-DESC
         Else
           Move "(UPDATE)" To WS-ACT-DESC
         End-If.
         Open Input AUDIT.
         If WS-AUDSTAT Equal "00" Then
           Move "N"         To WS-AUD-EOF
           Move QACUSTID    To ACUSTID
           Move QATIMESTAMP To ATIMESTAMP
           Move Zero        To ASEQNO
           Start AUDIT Key Is Greater Than Or Equal AUDKEY
             Invalid Key Move "Y" To WS-AUD-EOF
           End-Start
           If Not IS-AUD-EOF Then
             Perform 135-Read-Audit-Next
           End-If
           Perform 136-Load-Audit-Row
             Until IS-AUD-EOF
         End-If.
         Close AUDIT.

       135-Read-Audit-Next.
         Read AUDIT Next Record
           At End Move "Y" To WS-AUD-EOF
         End-Read.
         If ACUSTID Not Equal QACUSTID
           Or ATIMESTAMP Not Equal QATIMESTAMP Then
           Move "Y" To WS-AUD-EOF
         End-If.

       136-Load-Audit-Row.
         Add 1 To WS-ROW-CNT.
         If WS-ROW-CNT Not Greater Than 8 Then
           Move WS-ROW-CNT To WS-LX
           Move AFIELD  To WS-L-FLD(WS-LX)
           Move AOLDVAL To WS-L-OLD(WS-LX)
           Move ANEWVAL To WS-L-NEW(WS-LX)
         End-If.
         Perform 135-Read-Audit-Next.

       140-Sample-Loop.
         Display SS-SCREEN-1.
         Accept  SS-SCREEN-1.
         Evaluate WS-INPKEY
           When "C" Perform 150-Mark-Correct
           When "E" Perform 160-Mark-Error
           When "N" Move "Y" To WS-SHOWN
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

      *>  Nobody marks their own work.
       150-Mark-Correct.
         If QAOPERID Equal LS-OPERID Then
           Move "Cannot review own change!" To WS-STATUS
         Else
           Move "C"   To QASTATUS
           Move Space To QAERRCAT
           Move Space To QAERRFLD
           Move WS-ENT-CMT To QACOMMENT
           Perform 170-Stamp-Review
           Move "Marked correct!" To WS-STATUS
           Move "Y" To WS-SHOWN
         End-If.

       160-Mark-Error.
         Move "N" To WS-CAT-OK.
         Set QA-CX To 1.
         Search QA-CAT-ENTRY
           At End Continue
           When QA-CAT-CODE(QA-CX) Equal WS-ENT-CAT
             Move "Y" To WS-CAT-OK
         End-Search.
         If WS-ENT-FLD Equal Space And WS-ROW-CNT Equal 1 Then
           Move WS-L-FLD(1) To WS-ENT-FLD
         End-If.
         Evaluate True
           When QAOPERID Equal LS-OPERID
             Move "Cannot review own change!" To WS-STATUS
           When WS-ENT-CAT Equal Space Or Not IS-CAT-OK
             Move "Valid category required!" To WS-STATUS
           When Other
             Move "E"        To QASTATUS
             Move WS-ENT-CAT To QAERRCAT
             Move WS-ENT-FLD To QAERRFLD
             Move WS-ENT-CMT To QACOMMENT
             Perform 170-Stamp-Review
             Move "Marked in error!" To WS-STATUS
             Move "Y" To WS-SHOWN
         End-Evaluate.

       170-Stamp-Review.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move LS-OPERID   To QAREVOPER.
         Move Spaces      To QAREVDTTM.
         Move WS-CUR-DATE To QAREVDTTM(1:8).
         Move WS-CUR-TIME To QAREVDTTM(9:6).
         Rewrite QAREVIEW-REC
         End-Rewrite.

       999-End-Of-SubRutine.
         Exit Program.
