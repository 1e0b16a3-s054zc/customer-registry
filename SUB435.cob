      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine for supervisors to work the quarterly operator  **
      *> access recertification (data/RECERT.DAT) that RCT101 opens. **
      *> Each open row shows the operator's role, office, number of  **
      *> permission overrides, last sign-on, lockout and due date as **
      *> listed on RECERT.PRT. K (keep), R (reduce) or V (revoke)    **
      *> records the decision with an optional note, who attested    **
      *> and when; a supervisor may not attest to their own access.  **
      *> The decision is the record - a reduce is carried out on the **
      *> permissions screen (SUB315), a revoke through the operator  **
      *> screen (SUB300) or by RCT102. Reached from the PGM001 menu, **
      *> which only offers the option to supervisors.                **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB435.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select RECERT Assign WS-RCTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCKEY
             File Status WS-RCTSTAT.

       Data Division.
         File Section.
           Fd RECERT.
           01 RECERT-REC.
             Copy RECERTFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-RCTFILE  Pic X(20) Value "data/RECERT.DAT".
           01 WS-RCTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-SHOWN    Pic X     Value "N".
             88 IS-SHOWN            Value "Y".
           01 WS-OPEN-CNT Pic 9(4)  Value Zero.
           01 WS-ENT-NOTE Pic X(30) Value Space.

         Linkage Section.
           01 LS-OPERID   Pic X(8).

         Screen Section.
           01 SS-SCREEN-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  3 Col  3 Value "ACCESS RECERTIFICATION.".
             05 Line  5 Col  3 Value "CYCLE .....:".
             05 Line  5 Col 16 Pic X(6)  From RCCYCLE.
             05 Line  5 Col 30 Value "ATTEST BY:".
             05 Line  5 Col 41 Pic 9(8)  From RCDUEDT.
             05 Line  7 Col  3 Value "OPERATOR ..:".
             05 Line  7 Col 16 Pic X(8)  From RCOPERID.
             05 Line  9 Col  3 Value "ROLE ......:".
             05 Line  9 Col 16 Pic X(1)  From RCROLE.
             05 Line  9 Col 20 Value "(V=View only C=Clerk"
                                     & " S=Supervisor)".
             05 Line 10 Col  3 Value "OFFICE ....:".
             05 Line 10 Col 16 Pic X(3)  From RCOFFICE.
             05 Line 11 Col  3 Value "OVERRIDES .:".
             05 Line 11 Col 16 Pic ZZ9   From RCOVRCNT.
             05 Line 11 Col 20 Value "(listed on RECERT.PRT)".
             05 Line 12 Col  3 Value "LAST SIGNON:".
             05 Line 12 Col 16 Pic X(14) From RCLASTON.
             05 Line 13 Col  3 Value "LOCKED OUT :".
             05 Line 13 Col 16 Pic X(1)  From RCLOCK.
             05 Line 15 Col  3 Value "NOTE ......:".
             05 Line 15 Col 16 Pic X(30) Using WS-ENT-NOTE.
             05 Line 17 Col  3 Value "(K=Keep access  R=Reduce"
                                     & " access  V=Revoke access)".
             05 Line 23 Col  2 Value "Options: [B]ack [N]ext [K/R/V]".
             05 Line 23 Col 33 Pic X Using WS-INPKEY.
             05 Line 23 Col 35 Value "STATUS:".
             05 Line 23 Col 43 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move Zero  To WS-OPEN-CNT.
         Open I-O RECERT.
         If WS-RCTSTAT Equal "35" Then
           Close RECERT
           Display "No recertification open."
         Else
           Move "N" To WS-EOF
           Perform 110-Read-Next
           Perform 120-Review-Next
             Until IS-EOF Or WS-INPKEY Equal "B"
           Close RECERT
           If WS-OPEN-CNT Equal Zero Then
             Display "No recertification open."
           End-If
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Read-Next.
         Read RECERT Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       120-Review-Next.
         If RCDECISION-OPEN Then
           Add 1 To WS-OPEN-CNT
           Move Space To WS-ENT-NOTE
           Move "N" To WS-SHOWN
           Perform 140-Row-Loop
             Until IS-SHOWN Or WS-INPKEY Equal "B"
         End-If.
         If WS-INPKEY Not Equal "B" Then
           Perform 110-Read-Next
         End-If.

       140-Row-Loop.
         Display SS-SCREEN-1.
         Accept  SS-SCREEN-1.
         Evaluate WS-INPKEY
           When "K"
           When "R"
           When "V" Perform 150-Record-Decision
           When "N" Move "Y" To WS-SHOWN
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

      *>  Nobody attests to their own access.
       150-Record-Decision.
         If RCOPERID Equal LS-OPERID Then
           Move "Cannot attest own access!" To WS-STATUS
         Else
           Accept WS-CUR-DATE From Date YYYYMMDD
           Accept WS-CUR-TIME From Time
           Move WS-INPKEY   To RCDECISION
           Move LS-OPERID   To RCATTOPER
           Move Spaces      To RCATTDTTM
           Move WS-CUR-DATE To RCATTDTTM(1:8)
           Move WS-CUR-TIME To RCATTDTTM(9:6)
           Move WS-ENT-NOTE To RCNOTE
           Rewrite RECERT-REC
           End-Rewrite
           Evaluate WS-INPKEY
             When "K" Move "Access kept!"    To WS-STATUS
             When "R" Move "Reduce recorded!" To WS-STATUS
             When "V" Move "Revoke recorded!" To WS-STATUS
           End-Evaluate
           Move "Y" To WS-SHOWN
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
