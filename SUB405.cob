      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to open, work and close one customer's          **
      *> complaint and service cases on CASE.DAT - so a complaint    **
      *> stops living in a notes line where nobody can tell whether  **
      *> it was ever resolved. Reached from the SUB230 detail        **
      *> screen's cas[E] option with the customer already fetched.  **
      *> The customer's cases are paged eight at a time ([N]ext /    **
      *> [P]rev), newest case number last.                           **
      *>                                                             **
      *>  [O]pen   - new case number from SUB003; category, priority **
      *>             and summary required. The owner defaults to the **
      *>             signed-on operator, the target days to the      **
      *>             priority's (H 2, M 5, L 10).                    **
      *>  [U]pdate - re-categorise, re-prioritise, re-assign or      **
      *>             re-word an open case by number; blank entry     **
      *>             fields leave the case's value alone.            **
      *>  [C]lose  - close an open case by number; resolution text   **
      *>             required.                                       **
      *>                                                             **
      *> CAS101 ages the open cases against their targets nightly.  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB405.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CASEFILE Assign WS-CASEFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CASENO
             Alternate Record Key Is CASECUSTID
               With Duplicates
             File Status WS-CASESTAT.

       Data Division.
         File Section.
           Fd CASEFILE.
           01 CASE-REC.
             Copy CASEFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-CASEFILE Pic X(20) Value "data/CASE.DAT".
           01 WS-CASESTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-ENT-CASENO Pic X(8)  Value Space.
           01 WS-NEW-CASENO Pic X(8)  Value Space.
           01 WS-ENT-CATEG  Pic X(2)  Value Space.
             88 WS-ENT-CATEG-VALID  Value "CO" "SV" "BL" "DL" "OT".
           01 WS-ENT-PRIO   Pic X(1)  Value Space.
             88 WS-ENT-PRIO-VALID   Value "H" "M" "L".
           01 WS-ENT-OWNER  Pic X(8)  Value Space.
           01 WS-ENT-TGT    Pic 9(3)  Value Zero.
           01 WS-ENT-SUMM   Pic X(40) Value Space.
           01 WS-ENT-RESOL  Pic X(40) Value Space.
           01 WS-OWN-OFFICE Pic X(3)  Value Space.
           01 WS-OWN-RETVAL Pic X(2)  Value Space.
           01 WS-PAGE-NO    Pic 9(3)  Value 1.
           01 WS-SKIP-CNT   Pic 9(5)  Value Zero.
           01 WS-SEEN-CNT   Pic 9(5)  Value Zero.
           01 WS-MORE       Pic X     Value "N".
             88 IS-MORE               Value "Y".
           01 WS-LIST-CNT Pic 9(2)  Value Zero.
           01 WS-LIST-TBL.
             05 WS-LIST-ROW Occurs 8 Times Indexed By WS-LX.
               10 WS-L-CASENO Pic X(8)  Value Space.
               10 WS-L-CATEG  Pic X(2)  Value Space.
               10 WS-L-PRIO   Pic X(1)  Value Space.
               10 WS-L-OWNER  Pic X(8)  Value Space.
               10 WS-L-STAT   Pic X(1)  Value Space.
               10 WS-L-OPENDT Pic X(8)  Value Space.
               10 WS-L-TGT    Pic X(3)  Value Space.
               10 WS-L-SUMM   Pic X(34) Value Space.

         Linkage Section.
           01 LS-CUSTID Pic X(10).
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-CASE-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "CUSTOMER CASES.".
             05 Line  4 Col 20 Pic X(10) From LS-CUSTID.
             05 Line  6 Col  3 Value "CASE NO  CT P OWNER    S OPENED"
                                     & "   TGT SUMMARY".
             05 Line  7 Col  3 Pic X(8)  From WS-L-CASENO(1).
             05 Line  7 Col 12 Pic X(2)  From WS-L-CATEG(1).
             05 Line  7 Col 15 Pic X(1)  From WS-L-PRIO(1).
             05 Line  7 Col 17 Pic X(8)  From WS-L-OWNER(1).
             05 Line  7 Col 26 Pic X(1)  From WS-L-STAT(1).
             05 Line  7 Col 28 Pic X(8)  From WS-L-OPENDT(1).
             05 Line  7 Col 37 Pic X(3)  From WS-L-TGT(1).
             05 Line  7 Col 41 Pic X(34) From WS-L-SUMM(1).
             05 Line  8 Col  3 Pic X(8)  From WS-L-CASENO(2).
             05 Line  8 Col 12 Pic X(2)  From WS-L-CATEG(2).
             05 Line  8 Col 15 Pic X(1)  From WS-L-PRIO(2).
             05 Line  8 Col 17 Pic X(8)  From WS-L-OWNER(2).
             05 Line  8 Col 26 Pic X(1)  From WS-L-STAT(2).
             05 Line  8 Col 28 Pic X(8)  From WS-L-OPENDT(2).
             05 Line  8 Col 37 Pic X(3)  From WS-L-TGT(2).
             05 Line  8 Col 41 Pic X(34) From WS-L-SUMM(2).
             05 Line  9 Col  3 Pic X(8)  From WS-L-CASENO(3).
             05 Line  9 Col 12 Pic X(2)  From WS-L-CATEG(3).
             05 Line  9 Col 15 Pic X(1)  From WS-L-PRIO(3).
             05 Line  9 Col 17 Pic X(8)  From WS-L-OWNER(3).
             05 Line  9 Col 26 Pic X(1)  From WS-L-STAT(3).
             05 Line  9 Col 28 Pic X(8)  From WS-L-OPENDT(3).
             05 Line  9 Col 37 Pic X(3)  From WS-L-TGT(3).
             05 Line  9 Col 41 Pic X(34) From WS-L-SUMM(3).
             05 Line 10 Col  3 Pic X(8)  From WS-L-CASENO(4).
             05 Line 10 Col 12 Pic X(2)  From WS-L-CATEG(4).
             05 Line 10 Col 15 Pic X(1)  From WS-L-PRIO(4).
             05 Line 10 Col 17 Pic X(8)  From WS-L-OWNER(4).
             05 Line 10 Col 26 Pic X(1)  From WS-L-STAT(4).
             05 Line 10 Col 28 Pic X(8)  From WS-L-OPENDT(4).
             05 Line 10 Col 37 Pic X(3)  From WS-L-TGT(4).
             05 Line 10 Col 41 Pic X(34) From WS-L-SUMM(4).
             05 Line 11 Col  3 Pic X(8)  From WS-L-CASENO(5).
             05 Line 11 Col 12 Pic X(2)  From WS-L-CATEG(5).
             05 Line 11 Col 15 Pic X(1)  From WS-L-PRIO(5).
             05 Line 11 Col 17 Pic X(8)  From WS-L-OWNER(5).
             05 Line 11 Col 26 Pic X(1)  From WS-L-STAT(5).
             05 Line 11 Col 28 Pic X(8)  From WS-L-OPENDT(5).
             05 Line 11 Col 37 Pic X(3)  From WS-L-TGT(5).
             05 Line 11 Col 41 Pic X(34) From WS-L-SUMM(5).
             05 Line 12 Col  3 Pic X(8)  From WS-L-CASENO(6).
             05 Line 12 Col 12 Pic X(2)  From WS-L-CATEG(6).
             05 Line 12 Col 15 Pic X(1)  From WS-L-PRIO(6).
             05 Line 12 Col 17 Pic X(8)  From WS-L-OWNER(6).
             05 Line 12 Col 26 Pic X(1)  From WS-L-STAT(6).
             05 Line 12 Col 28 Pic X(8)  From WS-L-OPENDT(6).
             05 Line 12 Col 37 Pic X(3)  From WS-L-TGT(6).
             05 Line 12 Col 41 Pic X(34) From WS-L-SUMM(6).
             05 Line 13 Col  3 Pic X(8)  From WS-L-CASENO(7).
             05 Line 13 Col 12 Pic X(2)  From WS-L-CATEG(7).
             05 Line 13 Col 15 Pic X(1)  From WS-L-PRIO(7).
             05 Line 13 Col 17 Pic X(8)  From WS-L-OWNER(7).
             05 Line 13 Col 26 Pic X(1)  From WS-L-STAT(7).
             05 Line 13 Col 28 Pic X(8)  From WS-L-OPENDT(7).
             05 Line 13 Col 37 Pic X(3)  From WS-L-TGT(7).
             05 Line 13 Col 41 Pic X(34) From WS-L-SUMM(7).
             05 Line 14 Col  3 Pic X(8)  From WS-L-CASENO(8).
             05 Line 14 Col 12 Pic X(2)  From WS-L-CATEG(8).
             05 Line 14 Col 15 Pic X(1)  From WS-L-PRIO(8).
             05 Line 14 Col 17 Pic X(8)  From WS-L-OWNER(8).
             05 Line 14 Col 26 Pic X(1)  From WS-L-STAT(8).
             05 Line 14 Col 28 Pic X(8)  From WS-L-OPENDT(8).
             05 Line 14 Col 37 Pic X(3)  From WS-L-TGT(8).
             05 Line 14 Col 41 Pic X(34) From WS-L-SUMM(8).
             05 Line 15 Col  3 Value "PAGE:".
             05 Line 15 Col  9 Pic ZZ9 From WS-PAGE-NO.
             05 Line 16 Col  3 Value "CASE NO:".
             05 Line 16 Col 12 Pic X(8) Using WS-ENT-CASENO.
             05 Line 16 Col 22 Value "CATEGORY:".
             05 Line 16 Col 32 Pic X(2) Using WS-ENT-CATEG.
             05 Line 16 Col 35 Value "(CO/SV/BL/DL/OT)".
             05 Line 16 Col 53 Value "PRIORITY:".
             05 Line 16 Col 63 Pic X(1) Using WS-ENT-PRIO.
             05 Line 16 Col 65 Value "(H/M/L)".
             05 Line 17 Col  3 Value "OWNER ..:".
             05 Line 17 Col 12 Pic X(8) Using WS-ENT-OWNER.
             05 Line 17 Col 22 Value "TARGET DAYS:".
             05 Line 17 Col 35 Pic 9(3) Using WS-ENT-TGT.
             05 Line 18 Col  3 Value "SUMMARY:".
             05 Line 18 Col 12 Pic X(40) Using WS-ENT-SUMM.
             05 Line 19 Col  3 Value "RESOLVED:".
             05 Line 19 Col 13 Pic X(40) Using WS-ENT-RESOL.
             05 Line 23 Col  2 Value "Options: [B]ack [N]ext [P]rev"
                                     & " [O]pen [U]pdate [C]lose".
             05 Line 23 Col 56 Pic X Using WS-INPKEY.
             05 Line 24 Col  2 Value "STATUS:".
             05 Line 24 Col 10 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-CUSTID, LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move 1     To WS-PAGE-NO.
         Perform 150-Clear-Entry.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Perform 200-Load-List.
         Display SS-CASE-1.
         Accept  SS-CASE-1.
         Evaluate WS-INPKEY
           When "N" Perform 160-Next-Page
           When "P" Perform 170-Previous-Page
           When "O" Perform 120-Open-Case
           When "U" Perform 130-Update-Case
           When "C" Perform 140-Close-Case
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       150-Clear-Entry.
         Move Space To WS-ENT-CASENO.
         Move Space To WS-ENT-CATEG.
         Move Space To WS-ENT-PRIO.
         Move Space To WS-ENT-OWNER.
         Move Zero  To WS-ENT-TGT.
         Move Space To WS-ENT-SUMM.
         Move Space To WS-ENT-RESOL.

       160-Next-Page.
         If IS-MORE Then
           Add 1 To WS-PAGE-NO
           Move Space To WS-STATUS
         Else
           Move "No more cases!" To WS-STATUS
         End-If.

       170-Previous-Page.
         If WS-PAGE-NO Greater Than 1 Then
           Subtract 1 From WS-PAGE-NO
           Move Space To WS-STATUS
         Else
           Move "Already on first page!" To WS-STATUS
         End-If.

      *>  The customer's cases come off the alternate key in case-
      *>  number order; earlier pages are read past and counted off,
      *>  and one row beyond the page tells [N]ext there is more.
       200-Load-List.
         Move Zero To WS-LIST-CNT.
         Move Zero To WS-SEEN-CNT.
         Move "N"  To WS-MORE.
         Compute WS-SKIP-CNT = (WS-PAGE-NO - 1) * 8.
         Perform 210-Clear-List-Row
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than 8.
         Move "N" To WS-EOF.
         Open Input CASEFILE.
         If WS-CASESTAT Not Equal "00" Then
           Close CASEFILE
         Else
           Move LS-CUSTID To CASECUSTID
           Start CASEFILE Key Is Equal CASECUSTID
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 220-Load-List-Next
             Until IS-EOF Or IS-MORE
           Close CASEFILE
         End-If.

       210-Clear-List-Row.
         Move Space To WS-L-CASENO(WS-LX).
         Move Space To WS-L-CATEG(WS-LX).
         Move Space To WS-L-PRIO(WS-LX).
         Move Space To WS-L-OWNER(WS-LX).
         Move Space To WS-L-STAT(WS-LX).
         Move Space To WS-L-OPENDT(WS-LX).
         Move Space To WS-L-TGT(WS-LX).
         Move Space To WS-L-SUMM(WS-LX).

       220-Load-List-Next.
         Read CASEFILE Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If CASECUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-SEEN-CNT
             If WS-SEEN-CNT Greater Than WS-SKIP-CNT Then
               If WS-LIST-CNT Equal 8 Then
                 Move "Y" To WS-MORE
               Else
                 Add 1 To WS-LIST-CNT
                 Move CASENO      To WS-L-CASENO(WS-LIST-CNT)
                 Move CASECATEG   To WS-L-CATEG(WS-LIST-CNT)
                 Move CASEPRIO    To WS-L-PRIO(WS-LIST-CNT)
                 Move CASEOWNER   To WS-L-OWNER(WS-LIST-CNT)
                 Move CASESTAT    To WS-L-STAT(WS-LIST-CNT)
                 Move CASEOPENDT  To WS-L-OPENDT(WS-LIST-CNT)
                 Move CASETGTDAYS To WS-L-TGT(WS-LIST-CNT)
                 Move CASESUMMARY To WS-L-SUMM(WS-LIST-CNT)
               End-If
             End-If
           End-If
         End-If.

      *>  A keyed owner other than the signed-on operator has to be
      *>  on OPERATOR.DAT, or the case would age on nobody's desk.
       115-Validate-Owner.
         If WS-ENT-OWNER Not Equal Space
           And WS-ENT-OWNER Not Equal LS-OPERID Then
           Call "SUB133" Using WS-ENT-OWNER, WS-OWN-OFFICE,
               WS-OWN-RETVAL
           If WS-OWN-RETVAL Not Equal "00" Then
             Move "Owner is not an operator!" To WS-STATUS
           End-If
         End-If.

       120-Open-Case.
         Move Space To WS-STATUS.
         Evaluate True
           When Not WS-ENT-CATEG-VALID
             Move "Category CO/SV/BL/DL/OT!" To WS-STATUS
           When Not WS-ENT-PRIO-VALID
             Move "Priority must be H, M or L!" To WS-STATUS
           When WS-ENT-SUMM Equal Space
             Move "Summary text is required!" To WS-STATUS
         End-Evaluate.
         If WS-STATUS Equal Space Then
           Perform 115-Validate-Owner
         End-If.
         If WS-STATUS Equal Space Then
           Accept WS-CUR-DATE From Date YYYYMMDD
           Call "SUB003" Using WS-NEW-CASENO
           Open I-O CASEFILE
           If WS-CASESTAT Equal "35" Then
             Close CASEFILE
             Open Output CASEFILE
           End-If
           Move Space        To CASE-REC
           Move WS-NEW-CASENO To CASENO
           Move LS-CUSTID    To CASECUSTID
           Move WS-ENT-CATEG To CASECATEG
           Move WS-ENT-PRIO  To CASEPRIO
           If WS-ENT-OWNER Equal Space Then
             Move LS-OPERID    To CASEOWNER
           Else
             Move WS-ENT-OWNER To CASEOWNER
           End-If
           Move "O"          To CASESTAT
           Move WS-CUR-DATE  To CASEOPENDT
           Move WS-ENT-TGT   To CASETGTDAYS
           If CASETGTDAYS Equal Zero Then
             Perform 125-Default-Target
           End-If
           Move LS-OPERID    To CASEOPENOP
           Move Zero         To CASECLOSDT
           Move WS-ENT-SUMM  To CASESUMMARY
           Move Space        To CASERESOL
           Write CASE-REC
             Invalid Key
               Move "Case number clash - retry!" To WS-STATUS
             Not Invalid Key
               Move Space To WS-STATUS
               String "Case " Delimited By Size
                      CASENO Delimited By Size
                      " opened!" Delimited By Size
                 Into WS-STATUS
               End-String
               Perform 150-Clear-Entry
           End-Write
           Close CASEFILE
         End-If.

       125-Default-Target.
         Evaluate True
           When CASEPRIO-HIGH   Move 2  To CASETGTDAYS
           When CASEPRIO-MEDIUM Move 5  To CASETGTDAYS
           When Other           Move 10 To CASETGTDAYS
         End-Evaluate.

      *>  Reads the keyed case for update/close; it has to belong to
      *>  the customer on screen and still be open.
       135-Read-Open-Case.
         Move Space To WS-STATUS.
         If WS-ENT-CASENO Equal Space Then
           Move "Case number is required!" To WS-STATUS
         Else
           Open I-O CASEFILE
           If WS-CASESTAT Equal "35" Then
             Close CASEFILE
             Move "No cases on file!" To WS-STATUS
           Else
             Move WS-ENT-CASENO To CASENO
             Read CASEFILE
               Key Is CASENO
               Invalid Key
                 Move "Case not on file!" To WS-STATUS
             End-Read
             If WS-STATUS Equal Space Then
               If CASECUSTID Not Equal LS-CUSTID Then
                 Move "Case is not this customer's!" To WS-STATUS
               Else
                 If Not CASESTAT-OPEN Then
                   Move "Case is already closed!" To WS-STATUS
                 End-If
               End-If
             End-If
             If WS-STATUS Not Equal Space Then
               Close CASEFILE
             End-If
           End-If
         End-If.

       130-Update-Case.
         Perform 135-Read-Open-Case.
         If WS-STATUS Equal Space Then
           Evaluate True
             When WS-ENT-CATEG Not Equal Space
               And Not WS-ENT-CATEG-VALID
               Move "Category CO/SV/BL/DL/OT!" To WS-STATUS
             When WS-ENT-PRIO Not Equal Space
               And Not WS-ENT-PRIO-VALID
               Move "Priority must be H, M or L!" To WS-STATUS
           End-Evaluate
           If WS-STATUS Equal Space Then
             Perform 115-Validate-Owner
           End-If
           If WS-STATUS Equal Space Then
             If WS-ENT-CATEG Not Equal Space Then
               Move WS-ENT-CATEG To CASECATEG
             End-If
             If WS-ENT-PRIO Not Equal Space Then
               Move WS-ENT-PRIO To CASEPRIO
             End-If
             If WS-ENT-OWNER Not Equal Space Then
               Move WS-ENT-OWNER To CASEOWNER
             End-If
             If WS-ENT-TGT Not Equal Zero Then
               Move WS-ENT-TGT To CASETGTDAYS
             End-If
             If WS-ENT-SUMM Not Equal Space Then
               Move WS-ENT-SUMM To CASESUMMARY
             End-If
             Rewrite CASE-REC
             End-Rewrite
             Move "Case updated!" To WS-STATUS
             Perform 150-Clear-Entry
           End-If
           Close CASEFILE
         End-If.

       140-Close-Case.
         Perform 135-Read-Open-Case.
         If WS-STATUS Equal Space Then
           If WS-ENT-RESOL Equal Space Then
             Move "Resolution text is required!" To WS-STATUS
           Else
             Accept WS-CUR-DATE From Date YYYYMMDD
             Move "C"          To CASESTAT
             Move WS-CUR-DATE  To CASECLOSDT
             Move LS-OPERID    To CASECLOSOP
             Move WS-ENT-RESOL To CASERESOL
             Rewrite CASE-REC
             End-Rewrite
             Move "Case closed!" To WS-STATUS
             Perform 150-Clear-Entry
           End-If
           Close CASEFILE
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
