      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine for supervisors to record a know-your-customer  **
      *> review. The customer is found by ID (SUB104); the screen    **
      *> shows the current risk rating, when and by whom it was last **
      *> reviewed and when the next review falls due (KYC.DAT), and  **
      *> the customer's CUSTDOC.DAT document references, each with a **
      *> column to mark it checked. [R]ecord needs the new rating    **
      *> (L/M/H) and at least one document marked Y: the row on      **
      *> KYC.DAT is written or replaced with today's date, the       **
      *> supervisor, the document types checked and the next review  **
      *> date - today plus the rating's cycle in months from         **
      *> system parameters KYC-CYCLE-LOW/MED/HIGH (SUB153, defaults  **
      *> 36 months low, 12 medium and 6 high) - and the review is    **
      *> appended to data/KYCHIST.DAT.                               **
      *> KYC101 reports the reviews falling due each month. Reached  **
      *> from the PGM001 menu, which only offers the option to       **
      *> supervisors.                                                **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Review cycles come from system parameters            **
      *>        KYC-CYCLE-LOW/MED/HIGH (SUB153) instead of           **
      *>        KYCCYCLE.CFG.                                        **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB420.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select KYCFILE Assign WS-KYCFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is KYCCUSTID
             File Status WS-KYCSTAT.
           Select KYCHIST Assign WS-HISTFILE
             Organization Is Line Sequential
             File Status WS-HISTSTAT.
           Select CUSTDOC Assign WS-DOCFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is DC-KEY
             File Status WS-DOCSTAT.

       Data Division.
         File Section.
           Fd KYCFILE.
           01 KYC-REC.
             Copy KYCFD.

           Fd KYCHIST.
           01 KYCHIST-REC.
             05 KH-CUSTID   Pic X(10).
             05 KH-DATE     Pic 9(8).
             05 KH-TIME     Pic 9(6).
             05 KH-OPERID   Pic X(8).
             05 KH-OLDRATE  Pic X(1).
             05 KH-NEWRATE  Pic X(1).
             05 KH-NEXTDT   Pic 9(8).
             05 KH-DOCS     Pic X(16).
             05 KH-NOTE     Pic X(40).

           Fd CUSTDOC.
           01 CUSTDOC-REC.
             05 DC-KEY.
               10 DC-CUSTID  Pic X(10).
               10 DC-DOCTYPE Pic X(2).
             05 DC-LOCATION Pic X(40).
             05 DC-DATE     Pic 9(8).
             05 DC-OPERID   Pic X(8).

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-KYCFILE  Pic X(20) Value "data/KYC.DAT".
           01 WS-KYCSTAT  Pic 9(2).
           01 WS-HISTFILE Pic X(20) Value "data/KYCHIST.DAT".
           01 WS-HISTSTAT Pic 9(2).
           01 WS-DOCFILE  Pic X(20) Value "data/CUSTDOC.DAT".
           01 WS-DOCSTAT  Pic 9(2).
           01 WS-CUST-DAT.
             Copy CUSTWS.
           01 WS-RETVAL   Pic X(2)  Value Space.
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-DONE     Pic X     Value "N".
             88 IS-DONE             Value "Y".
           01 WS-HAVE-KYC Pic X     Value "N".
             88 HAVE-KYC            Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-OLD-RATE Pic X(1)  Value Space.
           01 WS-CUR-RATE-DESC Pic X(14) Value Space.
           01 WS-LAST-DISP Pic X(8) Value Space.
           01 WS-NEXT-DISP Pic X(8) Value Space.
           01 WS-LAST-OP  Pic X(8)  Value Space.
           01 WS-ENT-RATE Pic X(1)  Value Space.
           01 WS-ENT-NOTE Pic X(40) Value Space.
           01 WS-CHK-CNT  Pic 9(2)  Value Zero.
           01 WS-DOC-OUT  Pic 9(2)  Value Zero.
           01 WS-NEW-DOCS Pic X(16) Value Space.
           01 WS-NEW-DOC-TBL Redefines WS-NEW-DOCS.
             05 WS-NEW-DOC Pic X(2) Occurs 8 Times.
           01 WS-LIST-CNT Pic 9(2)  Value Zero.
           01 WS-LIST-TBL.
             05 WS-LIST-ROW Occurs 8 Times Indexed By WS-LX.
               10 WS-L-CHK  Pic X(1)  Value Space.
               10 WS-L-TYPE Pic X(2)  Value Space.
               10 WS-L-LOC  Pic X(40) Value Space.
               10 WS-L-DATE Pic X(8)  Value Space.

      *>  Review cycle in months per rating, low/medium/high order.
           01 WS-CYCLE-TBL.
             05 WS-CYCLE-LOW  Pic 9(3) Value 36.
             05 WS-CYCLE-MED  Pic 9(3) Value 12.
             05 WS-CYCLE-HIGH Pic 9(3) Value 6.
           01 WS-CYCLE-MONTHS Pic 9(3) Value Zero.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).

      *>  Month arithmetic for the next review date: the day is
      *>  pulled back to the month's last day where it overruns
      *>  (31 August + 6 months is 28/29 February).
           01 WS-CALC-DATE.
             05 WS-CALC-YEAR  Pic 9(4).
             05 WS-CALC-MONTH Pic 9(2).
             05 WS-CALC-DAY   Pic 9(2).
           01 WS-CALC-DATE-N Redefines WS-CALC-DATE Pic 9(8).
           01 WS-MONTH-TOTAL Pic S9(9) Comp-5.
           01 WS-MONTH-REM   Pic S9(9) Comp-5.
           01 WS-LEAP-REM    Pic S9(9) Comp-5.
           01 WS-LEAP-QUOT   Pic S9(9) Comp-5.
           01 WS-MONTH-DAYS  Pic 9(2).
           01 WS-DIM-VALUES  Pic X(24)
                             Value "312831303130313130313031".
           01 WS-DIM-TBL Redefines WS-DIM-VALUES.
             05 WS-DIM Pic 9(2) Occurs 12 Times.

         Linkage Section.
           01 LS-OPERID   Pic X(8).

         Screen Section.
           01 SS-KYC-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "KYC RISK REVIEW.".
             05 Line  6 Col  3 Value "CUSTOMER ID:".
             05 Line  6 Col 16 Pic X(10)  Using CUSTID.
             05 Line 23 Col  2 Value "Options: [B]ack [F]ind".
             05 Line 23 Col 25 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

           01 SS-KYC-2.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "KYC RISK REVIEW.".
             05 Line  5 Col  3 Value "CUSTOMER ID:".
             05 Line  5 Col 16 Pic X(10) From CUSTID.
             05 Line  5 Col 30 Pic X(40) From CUSTNAME.
             05 Line  6 Col  3 Value "OFFICE ....:".
             05 Line  6 Col 16 Pic X(3)  From CUSTOFFICE.
             05 Line  6 Col 30 Value "TERRITORY:".
             05 Line  6 Col 41 Pic X(4)  From CUSTTERR.
             05 Line  8 Col  3 Value "RATING ....:".
             05 Line  8 Col 16 Pic X(14) From WS-CUR-RATE-DESC.
             05 Line  8 Col 32 Value "LAST:".
             05 Line  8 Col 38 Pic X(8)  From WS-LAST-DISP.
             05 Line  8 Col 47 Pic X(8)  From WS-LAST-OP.
             05 Line  8 Col 57 Value "DUE:".
             05 Line  8 Col 62 Pic X(8)  From WS-NEXT-DISP.
             05 Line 10 Col  3 Value "CHK TY  LOCATION/REFERENCE"
                                     & "                      DATE".
             05 Line 11 Col  4 Pic X(1)  Using WS-L-CHK(1).
             05 Line 11 Col  7 Pic X(2)  From WS-L-TYPE(1).
             05 Line 11 Col 11 Pic X(40) From WS-L-LOC(1).
             05 Line 11 Col 52 Pic X(8)  From WS-L-DATE(1).
             05 Line 12 Col  4 Pic X(1)  Using WS-L-CHK(2).
             05 Line 12 Col  7 Pic X(2)  From WS-L-TYPE(2).
             05 Line 12 Col 11 Pic X(40) From WS-L-LOC(2).
             05 Line 12 Col 52 Pic X(8)  From WS-L-DATE(2).
             05 Line 13 Col  4 Pic X(1)  Using WS-L-CHK(3).
             05 Line 13 Col  7 Pic X(2)  From WS-L-TYPE(3).
             05 Line 13 Col 11 Pic X(40) From WS-L-LOC(3).
             05 Line 13 Col 52 Pic X(8)  From WS-L-DATE(3).
             05 Line 14 Col  4 Pic X(1)  Using WS-L-CHK(4).
             05 Line 14 Col  7 Pic X(2)  From WS-L-TYPE(4).
             05 Line 14 Col 11 Pic X(40) From WS-L-LOC(4).
             05 Line 14 Col 52 Pic X(8)  From WS-L-DATE(4).
             05 Line 15 Col  4 Pic X(1)  Using WS-L-CHK(5).
             05 Line 15 Col  7 Pic X(2)  From WS-L-TYPE(5).
             05 Line 15 Col 11 Pic X(40) From WS-L-LOC(5).
             05 Line 15 Col 52 Pic X(8)  From WS-L-DATE(5).
             05 Line 16 Col  4 Pic X(1)  Using WS-L-CHK(6).
             05 Line 16 Col  7 Pic X(2)  From WS-L-TYPE(6).
             05 Line 16 Col 11 Pic X(40) From WS-L-LOC(6).
             05 Line 16 Col 52 Pic X(8)  From WS-L-DATE(6).
             05 Line 17 Col  4 Pic X(1)  Using WS-L-CHK(7).
             05 Line 17 Col  7 Pic X(2)  From WS-L-TYPE(7).
             05 Line 17 Col 11 Pic X(40) From WS-L-LOC(7).
             05 Line 17 Col 52 Pic X(8)  From WS-L-DATE(7).
             05 Line 18 Col  4 Pic X(1)  Using WS-L-CHK(8).
             05 Line 18 Col  7 Pic X(2)  From WS-L-TYPE(8).
             05 Line 18 Col 11 Pic X(40) From WS-L-LOC(8).
             05 Line 18 Col 52 Pic X(8)  From WS-L-DATE(8).
             05 Line 20 Col  3 Value "NEW RATING:".
             05 Line 20 Col 15 Pic X(1)  Using WS-ENT-RATE.
             05 Line 20 Col 17 Value "(L/M/H)".
             05 Line 20 Col 26 Value "NOTE:".
             05 Line 20 Col 32 Pic X(40) Using WS-ENT-NOTE.
             05 Line 23 Col  2 Value "Options: [B]ack [R]ecord".
             05 Line 23 Col 27 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Perform 150-Load-Cycle-Config.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-KYC-1.
         Accept  SS-KYC-1.
         Evaluate WS-INPKEY
           When "F" Perform 120-Find-Customer
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.

       120-Find-Customer.
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL.
         If WS-RETVAL Not Equal "00" And WS-RETVAL Not Equal "04" Then
           Move "Customer not found!" To WS-STATUS
         Else
           Perform 200-Load-Review
           Move Space To WS-INPKEY
           Move Space To WS-STATUS
           Move Space To WS-ENT-RATE
           Move Space To WS-ENT-NOTE
           Move "N"   To WS-DONE
           Perform 130-Review-Loop
             Until IS-DONE Or WS-INPKEY Equal "B"
           Move Space To WS-INPKEY
         End-If.

       130-Review-Loop.
         Display SS-KYC-2.
         Accept  SS-KYC-2.
         Evaluate WS-INPKEY
           When "R" Perform 300-Record-Review
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

      *>  One review cycle in months per rating, held as system
      *>  parameters KYC-CYCLE-LOW, KYC-CYCLE-MED and KYC-CYCLE-HIGH.
       150-Load-Cycle-Config.
         Move "KYC-CYCLE-LOW" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-CYCLE-LOW.
         Move "KYC-CYCLE-MED" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-CYCLE-MED.
         Move "KYC-CYCLE-HIGH" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-CYCLE-HIGH.

       200-Load-Review.
         Move "N"   To WS-HAVE-KYC.
         Move Space To WS-OLD-RATE.
         Move "NOT YET RATED" To WS-CUR-RATE-DESC.
         Move Space To WS-LAST-DISP.
         Move Space To WS-NEXT-DISP.
         Move Space To WS-LAST-OP.
         Open Input KYCFILE.
         If WS-KYCSTAT Equal "00" Then
           Move CUSTID To KYCCUSTID
           Read KYCFILE
             Key Is KYCCUSTID
             Invalid Key Continue
             Not Invalid Key Move "Y" To WS-HAVE-KYC
           End-Read
         End-If.
         Close KYCFILE.
         If HAVE-KYC Then
           Move KYCRATING To WS-OLD-RATE
           Evaluate True
             When KYCRATING-LOW    Move "LOW"    To WS-CUR-RATE-DESC
             When KYCRATING-MEDIUM Move "MEDIUM" To WS-CUR-RATE-DESC
             When KYCRATING-HIGH   Move "HIGH"   To WS-CUR-RATE-DESC
           End-Evaluate
           Move KYCLASTDT To WS-LAST-DISP
           Move KYCNEXTDT To WS-NEXT-DISP
           Move KYCLASTOP To WS-LAST-OP
         End-If.
         Perform 210-Load-Documents.

       210-Load-Documents.
         Move Zero To WS-LIST-CNT.
         Perform 215-Clear-List-Row
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than 8.
         Move "N" To WS-EOF.
         Open Input CUSTDOC.
         If WS-DOCSTAT Not Equal "00" Then
           Close CUSTDOC
         Else
           Move CUSTID To DC-CUSTID
           Move Low-Values To DC-DOCTYPE
           Start CUSTDOC Key Is Greater Than DC-KEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 220-Load-Document-Next
             Until IS-EOF Or WS-LIST-CNT Equal 8
           Close CUSTDOC
         End-If.

       215-Clear-List-Row.
         Move Space To WS-L-CHK(WS-LX).
         Move Space To WS-L-TYPE(WS-LX).
         Move Space To WS-L-LOC(WS-LX).
         Move Space To WS-L-DATE(WS-LX).

       220-Load-Document-Next.
         Read CUSTDOC Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If DC-CUSTID Not Equal CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-LIST-CNT
             Move DC-DOCTYPE  To WS-L-TYPE(WS-LIST-CNT)
             Move DC-LOCATION To WS-L-LOC(WS-LIST-CNT)
             Move DC-DATE     To WS-L-DATE(WS-LIST-CNT)
           End-If
         End-If.

      *>  A review with nothing checked is not a review - at least
      *>  one document on file must be marked.
       300-Record-Review.
         Move Zero  To WS-CHK-CNT.
         Move Zero  To WS-DOC-OUT.
         Move Space To WS-NEW-DOCS.
         Perform 310-Collect-Checked
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than WS-LIST-CNT.
         Evaluate True
           When WS-ENT-RATE Not Equal "L"
             And WS-ENT-RATE Not Equal "M"
             And WS-ENT-RATE Not Equal "H"
             Move "Rating must be L, M or H!" To WS-STATUS
           When WS-CHK-CNT Equal Zero
             Move "Mark the documents checked!" To WS-STATUS
           When Other
             Perform 320-Compute-Next-Review
             Perform 330-Write-Kyc-Row
             Perform 340-Append-History
             Move "Review recorded!" To WS-STATUS
             Move "Y" To WS-DONE
         End-Evaluate.

       310-Collect-Checked.
         If WS-L-CHK(WS-LX) Equal "Y" Or WS-L-CHK(WS-LX) Equal "y"
           Then
           Add 1 To WS-CHK-CNT
           Add 1 To WS-DOC-OUT
           Move WS-L-TYPE(WS-LX) To WS-NEW-DOC(WS-DOC-OUT)
         End-If.

       320-Compute-Next-Review.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Evaluate WS-ENT-RATE
           When "L" Move WS-CYCLE-LOW  To WS-CYCLE-MONTHS
           When "M" Move WS-CYCLE-MED  To WS-CYCLE-MONTHS
           When "H" Move WS-CYCLE-HIGH To WS-CYCLE-MONTHS
         End-Evaluate.
         Move WS-CUR-DATE To WS-CALC-DATE-N.
         Compute WS-MONTH-TOTAL =
             WS-CALC-YEAR * 12 + WS-CALC-MONTH - 1 + WS-CYCLE-MONTHS.
         Divide WS-MONTH-TOTAL By 12 Giving WS-CALC-YEAR
             Remainder WS-MONTH-REM.
         Compute WS-CALC-MONTH = WS-MONTH-REM + 1.
         Move WS-DIM(WS-CALC-MONTH) To WS-MONTH-DAYS.
         If WS-CALC-MONTH Equal 2 Then
           Perform 325-Check-Leap-Year
         End-If.
         If WS-CALC-DAY Greater Than WS-MONTH-DAYS Then
           Move WS-MONTH-DAYS To WS-CALC-DAY
         End-If.

       325-Check-Leap-Year.
         Divide WS-CALC-YEAR By 4 Giving WS-LEAP-QUOT
             Remainder WS-LEAP-REM.
         If WS-LEAP-REM Equal Zero Then
           Move 29 To WS-MONTH-DAYS
           Divide WS-CALC-YEAR By 100 Giving WS-LEAP-QUOT
               Remainder WS-LEAP-REM
           If WS-LEAP-REM Equal Zero Then
             Move 28 To WS-MONTH-DAYS
             Divide WS-CALC-YEAR By 400 Giving WS-LEAP-QUOT
                 Remainder WS-LEAP-REM
             If WS-LEAP-REM Equal Zero Then
               Move 29 To WS-MONTH-DAYS
             End-If
           End-If
         End-If.

       330-Write-Kyc-Row.
         Open I-O KYCFILE.
         If WS-KYCSTAT Equal "35" Then
           Close KYCFILE
           Open Output KYCFILE
         End-If.
         Move CUSTID         To KYCCUSTID.
         Move WS-ENT-RATE    To KYCRATING.
         Move WS-CUR-DATE    To KYCLASTDT.
         Move LS-OPERID      To KYCLASTOP.
         Move WS-CALC-DATE-N To KYCNEXTDT.
         Move WS-NEW-DOCS    To KYCDOCS.
         Move WS-ENT-NOTE    To KYCNOTE.
         Write KYC-REC
           Invalid Key
             Rewrite KYC-REC
             End-Rewrite
         End-Write.
         Close KYCFILE.
         Move "Y" To WS-HAVE-KYC.

       340-Append-History.
         Open Extend KYCHIST.
         If WS-HISTSTAT Equal "35" Then
           Close KYCHIST
           Open Output KYCHIST
         End-If.
         Move CUSTID         To KH-CUSTID.
         Move WS-CUR-DATE    To KH-DATE.
         Move WS-CUR-TIME(1:6) To KH-TIME.
         Move LS-OPERID      To KH-OPERID.
         Move WS-OLD-RATE    To KH-OLDRATE.
         Move WS-ENT-RATE    To KH-NEWRATE.
         Move WS-CALC-DATE-N To KH-NEXTDT.
         Move WS-NEW-DOCS    To KH-DOCS.
         Move WS-ENT-NOTE    To KH-NOTE.
         Write KYCHIST-REC
         End-Write.
         Close KYCHIST.

       999-End-Of-SubRutine.
         Exit Program.
