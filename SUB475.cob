      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine listing the signed-on operator's own work for   **
      *> today: every open follow-up they own (SUB150) that is due   **
      *> today or overdue, oldest first, ten to a page with the      **
      *> usual [N]ext/[P]revious keys. Keying a line number and      **
      *> [C]ontact opens that customer's SUB330 contact screen, to   **
      *> log the call and set the next follow-up; the list is read   **
      *> again on the way back. Reached from the PGM001 more-options **
      *> menu (SUB465).                                              **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB475.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-PICK-NUM Pic 9(2)  Value Zero.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-FUO-FUNC   Pic X(1) Value "O".
           01 WS-FUO-PRMSET.
             Copy FUPOWNLK.
           01 WS-FUO-RETVAL Pic X(2).

      *>  Kept in due-date order as it loads: each new item slides
      *>  in ahead of the first later one. Past 200 the latest due
      *>  drop off - the oldest are the ones that matter today.
           01 WS-DUE-COUNT Pic 9(3) Value Zero.
           01 WS-DUE-TBL.
             05 WS-DUE-ENTRY Occurs 200 Times Indexed By WS-DX.
               10 WS-D-FUPDT  Pic 9(8).
               10 WS-D-CUSTID Pic X(10).
               10 WS-D-NAME   Pic X(30).
               10 WS-D-PHONE  Pic X(20).
           01 WS-NEW-ENTRY.
             05 WS-N-FUPDT  Pic 9(8).
             05 WS-N-CUSTID Pic X(10).
             05 WS-N-NAME   Pic X(30).
             05 WS-N-PHONE  Pic X(20).
           01 WS-INS-IX   Pic S9(4) Comp-5 Value Zero.
           01 WS-SHIFT-IX Pic S9(4) Comp-5 Value Zero.
           01 WS-PAGE     Pic 9(3)  Value 1.
           01 WS-PAGE-MAX Pic 9(3)  Value 1.
           01 WS-ROW-IX   Pic 9(3)  Value Zero.
           01 WS-PICK-IX  Pic S9(4) Comp-5 Value Zero.
           01 WS-ROW-TBL.
             05 WS-ROW-ENTRY Occurs 10 Times Indexed By WS-RX.
               10 WS-R-FUPDT  Pic X(8).
               10 WS-R-CUSTID Pic X(10).
               10 WS-R-NAME   Pic X(30).
               10 WS-R-PHONE  Pic X(20).

         Linkage Section.
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-MY-WORK.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  3 Col  3 Value "MY WORK TODAY.".
             05 Line  3 Col 22 Value "OPERATOR:".
             05 Line  3 Col 32 Pic X(8) From LS-OPERID.
             05 Line  5 Col  3 Value "NO".
             05 Line  5 Col  7 Value "DUE".
             05 Line  5 Col 17 Value "CUSTOMER".
             05 Line  5 Col 29 Value "NAME".
             05 Line  5 Col 60 Value "PHONE".
             05 Line  6 Col  3 Value " 1".
             05 Line  6 Col  7 Pic X(8)  From WS-R-FUPDT(1).
             05 Line  6 Col 17 Pic X(10) From WS-R-CUSTID(1).
             05 Line  6 Col 29 Pic X(30) From WS-R-NAME(1).
             05 Line  6 Col 60 Pic X(20) From WS-R-PHONE(1).
             05 Line  7 Col  3 Value " 2".
             05 Line  7 Col  7 Pic X(8)  From WS-R-FUPDT(2).
             05 Line  7 Col 17 Pic X(10) From WS-R-CUSTID(2).
             05 Line  7 Col 29 Pic X(30) From WS-R-NAME(2).
             05 Line  7 Col 60 Pic X(20) From WS-R-PHONE(2).
             05 Line  8 Col  3 Value " 3".
             05 Line  8 Col  7 Pic X(8)  From WS-R-FUPDT(3).
             05 Line  8 Col 17 Pic X(10) From WS-R-CUSTID(3).
             05 Line  8 Col 29 Pic X(30) From WS-R-NAME(3).
             05 Line  8 Col 60 Pic X(20) From WS-R-PHONE(3).
             05 Line  9 Col  3 Value " 4".
             05 Line  9 Col  7 Pic X(8)  From WS-R-FUPDT(4).
             05 Line  9 Col 17 Pic X(10) From WS-R-CUSTID(4).
             05 Line  9 Col 29 Pic X(30) From WS-R-NAME(4).
             05 Line  9 Col 60 Pic X(20) From WS-R-PHONE(4).
             05 Line 10 Col  3 Value " 5".
             05 Line 10 Col  7 Pic X(8)  From WS-R-FUPDT(5).
             05 Line 10 Col 17 Pic X(10) From WS-R-CUSTID(5).
             05 Line 10 Col 29 Pic X(30) From WS-R-NAME(5).
             05 Line 10 Col 60 Pic X(20) From WS-R-PHONE(5).
             05 Line 11 Col  3 Value " 6".
             05 Line 11 Col  7 Pic X(8)  From WS-R-FUPDT(6).
             05 Line 11 Col 17 Pic X(10) From WS-R-CUSTID(6).
             05 Line 11 Col 29 Pic X(30) From WS-R-NAME(6).
             05 Line 11 Col 60 Pic X(20) From WS-R-PHONE(6).
             05 Line 12 Col  3 Value " 7".
             05 Line 12 Col  7 Pic X(8)  From WS-R-FUPDT(7).
             05 Line 12 Col 17 Pic X(10) From WS-R-CUSTID(7).
             05 Line 12 Col 29 Pic X(30) From WS-R-NAME(7).
             05 Line 12 Col 60 Pic X(20) From WS-R-PHONE(7).
             05 Line 13 Col  3 Value " 8".
             05 Line 13 Col  7 Pic X(8)  From WS-R-FUPDT(8).
             05 Line 13 Col 17 Pic X(10) From WS-R-CUSTID(8).
             05 Line 13 Col 29 Pic X(30) From WS-R-NAME(8).
             05 Line 13 Col 60 Pic X(20) From WS-R-PHONE(8).
             05 Line 14 Col  3 Value " 9".
             05 Line 14 Col  7 Pic X(8)  From WS-R-FUPDT(9).
             05 Line 14 Col 17 Pic X(10) From WS-R-CUSTID(9).
             05 Line 14 Col 29 Pic X(30) From WS-R-NAME(9).
             05 Line 14 Col 60 Pic X(20) From WS-R-PHONE(9).
             05 Line 15 Col  3 Value "10".
             05 Line 15 Col  7 Pic X(8)  From WS-R-FUPDT(10).
             05 Line 15 Col 17 Pic X(10) From WS-R-CUSTID(10).
             05 Line 15 Col 29 Pic X(30) From WS-R-NAME(10).
             05 Line 15 Col 60 Pic X(20) From WS-R-PHONE(10).
             05 Line 18 Col  3 Value "CONTACT NO:".
             05 Line 18 Col 15 Pic 99 Using WS-PICK-NUM.
             05 Line 20 Col  3 Value "PAGE:".
             05 Line 20 Col  9 Pic ZZ9 From WS-PAGE.
             05 Line 20 Col 13 Value "OF".
             05 Line 20 Col 16 Pic ZZ9 From WS-PAGE-MAX.
             05 Line 20 Col 22 Value "ITEMS DUE:".
             05 Line 20 Col 33 Pic ZZ9 From WS-DUE-COUNT.
             05 Line 20 Col 38 Value "(OLDEST FIRST)".
             05 Line 23 Col  2 Value "Options: [N]ext [P]revious"
                                     & " [C]ontact [B]ack".
             05 Line 23 Col 45 Pic X Using WS-INPKEY.
             05 Line 23 Col 48 Value "STATUS:".
             05 Line 23 Col 56 Pic X(24) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move 1 To WS-PAGE.
         Perform 200-Load-My-Work.
         If WS-DUE-COUNT Equal Zero Then
           Move "Nothing due - all clear!" To WS-STATUS
         End-If.
         Perform 150-Browse-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       150-Browse-Loop.
         Display SS-MY-WORK.
         Accept  SS-MY-WORK.
         Evaluate WS-INPKEY
           When "N" Perform 160-Next-Page
           When "P" Perform 170-Previous-Page
           When "C" Perform 400-Contact-Customer
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.

      *>  Due means what TKL101 prints: a non-zero follow-up date
      *>  today or past on a customer not soft-deleted - here only
      *>  the ones this operator owns.
       200-Load-My-Work.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Move Zero To WS-DUE-COUNT.
         Move "N"  To WS-EOF.
         Open Input CUST.
         If WS-CUSTSTAT Not Equal "00" Then
           Close CUST
         Else
           Perform 210-Scan-Next
             Until IS-EOF
           Close CUST
         End-If.
         Compute WS-PAGE-MAX = (WS-DUE-COUNT + 9) / 10.
         If WS-PAGE-MAX Equal Zero Then
           Move 1 To WS-PAGE-MAX
         End-If.
         If WS-PAGE Greater Than WS-PAGE-MAX Then
           Move WS-PAGE-MAX To WS-PAGE
         End-If.
         Perform 300-Load-Page.

       210-Scan-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF
           And RCUSTSTAT-ACTIVE
           And RCUSTFUPDT Not Equal Zero
           And RCUSTFUPDT Less Than Or Equal WS-CUR-DATE Then
           Move RCUSTID    To LFOCUSTID
           Move RCUSTFUPOP To LFOSETOP
           Call "SUB150" Using WS-FUO-FUNC, WS-FUO-PRMSET,
               WS-FUO-RETVAL
           If LFOOWNER Equal LS-OPERID Then
             Move RCUSTFUPDT To WS-N-FUPDT
             Move RCUSTID    To WS-N-CUSTID
             Move RCUSTNAME  To WS-N-NAME
             If RCUSTPREF-PHONE2 Then
               Move RCUSTPHN2 To WS-N-PHONE
             Else
               Move RCUSTPHN1 To WS-N-PHONE
             End-If
             Perform 220-Insert-Entry
           End-If
         End-If.

       220-Insert-Entry.
         If WS-DUE-COUNT Equal 200 Then
           If WS-N-FUPDT Less Than WS-D-FUPDT(200) Then
             Move 199 To WS-DUE-COUNT
             Perform 225-Insert-In-Order
           End-If
         Else
           Perform 225-Insert-In-Order
         End-If.

       225-Insert-In-Order.
         Compute WS-INS-IX = WS-DUE-COUNT + 1.
         Perform 230-Find-Slot
           Varying WS-DX From 1 By 1
           Until WS-DX Greater Than WS-DUE-COUNT
             Or WS-INS-IX Not Greater Than WS-DUE-COUNT.
         Perform 240-Shift-Entry-Down
           Varying WS-SHIFT-IX From WS-DUE-COUNT By -1
           Until WS-SHIFT-IX Less Than WS-INS-IX.
         Move WS-NEW-ENTRY To WS-DUE-ENTRY(WS-INS-IX).
         Add 1 To WS-DUE-COUNT.

       230-Find-Slot.
         If WS-N-FUPDT Less Than WS-D-FUPDT(WS-DX) Then
           Set WS-INS-IX To WS-DX
         End-If.

       240-Shift-Entry-Down.
         Move WS-DUE-ENTRY(WS-SHIFT-IX)
           To WS-DUE-ENTRY(WS-SHIFT-IX + 1).

       300-Load-Page.
         Perform 310-Clear-Row
           Varying WS-RX From 1 By 1 Until WS-RX Greater Than 10.
         Perform 320-Fill-Row
           Varying WS-ROW-IX From 1 By 1
           Until WS-ROW-IX Greater Than 10.

       310-Clear-Row.
         Move Space To WS-R-FUPDT(WS-RX).
         Move Space To WS-R-CUSTID(WS-RX).
         Move Space To WS-R-NAME(WS-RX).
         Move Space To WS-R-PHONE(WS-RX).

       320-Fill-Row.
         Compute WS-PICK-IX = ((WS-PAGE - 1) * 10) + WS-ROW-IX.
         If WS-PICK-IX Less Than Or Equal WS-DUE-COUNT Then
           Move WS-D-FUPDT(WS-PICK-IX)  To WS-R-FUPDT(WS-ROW-IX)
           Move WS-D-CUSTID(WS-PICK-IX) To WS-R-CUSTID(WS-ROW-IX)
           Move WS-D-NAME(WS-PICK-IX)   To WS-R-NAME(WS-ROW-IX)
           Move WS-D-PHONE(WS-PICK-IX)  To WS-R-PHONE(WS-ROW-IX)
         End-If.

       160-Next-Page.
         If WS-PAGE Less Than WS-PAGE-MAX Then
           Add 1 To WS-PAGE
           Perform 300-Load-Page
         Else
           Move "No more items." To WS-STATUS
         End-If.

       170-Previous-Page.
         If WS-PAGE Greater Than 1 Then
           Subtract 1 From WS-PAGE
           Perform 300-Load-Page
         Else
           Move "Already at first page." To WS-STATUS
         End-If.

      *>  The follow-up is normally re-dated or cleared on the
      *>  contact screen, so the list is read again afterwards.
       400-Contact-Customer.
         If WS-PICK-NUM Equal Zero Or WS-PICK-NUM Greater Than 10 Then
           Move "Key a line number 1-10!" To WS-STATUS
         Else
           If WS-R-CUSTID(WS-PICK-NUM) Equal Space Then
             Move "No item on that line!" To WS-STATUS
           Else
             Call "SUB330" Using WS-R-CUSTID(WS-PICK-NUM), LS-OPERID
             Move Space To WS-STATUS
             Perform 200-Load-My-Work
           End-If
         End-If.
         Move Zero To WS-PICK-NUM.

       999-End-Of-SubRutine.
         Exit Program.
