      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to log a customer's right-to-erasure request.   **
      *> The customer is found by ID (SUB104); [L]og needs a reason  **
      *> code on REASON.DAT (SUB139) and is refused while the        **
      *> customer is under legal hold (SUB140) or has an open credit **
      *> hold (CUSTCRHOLD), or already has a request pending or      **
      *> approved. The request goes on data/ERASEREQ.DAT pending a   **
      *> supervisor's approval (SUB430), with the regulator's due    **
      *> date - today plus the day count in system parameter         **
      *> ERASE-DUE-DAYS (default 30). ERA101 carries out approved    **
      *> requests. Reached from the PGM001 menu.                     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 The due-date day count comes from system             **
      *>        parameter ERASE-DUE-DAYS (SUB153) instead of         **
      *>        ERASE.CFG.                                           **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB425.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select ERASEREQ Assign WS-ERAFILE
             Access Mode Is Sequential
             File Status WS-ERASTAT.

       Data Division.
         File Section.
           Fd ERASEREQ.
           01 ERASEREQ-REC.
             Copy ERASEFD.

         Working-Storage Section.
           01 WS-ERAFILE  Pic X(20) Value "data/ERASEREQ.DAT".
           01 WS-ERASTAT  Pic 9(2).
           01 WS-ERASE-DAYS   Pic 9(3) Value Zero.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-CUST-DAT.
             Copy CUSTWS.
           01 WS-RETVAL   Pic X(2)  Value Space.
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-ID-NORM  Pic X(10)  Value Space Justified Right.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-CHK-FUNC    Pic X(1)  Value Space.
           01 WS-CHK-RETVAL  Pic X(2)  Value Space.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-OPEN-REQ Pic X     Value "N".
             88 HAS-OPEN-REQ        Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-HOLD-WARN Pic X(30) Value Space.
           01 WS-ENT-REASON Pic X(2) Value Space.
           01 WS-RSN-PRMSET.
             05 WS-RSN-CODE Pic X(2).
             05 WS-RSN-DESC Pic X(20).
           01 WS-RSN-RETVAL Pic X(2) Value Space.
           01 WS-HOLD-PRMSET.
             05 WS-HOLD-ID   Pic X(10).
             05 WS-HOLD-OPER Pic X(8).
             05 WS-HOLD-DATE Pic 9(8).
           01 WS-HOLD-RETVAL Pic X(2).
           01 WS-DUE-DISP Pic X(8)  Value Space.

      *>  Calendar-day arithmetic for the regulator's due date.
           01 WS-CALC-DATE.
             05 WS-CALC-YEAR  Pic 9(4).
             05 WS-CALC-MONTH Pic 9(2).
             05 WS-CALC-DAY   Pic 9(2).
           01 WS-CALC-DATE-N Redefines WS-CALC-DATE Pic 9(8).
           01 WS-DAY-CNT     Pic 9(4)  Value Zero.
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
           01 SS-ERASE-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "ERASURE REQUEST.".
             05 Line  6 Col  3 Value "CUSTOMER ID:".
             05 Line  6 Col 16 Pic X(10)  Using CUSTID OF WS-CUST-DAT.
             05 Line 23 Col  2 Value "Options: [B]ack [S]earch".
             05 Line 23 Col 27 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

           01 SS-ERASE-2.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "ERASURE REQUEST.".
             05 Line  6 Col  3 Value "CUSTOMER ID:".
             05 Line  6 Col 16 Pic X(10)  From CUSTID OF WS-CUST-DAT.
             05 Line  8 Col  3 Value "NAME ......:".
             05 Line  8 Col 16 Pic X(40) From CUSTNAME OF WS-CUST-DAT.
             05 Line 10 Col  3 Value "CITY ......:".
             05 Line 10 Col 16 Pic X(20) From CUSTCITY OF WS-CUST-DAT.
             05 Line 12 Col  3 Pic X(30) From WS-HOLD-WARN.
             05 Line 14 Col  3 Value "DUE BY ....:".
             05 Line 14 Col 16 Pic X(8)  From WS-DUE-DISP.
             05 Line 16 Col  3 Value "REASON (required):".
             05 Line 16 Col 22 Pic X(2) Using WS-ENT-REASON.
             05 Line 16 Col 26 Value "(CR/OT ...)".
             05 Line 20 Col 24 Value "LOG THIS ERASURE REQUEST?".
             05 Line 23 Col  2 Value "Options: [B]ack [A]bort [L]og".
             05 Line 23 Col 32 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Perform 150-Load-Erase-Days.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-ERASE-1.
         Accept  SS-ERASE-1.
         Evaluate WS-INPKEY
           When "S" Perform 120-Search-Customer
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.

       115-Normalize-Id.
         Move CUSTID To WS-ID-NORM.
         If WS-ID-NORM Not Equal Space Then
           Inspect WS-ID-NORM Replacing Leading Space By Zero
           If WS-ID-NORM Is Numeric Then
             Move WS-ID-NORM To CUSTID
           End-If
         End-If.

      *>  A removed customer is still on CUSTOMER.DAT and can still
      *>  ask to be forgotten, so 04 is as good as 00 here.
       120-Search-Customer.
         Perform 115-Normalize-Id.
         Move "V" To WS-CHK-FUNC.
         Call "SUB142" Using WS-CHK-FUNC,
             CUSTID Of WS-CUST-DAT, WS-CHK-RETVAL.
         If WS-CHK-RETVAL Equal "03" Then
           Move "Check digit wrong - rekey!" To WS-STATUS
         Else
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL
         If WS-RETVAL Not Equal "00" And WS-RETVAL Not Equal "04"
           Then
           Move "Customer not found!" To WS-STATUS
         Else
           Move Space To WS-INPKEY
           Move Space To WS-STATUS
           Move Space To WS-ENT-REASON
           Perform 125-Check-Holds
           Perform 160-Compute-Due-Date
           Move WS-CALC-DATE-N To WS-DUE-DISP
           Display SS-ERASE-2
           Accept  SS-ERASE-2
           Evaluate WS-INPKEY
             When "L" Perform 130-Log-Request
             When "A" Continue
             When "B" Continue
             When Other Move "Unknown option!" To WS-STATUS
           End-Evaluate
           If WS-INPKEY Not Equal "B" Then
             Move Space To WS-INPKEY
           End-If
         End-If
         End-If.

      *>  The holds are shown before the clerk keys anything, and
      *>  checked again on [L]og.
       125-Check-Holds.
         Move Space To WS-HOLD-WARN.
         Move CUSTID Of WS-CUST-DAT To WS-HOLD-ID.
         Call "SUB140" Using WS-HOLD-PRMSET, WS-HOLD-RETVAL.
         Evaluate True
           When WS-HOLD-RETVAL Equal "00"
             Move "** UNDER LEGAL HOLD **" To WS-HOLD-WARN
           When CUSTCRHOLD-YES Of WS-CUST-DAT
             Move "** OPEN CREDIT HOLD **" To WS-HOLD-WARN
         End-Evaluate.

       130-Log-Request.
         Move WS-ENT-REASON To WS-RSN-CODE.
         Call "SUB139" Using WS-RSN-PRMSET, WS-RSN-RETVAL.
         Perform 140-Check-Open-Request.
         Evaluate True
           When WS-RSN-RETVAL Not Equal "00"
             Move "Valid reason code required!" To WS-STATUS
           When WS-HOLD-RETVAL Equal "00"
             Move "Under legal hold - refused!" To WS-STATUS
           When CUSTCRHOLD-YES Of WS-CUST-DAT
             Move "Open credit hold - refused!" To WS-STATUS
           When HAS-OPEN-REQ
             Move "Request already open!" To WS-STATUS
           When Other
             Perform 145-Write-Request
             Move "Erasure request logged!" To WS-STATUS
         End-Evaluate.

       140-Check-Open-Request.
         Move "N" To WS-OPEN-REQ.
         Move "N" To WS-EOF.
         Open Input ERASEREQ.
         If WS-ERASTAT Equal "00" Then
           Perform 142-Check-Open-Next
             Until IS-EOF Or HAS-OPEN-REQ
         End-If.
         Close ERASEREQ.

       142-Check-Open-Next.
         Read ERASEREQ Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF
           And ERCUSTID Equal CUSTID Of WS-CUST-DAT
           And ERSTATUS-OPEN Then
           Move "Y" To WS-OPEN-REQ
         End-If.

       145-Write-Request.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Open Extend ERASEREQ.
         If WS-ERASTAT Equal "35" Then
           Close ERASEREQ
           Open Output ERASEREQ
         End-If.
         Move Space           To ERASEREQ-REC.
         Move "P"             To ERSTATUS.
         Move CUSTID Of WS-CUST-DAT To ERCUSTID.
         Move WS-ENT-REASON   To ERREASON.
         Move LS-OPERID       To ERRQOPER.
         Move WS-CUR-DATE     To ERRQDTTM(1:8).
         Move WS-CUR-TIME     To ERRQDTTM(9:6).
         Move WS-CALC-DATE-N  To ERDUEDT.
         Move Zero            To ERDONEDT.
         Write ERASEREQ-REC
         End-Write.
         Close ERASEREQ.

       150-Load-Erase-Days.
         Move "ERASE-DUE-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-ERASE-DAYS.

      *>  Today plus the configured count of calendar days, walked
      *>  forward one day at a time across month and year ends.
       160-Compute-Due-Date.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Move WS-CUR-DATE To WS-CALC-DATE-N.
         Perform 165-Add-One-Day
           Varying WS-DAY-CNT From 1 By 1
           Until WS-DAY-CNT Greater Than WS-ERASE-DAYS.

       165-Add-One-Day.
         Move WS-DIM(WS-CALC-MONTH) To WS-MONTH-DAYS.
         If WS-CALC-MONTH Equal 2 Then
           Perform 170-Check-Leap-Year
         End-If.
         If WS-CALC-DAY Less Than WS-MONTH-DAYS Then
           Add 1 To WS-CALC-DAY
         Else
           Move 1 To WS-CALC-DAY
           If WS-CALC-MONTH Less Than 12 Then
             Add 1 To WS-CALC-MONTH
           Else
             Move 1 To WS-CALC-MONTH
             Add 1 To WS-CALC-YEAR
           End-If
         End-If.

       170-Check-Leap-Year.
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

       999-End-Of-SubRutine.
         Exit Program.
