      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Quarterly operator access recertification - opens the      **
      *> cycle. Lists every OPERATOR.DAT record with its role,       **
      *> office, status, lockout and last sign-on (the latest        **
      *> sign-on row on OPERLOG.DAT), followed by each PERMMTRX.DAT  **
      *> override that applies to it - rows for the operator itself  **
      *> and rows for its role (*V/*C/*S). Every active operator     **
      *> gets an open row on data/RECERT.DAT for the quarter (e.g.   **
      *> 2026Q4) carrying the same snapshot and the date by which a  **
      *> supervisor must attest to it on the SUB435 screen - today   **
      *> plus the day count in system parameter RECERT-DAYS          **
      *> (default 30). Inactive operators are listed but             **
      *> need no attestation. Rerunning in the same quarter leaves   **
      *> rows already opened (and any decisions on them) alone.      **
      *> RCT102 reports what is still open after the due date.       **
      *> Output: data/RECERT.PRT, archived through SUB117. Run       **
      *> outside the PGM001 menu at the start of each quarter.       **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 The attestation day count comes from system          **
      *>        parameter RECERT-DAYS (SUB153) instead of            **
      *>        RECERT.CFG.                                          **
      *>***************************************************************
       Identification Division.
         Program-Id.   RCT101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select OPERFILE Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.
           Select PERMFILE Assign WS-PERMFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is PM-KEY
             File Status WS-PERMSTAT.
           Select OPERLOG Assign WS-OLOGFILE
             Organization Is Line Sequential
             File Status WS-OLOGSTAT.
           Select RECERT Assign WS-RCTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCKEY
             File Status WS-RCTSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd OPERFILE.
           01 OPER-REC.
             Copy OPERFD.

           Fd PERMFILE.
           01 PERMFILE-REC.
             05 PM-KEY.
               10 PM-FUNCTION Pic X(8).
               10 PM-SUBJECT  Pic X(8).
             05 PM-ALLOW Pic X(1).

           Fd OPERLOG.
           01 OPERLOG-REC.
             05 OLOPERID    Pic X(8).
             05 OLEVENT     Pic X(1).
               88 OLEVENT-SIGNON  Value "I".
             05 OLTIMESTAMP Pic X(14).

           Fd RECERT.
           01 RECERT-REC.
             Copy RECERTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-OPERFILE Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT Pic 9(2).
           01 WS-PERMFILE Pic X(20) Value "data/PERMMTRX.DAT".
           01 WS-PERMSTAT Pic 9(2).
           01 WS-OLOGFILE Pic X(20) Value "data/OPERLOG.DAT".
           01 WS-OLOGSTAT Pic 9(2).
           01 WS-RCTFILE  Pic X(20) Value "data/RECERT.DAT".
           01 WS-RCTSTAT  Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/RECERT.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-RCT-DAYS     Pic 9(3) Value Zero.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-DAY-CNT      Pic 9(4) Value Zero.

           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CALC-DATE.
             05 WS-CALC-YEAR  Pic 9(4).
             05 WS-CALC-MONTH Pic 9(2).
             05 WS-CALC-DAY   Pic 9(2).
           01 WS-CALC-DATE-N Redefines WS-CALC-DATE Pic 9(8).
           01 WS-LEAP-REM    Pic S9(9) Comp-5.
           01 WS-LEAP-QUOT   Pic S9(9) Comp-5.
           01 WS-MONTH-DAYS  Pic 9(2).
           01 WS-DIM-VALUES  Pic X(24)
                             Value "312831303130313130313031".
           01 WS-DIM-TBL Redefines WS-DIM-VALUES.
             05 WS-DIM Pic 9(2) Occurs 12 Times.
           01 WS-DUE-DATE Pic 9(8)  Value Zero.
           01 WS-CYCLE.
             05 WS-CYC-YEAR Pic 9(4).
             05 Filler      Pic X(1) Value "Q".
             05 WS-CYC-QTR  Pic 9(1).

      *>  Operators in key order, with the latest sign-on filled in
      *>  from the log.
           01 WS-OP-CNT   Pic 9(4)  Value Zero.
           01 WS-OP-TBL.
             05 WS-OP-ENTRY Occurs 200 Times Indexed By WS-OX.
               10 WS-O-ID      Pic X(8).
               10 WS-O-SURN    Pic X(30).
               10 WS-O-ROLE    Pic X(1).
               10 WS-O-OFFICE  Pic X(3).
               10 WS-O-STAT    Pic X(1).
               10 WS-O-LOCK    Pic X(1).
               10 WS-O-LASTON  Pic X(14).
           01 WS-MATCH    Pic X     Value "N".
             88 IS-MATCH            Value "Y".

      *>  Every override row on the matrix, for the per-operator
      *>  lines.
           01 WS-PM-CNT   Pic 9(4)  Value Zero.
           01 WS-PM-TBL.
             05 WS-PM-ENTRY Occurs 500 Times Indexed By WS-PX.
               10 WS-P-FUNC  Pic X(8).
               10 WS-P-SUBJ  Pic X(8).
               10 WS-P-ALLOW Pic X(1).
           01 WS-ROLE-SUBJ Pic X(8)  Value Space.
           01 WS-OVR-CNT   Pic 9(3)  Value Zero.

           01 WS-LIST-CNT  Pic 9(6)  Value Zero.
           01 WS-OPEN-CNT  Pic 9(6)  Value Zero.
           01 WS-KEPT-CNT  Pic 9(6)  Value Zero.
           01 WS-INACT-CNT Pic 9(6)  Value Zero.

           01 WS-HDG-1.
             05 Filler   Pic X(32)
                Value "OPERATOR ACCESS RECERTIFICATION ".
             05 H-CYCLE  Pic X(6).
             05 Filler   Pic X(6)  Value " RUN ".
             05 H-DATE   Pic X(8).
             05 Filler   Pic X(12) Value "  ATTEST BY ".
             05 H-DUE    Pic X(8).
             05 Filler   Pic X(32) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(10) Value "OPERATOR".
             05 Filler Pic X(32) Value "SURNAME".
             05 Filler Pic X(6)  Value "ROLE".
             05 Filler Pic X(8)  Value "OFFICE".
             05 Filler Pic X(10) Value "STATUS".
             05 Filler Pic X(8)  Value "LOCKED".
             05 Filler Pic X(16) Value "LAST SIGN-ON".
             05 Filler Pic X(14) Value Space.
           01 WS-DETAIL.
             05 D-OPERID  Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-SURN    Pic X(30).
             05 Filler    Pic X(2)  Value Space.
             05 D-ROLE    Pic X(1).
             05 Filler    Pic X(5)  Value Space.
             05 D-OFFICE  Pic X(3).
             05 Filler    Pic X(5)  Value Space.
             05 D-STAT    Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-LOCK    Pic X(3).
             05 Filler    Pic X(5)  Value Space.
             05 D-LASTON  Pic X(14).
             05 Filler    Pic X(2)  Value Space.
             05 D-NOTE    Pic X(14).
           01 WS-OVR-LINE.
             05 Filler    Pic X(10) Value Space.
             05 Filler    Pic X(10) Value "OVERRIDE: ".
             05 V-FUNC    Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 V-ALLOW   Pic X(5).
             05 Filler    Pic X(2)  Value Space.
             05 V-SOURCE  Pic X(20).
             05 Filler    Pic X(47) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(11) Value "OPERATORS: ".
             05 T-LIST-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(14) Value "   TO ATTEST: ".
             05 T-OPEN-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(17) Value "   ALREADY OPEN: ".
             05 T-KEPT-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(13) Value "   INACTIVE: ".
             05 T-INACT-CNT Pic ZZZ,ZZ9.
             05 Filler      Pic X(21) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Perform 150-Load-Recert-Days.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move WS-CUR-DATE To WS-CALC-DATE-N.
         Move WS-CALC-YEAR To WS-CYC-YEAR.
         Compute WS-CYC-QTR = (WS-CALC-MONTH - 1) / 3 + 1.
         Perform 165-Add-One-Day
           Varying WS-DAY-CNT From 1 By 1
           Until WS-DAY-CNT Greater Than WS-RCT-DAYS.
         Move WS-CALC-DATE-N To WS-DUE-DATE.
         Initialize WS-OP-TBL.
         Initialize WS-PM-TBL.
         Perform 200-Load-Operators.
         Perform 300-Load-Overrides.
         Perform 400-Scan-Sign-Ons.

         Open I-O RECERT.
         If WS-RCTSTAT Equal "35" Then
           Close RECERT
           Open Output RECERT
         End-If.
         Open Output PRTFILE.
         Move WS-CYCLE    To H-CYCLE.
         Move WS-CUR-DATE To H-DATE.
         Move WS-DUE-DATE To H-DUE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-COL-HDG.
         Perform 500-List-Operator
           Varying WS-OX From 1 By 1
           Until WS-OX Greater Than WS-OP-CNT.
         Write PRT-REC From WS-BLANK-LINE.
         Move WS-LIST-CNT  To T-LIST-CNT.
         Move WS-OPEN-CNT  To T-OPEN-CNT.
         Move WS-KEPT-CNT  To T-KEPT-CNT.
         Move WS-INACT-CNT To T-INACT-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.
         Close RECERT.

         Move "RCT101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "RCT101: cycle " WS-CYCLE " - " WS-OPEN-CNT
                 " operator(s) to attest by " WS-DUE-DATE ".".
         Perform 999-End-Of-Program.

       150-Load-Recert-Days.
         Move "RECERT-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-RCT-DAYS.

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

       200-Load-Operators.
         Open Input OPERFILE.
         If WS-OPERSTAT Not Equal "00" Then
           Display "RCT101: OPERATOR.DAT not found."
           Close OPERFILE
         Else
           Move "N" To WS-EOF
           Perform 210-Read-Oper-Next
           Perform 220-Load-Oper-Next
             Until IS-EOF
           Close OPERFILE
         End-If.

       210-Read-Oper-Next.
         Read OPERFILE Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       220-Load-Oper-Next.
         If WS-OP-CNT Less Than 200 Then
           Add 1 To WS-OP-CNT
           Set WS-OX To WS-OP-CNT
           Move OOPERID      To WS-O-ID(WS-OX)
           Move OOPERSURNAME To WS-O-SURN(WS-OX)
           Move OOPERROLE    To WS-O-ROLE(WS-OX)
           Move OOPEROFFICE  To WS-O-OFFICE(WS-OX)
           Move OOPERSTAT    To WS-O-STAT(WS-OX)
           Move OOPERLOCK    To WS-O-LOCK(WS-OX)
         End-If.
         Perform 210-Read-Oper-Next.

       300-Load-Overrides.
         Open Input PERMFILE.
         If WS-PERMSTAT Not Equal "00" Then
           Close PERMFILE
         Else
           Move "N" To WS-EOF
           Perform 310-Read-Perm-Next
           Perform 320-Load-Perm-Next
             Until IS-EOF
           Close PERMFILE
         End-If.

       310-Read-Perm-Next.
         Read PERMFILE Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Load-Perm-Next.
         If WS-PM-CNT Less Than 500 Then
           Add 1 To WS-PM-CNT
           Set WS-PX To WS-PM-CNT
           Move PM-FUNCTION To WS-P-FUNC(WS-PX)
           Move PM-SUBJECT  To WS-P-SUBJ(WS-PX)
           Move PM-ALLOW    To WS-P-ALLOW(WS-PX)
         End-If.
         Perform 310-Read-Perm-Next.

      *>  The log is append-only, so the last sign-on row seen for
      *>  an operator is its latest.
       400-Scan-Sign-Ons.
         Open Input OPERLOG.
         If WS-OLOGSTAT Not Equal "00" Then
           Close OPERLOG
         Else
           Move "N" To WS-EOF
           Perform 410-Read-Olog-Next
           Perform 420-Note-Sign-On
             Until IS-EOF
           Close OPERLOG
         End-If.

       410-Read-Olog-Next.
         Read OPERLOG
           At End Move "Y" To WS-EOF
         End-Read.

       420-Note-Sign-On.
         If OLEVENT-SIGNON Then
           Move "N" To WS-MATCH
           Set WS-OX To 1
           Search WS-OP-ENTRY Varying WS-OX
             At End Continue
             When WS-O-ID(WS-OX) Equal OLOPERID
               Move "Y" To WS-MATCH
           End-Search
           If IS-MATCH Then
             Move OLTIMESTAMP To WS-O-LASTON(WS-OX)
           End-If
         End-If.
         Perform 410-Read-Olog-Next.

       500-List-Operator.
         Add 1 To WS-LIST-CNT.
         Move WS-O-ID(WS-OX)     To D-OPERID.
         Move WS-O-SURN(WS-OX)   To D-SURN.
         Move WS-O-ROLE(WS-OX)   To D-ROLE.
         Move WS-O-OFFICE(WS-OX) To D-OFFICE.
         If WS-O-STAT(WS-OX) Equal "I" Then
           Move "INACTIVE" To D-STAT
         Else
           Move "ACTIVE"   To D-STAT
         End-If.
         If WS-O-LOCK(WS-OX) Equal "Y" Then
           Move "YES" To D-LOCK
         Else
           Move "NO"  To D-LOCK
         End-If.
         If WS-O-LASTON(WS-OX) Equal Space Then
           Move "NEVER" To D-LASTON
         Else
           Move WS-O-LASTON(WS-OX) To D-LASTON
         End-If.
         Move Zero To WS-OVR-CNT.
         Move "*"  To WS-ROLE-SUBJ.
         Move WS-O-ROLE(WS-OX) To WS-ROLE-SUBJ(2:1).
         Perform 520-Count-Override
           Varying WS-PX From 1 By 1
           Until WS-PX Greater Than WS-PM-CNT.
         Perform 510-Open-Recert-Row.
         Write PRT-REC From WS-DETAIL.
         Perform 530-List-Override
           Varying WS-PX From 1 By 1
           Until WS-PX Greater Than WS-PM-CNT.

      *>  One row per active operator per cycle; a row already there
      *>  from an earlier run this quarter is kept as it stands.
       510-Open-Recert-Row.
         If WS-O-STAT(WS-OX) Equal "I" Then
           Move "NO ATTESTATION" To D-NOTE
           Add 1 To WS-INACT-CNT
         Else
           Move Space              To RECERT-REC
           Move WS-CYCLE           To RCCYCLE
           Move WS-O-ID(WS-OX)     To RCOPERID
           Move WS-O-ROLE(WS-OX)   To RCROLE
           Move WS-O-OFFICE(WS-OX) To RCOFFICE
           Move WS-OVR-CNT         To RCOVRCNT
           Move WS-O-LASTON(WS-OX) To RCLASTON
           Move WS-O-LOCK(WS-OX)   To RCLOCK
           Move WS-DUE-DATE        To RCDUEDT
           Move Space              To RCDECISION
           Move "N"                To RCDEACT
           Write RECERT-REC
             Invalid Key
               Move "ALREADY OPEN" To D-NOTE
               Add 1 To WS-KEPT-CNT
             Not Invalid Key
               Move "TO ATTEST" To D-NOTE
               Add 1 To WS-OPEN-CNT
           End-Write
         End-If.

       520-Count-Override.
         If WS-P-SUBJ(WS-PX) Equal WS-O-ID(WS-OX)
           Or WS-P-SUBJ(WS-PX) Equal WS-ROLE-SUBJ Then
           Add 1 To WS-OVR-CNT
         End-If.

       530-List-Override.
         If WS-P-SUBJ(WS-PX) Equal WS-O-ID(WS-OX)
           Or WS-P-SUBJ(WS-PX) Equal WS-ROLE-SUBJ Then
           Move WS-P-FUNC(WS-PX) To V-FUNC
           If WS-P-ALLOW(WS-PX) Equal "Y" Then
             Move "ALLOW" To V-ALLOW
           Else
             Move "DENY"  To V-ALLOW
           End-If
           If WS-P-SUBJ(WS-PX) Equal WS-O-ID(WS-OX) Then
             Move "(OPERATOR ROW)" To V-SOURCE
           Else
             Move Space To V-SOURCE
             String "(ROLE ROW " WS-ROLE-SUBJ(1:2) ")"
               Delimited By Size Into V-SOURCE
             End-String
           End-If
           Write PRT-REC From WS-OVR-LINE
         End-If.

       999-End-Of-Program.
         Stop Run.
