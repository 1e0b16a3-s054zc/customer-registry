      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Open-case aging report. Lists every open complaint/service  **
      *> case on CASE.DAT (SUB405) with its age in days, grouped by  **
      *> owning operator and then by category, oldest first within   **
      *> each category. A case older than its own target days is     **
      *> flagged PAST TARGET, so supervisors see which complaints    **
      *> have gone quiet. Ages come from the shop calendar (SUB151)  **
      *> of the customer's office, in the unit of parameter          **
      *> CAS-TGT-UNIT (C calendar or B business days). Each owner's  **
      *> section closes with its open and past-target counts; the    **
      *> report ends with the same two counts per category across    **
      *> the whole shop. Output: data/CASEAGE.PRT, archived through  **
      *> SUB117. Run outside the PGM001 menu, nightly.               **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Case ages are counted on the shop calendar (SUB151)  **
      *>        of the customer's office, in calendar or business    **
      *>        days per parameter CAS-TGT-UNIT, so holidays and     **
      *>        business-day targets are honoured.                   **
      *>***************************************************************
       Identification Division.
         Program-Id.   CAS101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CASEFILE Assign WS-CASEFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is CASENO
             Alternate Record Key Is CASECUSTID
               With Duplicates
             File Status WS-CASESTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select SORTFILE Assign WS-SORTFILE.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd CASEFILE.
           01 CASE-REC.
             Copy CASEFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Sd SORTFILE.
           01 SORT-REC.
             05 S-OWNER    Pic X(8).
             05 S-CATEG    Pic X(2).
             05 S-AGE      Pic 9(5).
             05 S-CASENO   Pic X(8).
             05 S-CUSTID   Pic X(10).
             05 S-PRIO     Pic X(1).
             05 S-OPENDT   Pic 9(8).
             05 S-TGT      Pic 9(3).
             05 S-SUMMARY  Pic X(40).

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-CASEFILE Pic X(20) Value "data/CASE.DAT".
           01 WS-CASESTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-CUST-OPEN Pic X    Value "N".
             88 CUST-OPEN           Value "Y".
           01 WS-SORTFILE Pic X(20) Value "data/CAS101.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/CASEAGE.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-OPEN-CNT Pic 9(6)  Value Zero.
           01 WS-PAST-CNT Pic 9(6)  Value Zero.
           01 WS-OWN-OPEN Pic 9(6)  Value Zero.
           01 WS-OWN-PAST Pic 9(6)  Value Zero.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-OWNER Pic X(8) Value Low-Values.
           01 WS-OWNER-OPEN Pic X   Value "N".

      *>  Shop-wide counts per category, in CASEFD's category order.
           01 WS-CAT-CODES Pic X(10) Value "COSVBLDLOT".
           01 WS-CAT-CODE-TBL Redefines WS-CAT-CODES.
             05 WS-CAT-CODE Pic X(2) Occurs 5 Times.
           01 WS-CAT-TBL.
             05 WS-CAT-ENTRY Occurs 5 Times Indexed By WS-CX.
               10 WS-CAT-OPEN Pic 9(6) Value Zero.
               10 WS-CAT-PAST Pic 9(6) Value Zero.

           01 WS-AGE-DAYS   Pic S9(9) Comp-5.
           01 WS-TGT-UNIT   Pic X(1)  Value Space.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-CAL-FUNC   Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler  Pic X(30) Value "OPEN CASE AGING REPORT - RUN ".
             05 H-DATE  Pic X(8).
             05 H-UNIT  Pic X(22) Value " (AGES CALENDAR DAYS)".
             05 Filler  Pic X(44) Value Space.
           01 WS-OWNER-HDG.
             05 Filler   Pic X(7)  Value "OWNER: ".
             05 OH-OWNER Pic X(8).
             05 Filler   Pic X(89) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(10) Value "CASE NO".
             05 Filler Pic X(12) Value "CUSTOMER".
             05 Filler Pic X(4)  Value "CT".
             05 Filler Pic X(3)  Value "P".
             05 Filler Pic X(10) Value "OPENED".
             05 Filler Pic X(6)  Value "AGE".
             05 Filler Pic X(6)  Value "TGT".
             05 Filler Pic X(13) Value "FLAG".
             05 Filler Pic X(38) Value "SUMMARY".
           01 WS-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 D-CASENO   Pic X(8).
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTID   Pic X(10).
             05 Filler     Pic X(2)  Value Space.
             05 D-CATEG    Pic X(2).
             05 Filler     Pic X(2)  Value Space.
             05 D-PRIO     Pic X(1).
             05 Filler     Pic X(2)  Value Space.
             05 D-OPENDT   Pic X(8).
             05 Filler     Pic X(2)  Value Space.
             05 D-AGE      Pic ZZZZ9.
             05 Filler     Pic X(1)  Value Space.
             05 D-TGT      Pic ZZ9.
             05 Filler     Pic X(3)  Value Space.
             05 D-FLAG     Pic X(11).
             05 Filler     Pic X(2)  Value Space.
             05 D-SUMMARY  Pic X(38).
           01 WS-OWNER-TOTAL.
             05 Filler      Pic X(16) Value "  OWNER TOTAL: ".
             05 OT-OPEN     Pic ZZZ,ZZ9.
             05 Filler      Pic X(7)  Value " OPEN, ".
             05 OT-PAST     Pic ZZZ,ZZ9.
             05 Filler      Pic X(12) Value " PAST TARGET".
             05 Filler      Pic X(55) Value Space.
           01 WS-CAT-HDG.
             05 Filler Pic X(30) Value "OPEN CASES BY CATEGORY".
             05 Filler Pic X(74) Value Space.
           01 WS-CAT-LINE.
             05 Filler      Pic X(2)  Value Space.
             05 CL-CATEG    Pic X(2).
             05 Filler      Pic X(2)  Value Space.
             05 CL-OPEN     Pic ZZZ,ZZ9.
             05 Filler      Pic X(7)  Value " OPEN, ".
             05 CL-PAST     Pic ZZZ,ZZ9.
             05 Filler      Pic X(12) Value " PAST TARGET".
             05 Filler      Pic X(65) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(18) Value "TOTAL OPEN CASES: ".
             05 T-OPEN-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(15) Value "  PAST TARGET: ".
             05 T-PAST-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(57) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move "CAS-TGT-UNIT" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         If LSPCODE Equal "B" Then
           Move "B" To WS-TGT-UNIT
           Move " (AGES BUSINESS DAYS)" To H-UNIT
         Else
           Move Space To WS-TGT-UNIT
         End-If.
         Sort SORTFILE
           On Ascending Key S-OWNER, S-CATEG
           On Descending Key S-AGE
           Input Procedure Is 300-Release-Open-Cases
           Output Procedure Is 500-Write-Report.
         Move "CAS101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE,
             WS-ARC-RETVAL.
         Perform 999-End-Of-Program.

       300-Release-Open-Cases.
         Open Input CASEFILE.
         If WS-CASESTAT Not Equal "00" Then
           Display "CAS101: CASE.DAT not found."
           Close CASEFILE
         Else
           Open Input CUST
           If WS-CUSTSTAT Equal "00" Then
             Move "Y" To WS-CUST-OPEN
           Else
             Move "N" To WS-CUST-OPEN
             Close CUST
           End-If
           Move "N" To WS-EOF
           Perform 310-Read-Next
           Perform 320-Release-Next
             Until IS-EOF
           Close CASEFILE
           If CUST-OPEN Then
             Close CUST
           End-If
         End-If.

       310-Read-Next.
         Read CASEFILE Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Release-Next.
         If CASESTAT-OPEN Then
           Perform 250-Age-Since-Open
           If WS-AGE-DAYS Less Than Zero Then
             Move Zero To WS-AGE-DAYS
           End-If
           Move CASEOWNER   To S-OWNER
           Move CASECATEG   To S-CATEG
           Move WS-AGE-DAYS To S-AGE
           Move CASENO      To S-CASENO
           Move CASECUSTID  To S-CUSTID
           Move CASEPRIO    To S-PRIO
           Move CASEOPENDT  To S-OPENDT
           Move CASETGTDAYS To S-TGT
           Move CASESUMMARY To S-SUMMARY
           Release SORT-REC
         End-If.
         Perform 310-Read-Next.

       500-Write-Report.
         Open Output PRTFILE.
         Move WS-CUR-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Record
           Until IS-EOF.
         If WS-OWNER-OPEN Equal "Y" Then
           Perform 530-Write-Owner-Total
         End-If.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-CAT-HDG.
         Perform 540-Write-Category-Line
           Varying WS-CX From 1 By 1
           Until WS-CX Greater Than 5.
         Move WS-OPEN-CNT To T-OPEN-CNT.
         Move WS-PAST-CNT To T-PAST-CNT.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

      *>  A change of owner starts a new section; a case whose owner
      *>  was never keyed is titled UNOWNED so it still surfaces.
       520-Write-Record.
         If S-OWNER Not Equal WS-CUR-OWNER Then
           If WS-OWNER-OPEN Equal "Y" Then
             Perform 530-Write-Owner-Total
           End-If
           Move S-OWNER To WS-CUR-OWNER
           Move Zero    To WS-OWN-OPEN
           Move Zero    To WS-OWN-PAST
           Move "Y"     To WS-OWNER-OPEN
           Write PRT-REC From WS-BLANK-LINE
           If S-OWNER Equal Space Then
             Move "UNOWNED" To OH-OWNER
           Else
             Move S-OWNER To OH-OWNER
           End-If
           Write PRT-REC From WS-OWNER-HDG
           Write PRT-REC From WS-COL-HDG
         End-If.
         Move S-CASENO  To D-CASENO.
         Move S-CUSTID  To D-CUSTID.
         Move S-CATEG   To D-CATEG.
         Move S-PRIO    To D-PRIO.
         Move S-OPENDT  To D-OPENDT.
         Move S-AGE     To D-AGE.
         Move S-TGT     To D-TGT.
         Move S-SUMMARY To D-SUMMARY.
         Perform 525-Find-Category.
         Add 1 To WS-OWN-OPEN.
         Add 1 To WS-OPEN-CNT.
         Add 1 To WS-CAT-OPEN(WS-CX).
         If S-AGE Greater Than S-TGT Then
           Move "PAST TARGET" To D-FLAG
           Add 1 To WS-OWN-PAST
           Add 1 To WS-PAST-CNT
           Add 1 To WS-CAT-PAST(WS-CX)
         Else
           Move Space To D-FLAG
         End-If.
         Write PRT-REC From WS-DETAIL.
         Perform 510-Return-Next.

      *>  Anything not matching a known category is counted as OT.
       525-Find-Category.
         Set WS-CX To 1.
         Search WS-CAT-ENTRY Varying WS-CX
           At End Set WS-CX To 5
           When WS-CAT-CODE(WS-CX) Equal S-CATEG
             Continue
         End-Search.

       530-Write-Owner-Total.
         Move WS-OWN-OPEN To OT-OPEN.
         Move WS-OWN-PAST To OT-PAST.
         Write PRT-REC From WS-OWNER-TOTAL.

       540-Write-Category-Line.
         Move WS-CAT-CODE(WS-CX) To CL-CATEG.
         Move WS-CAT-OPEN(WS-CX) To CL-OPEN.
         Move WS-CAT-PAST(WS-CX) To CL-PAST.
         Write PRT-REC From WS-CAT-LINE.

      *>  Days since the case was opened, in the CAS-TGT-UNIT unit,
      *>  on the calendar of the customer's office (SUB151); a case
      *>  whose customer is not on file ages on the shop-wide one.
       250-Age-Since-Open.
         Move Space To LCLOFFICE.
         If CUST-OPEN Then
           Move CASECUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Continue
             Not Invalid Key Move RCUSTOFFICE To LCLOFFICE
           End-Read
         End-If.
         Move WS-TGT-UNIT To LCLUNIT.
         Move CASEOPENDT  To LCLFROMDT.
         Move WS-CUR-DATE To LCLTODT.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.
         Move LCLDAYS To WS-AGE-DAYS.

       999-End-Of-Program.
         Display "CAS101: " WS-OPEN-CNT " open case(s), "
                 WS-PAST-CNT " past target.".
         Stop Run.
