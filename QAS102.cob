      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Monthly quality-assurance error-rate report, for coaching.  **
      *> Takes every QAREVIEW.DAT sample a supervisor marked on the  **
      *> SUB440 screen during last calendar month and prints:        **
      *>   - per operator: changes reviewed, found in error and the  **
      *>     error rate, beside the rate the month before, so the    **
      *>     effect of coaching and of practice in training mode     **
      *>     shows from one report to the next;                      **
      *>   - per field: how often the field was touched in the       **
      *>     reviewed changes (read back from CUSTOMER.AUDIT), how   **
      *>     often it was the field at fault, and the rate;          **
      *>   - per error category (QACATWS): the count.                **
      *> Output: data/QAERRORS.PRT, archived through SUB117. Run     **
      *> monthly outside the PGM001 menu.                            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   QAS102.

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
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd QAREVIEW.
           01 QAREVIEW-REC.
             Copy QAFD.

           Fd AUDIT.
           01 AUDIT-REC.
             Copy AUDITFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-QAFILE   Pic X(20) Value "data/QAREVIEW.DAT".
           01 WS-QASTAT   Pic 9(2).
           01 WS-AUDFILE  Pic X(20) Value "data/CUSTOMER.AUDIT".
           01 WS-AUDSTAT  Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/QAERRORS.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-AUD-EOF  Pic X     Value "N".
             88 IS-AUD-EOF          Value "Y".
           01 WS-AUD-OPEN Pic X     Value "N".
             88 AUD-OPEN            Value "Y".
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-DATE-X Redefines WS-CUR-DATE.
             05 WS-CUR-YEAR  Pic 9(4).
             05 WS-CUR-MONTH Pic 9(2).
             05 WS-CUR-DAY   Pic 9(2).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-RPT-MONTH.
             05 WS-RPT-YEAR  Pic 9(4).
             05 WS-RPT-MM    Pic 9(2).
           01 WS-PRV-MONTH.
             05 WS-PRV-YEAR  Pic 9(4).
             05 WS-PRV-MM    Pic 9(2).
           01 WS-REV-MONTH Pic X(6).
           01 WS-IN-RPT   Pic X     Value "N".
             88 IN-RPT-MONTH        Value "Y".

           01 WS-OP-CNT   Pic 9(4)  Value Zero.
           01 WS-OP-TBL.
             05 WS-OP-ENTRY Occurs 200 Times Indexed By WS-OX.
               10 WS-O-ID       Pic X(8).
               10 WS-O-REV      Pic 9(5).
               10 WS-O-ERR      Pic 9(5).
               10 WS-O-PRV-REV  Pic 9(5).
               10 WS-O-PRV-ERR  Pic 9(5).
           01 WS-FL-CNT   Pic 9(4)  Value Zero.
           01 WS-FL-TBL.
             05 WS-FL-ENTRY Occurs 100 Times Indexed By WS-FX.
               10 WS-F-NAME     Pic X(15).
               10 WS-F-SEEN     Pic 9(6).
               10 WS-F-ERR      Pic 9(5).
           01 WS-CAT-CNTS.
             05 WS-CAT-CNT Pic 9(5) Occurs 8 Times.
           01 WS-CAT-OTHER Pic 9(5) Value Zero.
           01 WS-MATCH-ID  Pic X(8)  Value Space.
           01 WS-MATCH-FLD Pic X(15) Value Space.
           01 WS-MATCH    Pic X     Value "N".
             88 IS-MATCH            Value "Y".
           01 WS-RATE     Pic 9(3)V9 Value Zero.
           01 WS-RATE-ED  Pic ZZ9.9.
           01 WS-CX       Pic 9(2)  Value Zero.
           01 WS-REV-CNT  Pic 9(6)  Value Zero.
           01 WS-ERR-CNT  Pic 9(6)  Value Zero.
           01 WS-QA-CAT.
             Copy QACATWS.

           01 WS-HDG-1.
             05 Filler   Pic X(33)
                Value "QA ERROR RATES - REVIEWED MONTH ".
             05 H-MONTH  Pic X(6).
             05 Filler   Pic X(6)  Value " RUN ".
             05 H-DATE   Pic X(8).
             05 Filler   Pic X(51) Value Space.
           01 WS-OP-HDG.
             05 Filler Pic X(104) Value "BY OPERATOR".
           01 WS-OP-COL.
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(10) Value "OPERATOR".
             05 Filler Pic X(10) Value "  REVIEWED".
             05 Filler Pic X(10) Value "    ERRORS".
             05 Filler Pic X(10) Value "    RATE %".
             05 Filler Pic X(14) Value "  PRIOR RATE %".
             05 Filler Pic X(48) Value Space.
           01 WS-OP-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 O-OPERID   Pic X(8).
             05 Filler     Pic X(4)  Value Space.
             05 O-REV      Pic ZZ,ZZ9.
             05 Filler     Pic X(4)  Value Space.
             05 O-ERR      Pic ZZ,ZZ9.
             05 Filler     Pic X(4)  Value Space.
             05 O-RATE     Pic ZZ9.9.
             05 Filler     Pic X(8)  Value Space.
             05 O-PRV-RATE Pic X(6).
             05 Filler     Pic X(51) Value Space.
           01 WS-FL-HDG.
             05 Filler Pic X(104) Value "BY FIELD".
           01 WS-FL-COL.
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(17) Value "FIELD".
             05 Filler Pic X(10) Value "   TOUCHED".
             05 Filler Pic X(10) Value "  AT FAULT".
             05 Filler Pic X(10) Value "    RATE %".
             05 Filler Pic X(55) Value Space.
           01 WS-FL-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 F-NAME     Pic X(15).
             05 Filler     Pic X(2)  Value Space.
             05 F-SEEN     Pic ZZZ,ZZ9.
             05 Filler     Pic X(4)  Value Space.
             05 F-ERR      Pic ZZ,ZZ9.
             05 Filler     Pic X(5)  Value Space.
             05 F-RATE     Pic ZZ9.9.
             05 Filler     Pic X(58) Value Space.
           01 WS-CT-HDG.
             05 Filler Pic X(104) Value "BY ERROR CATEGORY".
           01 WS-CT-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 C-CODE     Pic X(2).
             05 Filler     Pic X(2)  Value Space.
             05 C-DESC     Pic X(20).
             05 Filler     Pic X(2)  Value Space.
             05 C-CNT      Pic ZZ,ZZ9.
             05 Filler     Pic X(70) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(10) Value "REVIEWED: ".
             05 T-REV-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(11) Value "   ERRORS: ".
             05 T-ERR-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(11) Value "   RATE %: ".
             05 T-RATE      Pic ZZ9.9.
             05 Filler      Pic X(53) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         If WS-CUR-MONTH Equal 1 Then
           Compute WS-RPT-YEAR = WS-CUR-YEAR - 1
           Move 12 To WS-RPT-MM
         Else
           Move WS-CUR-YEAR To WS-RPT-YEAR
           Compute WS-RPT-MM = WS-CUR-MONTH - 1
         End-If.
         If WS-RPT-MM Equal 1 Then
           Compute WS-PRV-YEAR = WS-RPT-YEAR - 1
           Move 12 To WS-PRV-MM
         Else
           Move WS-RPT-YEAR To WS-PRV-YEAR
           Compute WS-PRV-MM = WS-RPT-MM - 1
         End-If.
         Initialize WS-OP-TBL.
         Initialize WS-FL-TBL.
         Initialize WS-CAT-CNTS.

         Open Input AUDIT.
         If WS-AUDSTAT Equal "00" Then
           Move "Y" To WS-AUD-OPEN
         End-If.
         Open Input QAREVIEW.
         If WS-QASTAT Not Equal "00" Then
           Display "QAS102: QAREVIEW.DAT not found."
         Else
           Move "N" To WS-EOF
           Perform 210-Read-Next
           Perform 200-Count-Next
             Until IS-EOF
         End-If.
         Close QAREVIEW.
         If AUD-OPEN Then
           Close AUDIT
         End-If.

         Open Output PRTFILE.
         Move WS-RPT-MONTH To H-MONTH.
         Move WS-CUR-DATE  To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-OP-HDG.
         Write PRT-REC From WS-OP-COL.
         Perform 400-Write-Operator
           Varying WS-OX From 1 By 1
           Until WS-OX Greater Than WS-OP-CNT.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-FL-HDG.
         Write PRT-REC From WS-FL-COL.
         Perform 410-Write-Field
           Varying WS-FX From 1 By 1
           Until WS-FX Greater Than WS-FL-CNT.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-CT-HDG.
         Perform 420-Write-Category
           Varying WS-CX From 1 By 1
           Until WS-CX Greater Than 8.
         If WS-CAT-OTHER Greater Than Zero Then
           Move Space To C-CODE
           Move "(UNCODED)"  To C-DESC
           Move WS-CAT-OTHER To C-CNT
           Write PRT-REC From WS-CT-DETAIL
         End-If.
         Write PRT-REC From WS-BLANK-LINE.
         Move WS-REV-CNT To T-REV-CNT.
         Move WS-ERR-CNT To T-ERR-CNT.
         Move Zero To WS-RATE.
         If WS-REV-CNT Greater Than Zero Then
           Compute WS-RATE Rounded = WS-ERR-CNT * 100 / WS-REV-CNT
         End-If.
         Move WS-RATE To T-RATE.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.

         Move "QAS102" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "QAS102: " WS-REV-CNT " review(s), " WS-ERR-CNT
                 " error(s) in " WS-RPT-MONTH ".".
         Perform 999-End-Of-Program.

      *>  A sample counts in the month it was reviewed; the month
      *>  before only feeds the operator's prior rate.
       200-Count-Next.
         Move QAREVDTTM(1:6) To WS-REV-MONTH.
         If Not QASTATUS-PENDING Then
           Move QAOPERID To WS-MATCH-ID
           Evaluate WS-REV-MONTH
             When WS-RPT-MONTH
               Perform 220-Find-Operator
               If IS-MATCH Then
                 Add 1 To WS-O-REV(WS-OX)
                 If QASTATUS-ERROR Then
                   Add 1 To WS-O-ERR(WS-OX)
                 End-If
               End-If
               Perform 300-Count-Review
             When WS-PRV-MONTH
               Perform 220-Find-Operator
               If IS-MATCH Then
                 Add 1 To WS-O-PRV-REV(WS-OX)
                 If QASTATUS-ERROR Then
                   Add 1 To WS-O-PRV-ERR(WS-OX)
                 End-If
               End-If
           End-Evaluate
         End-If.
         Perform 210-Read-Next.

       210-Read-Next.
         Read QAREVIEW Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       220-Find-Operator.
         Move "N" To WS-MATCH.
         Set WS-OX To 1.
         Search WS-OP-ENTRY Varying WS-OX
           At End Continue
           When WS-O-ID(WS-OX) Equal WS-MATCH-ID
             Move "Y" To WS-MATCH
         End-Search.
         If Not IS-MATCH And WS-OP-CNT Less Than 200 Then
           Add 1 To WS-OP-CNT
           Set WS-OX To WS-OP-CNT
           Move WS-MATCH-ID To WS-O-ID(WS-OX)
           Move "Y" To WS-MATCH
         End-If.

       230-Find-Field.
         Move "N" To WS-MATCH.
         Set WS-FX To 1.
         Search WS-FL-ENTRY Varying WS-FX
           At End Continue
           When WS-F-NAME(WS-FX) Equal WS-MATCH-FLD
             Move "Y" To WS-MATCH
         End-Search.
         If Not IS-MATCH And WS-FL-CNT Less Than 100 Then
           Add 1 To WS-FL-CNT
           Set WS-FX To WS-FL-CNT
           Move WS-MATCH-FLD To WS-F-NAME(WS-FX)
           Move "Y" To WS-MATCH
         End-If.

       300-Count-Review.
         Add 1 To WS-REV-CNT.
         If AUD-OPEN Then
           Move "N"         To WS-AUD-EOF
           Move QACUSTID    To ACUSTID
           Move QATIMESTAMP To ATIMESTAMP
           Move Zero        To ASEQNO
           Start AUDIT Key Is Greater Than Or Equal AUDKEY
             Invalid Key Move "Y" To WS-AUD-EOF
           End-Start
           If Not IS-AUD-EOF Then
             Perform 310-Read-Audit-Next
           End-If
           Perform 320-Count-Field
             Until IS-AUD-EOF
         End-If.
         If QASTATUS-ERROR Then
           Add 1 To WS-ERR-CNT
           Move QAERRFLD To WS-MATCH-FLD
           If WS-MATCH-FLD Equal Space Then
             Move "(NOT GIVEN)" To WS-MATCH-FLD
           End-If
           Perform 230-Find-Field
           If IS-MATCH Then
             Add 1 To WS-F-ERR(WS-FX)
           End-If
           Set QA-CX To 1
           Search QA-CAT-ENTRY
             At End Add 1 To WS-CAT-OTHER
             When QA-CAT-CODE(QA-CX) Equal QAERRCAT
               Set WS-CX To QA-CX
               Add 1 To WS-CAT-CNT(WS-CX)
           End-Search
         End-If.

       310-Read-Audit-Next.
         Read AUDIT Next Record
           At End Move "Y" To WS-AUD-EOF
         End-Read.
         If ACUSTID Not Equal QACUSTID
           Or ATIMESTAMP Not Equal QATIMESTAMP Then
           Move "Y" To WS-AUD-EOF
         End-If.

       320-Count-Field.
         Move AFIELD To WS-MATCH-FLD.
         Perform 230-Find-Field.
         If IS-MATCH Then
           Add 1 To WS-F-SEEN(WS-FX)
         End-If.
         Perform 310-Read-Audit-Next.

       400-Write-Operator.
         If WS-O-REV(WS-OX) Greater Than Zero Then
           Move WS-O-ID(WS-OX)  To O-OPERID
           Move WS-O-REV(WS-OX) To O-REV
           Move WS-O-ERR(WS-OX) To O-ERR
           Compute WS-RATE Rounded =
               WS-O-ERR(WS-OX) * 100 / WS-O-REV(WS-OX)
           Move WS-RATE To O-RATE
           If WS-O-PRV-REV(WS-OX) Greater Than Zero Then
             Compute WS-RATE Rounded =
                 WS-O-PRV-ERR(WS-OX) * 100 / WS-O-PRV-REV(WS-OX)
             Move WS-RATE    To WS-RATE-ED
             Move WS-RATE-ED To O-PRV-RATE
           Else
             Move "  N/A" To O-PRV-RATE
           End-If
           Write PRT-REC From WS-OP-DETAIL
         End-If.

       410-Write-Field.
         Move WS-F-NAME(WS-FX) To F-NAME.
         Move WS-F-SEEN(WS-FX) To F-SEEN.
         Move WS-F-ERR(WS-FX)  To F-ERR.
         Move Zero To WS-RATE.
         If WS-F-SEEN(WS-FX) Greater Than Zero Then
           Compute WS-RATE Rounded =
               WS-F-ERR(WS-FX) * 100 / WS-F-SEEN(WS-FX)
         End-If.
         Move WS-RATE To F-RATE.
         Write PRT-REC From WS-FL-DETAIL.

       420-Write-Category.
         Move QA-CAT-CODE(WS-CX) To C-CODE.
         Move QA-CAT-DESC(WS-CX) To C-DESC.
         Move WS-CAT-CNT(WS-CX)  To C-CNT.
         Write PRT-REC From WS-CT-DETAIL.

       999-End-Of-Program.
         Stop Run.
