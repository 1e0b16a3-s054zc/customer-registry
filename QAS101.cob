      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Weekly quality-assurance sample of operator changes. Reads  **
      *> CUSTOMER.AUDIT for the seven days before the run and, for   **
      *> each operator, draws a random sample of the creates and     **
      *> updates they made - one change being all the audit rows a   **
      *> single save wrote for one customer (same customer ID and    **
      *> timestamp). Each sampled change is appended pending to      **
      *> data/QAREVIEW.DAT for a supervisor to check on the SUB440   **
      *> screen.                                                     **
      *>                                                             **
      *> Sample size per operator: a row on data/QARATE.DAT          **
      *> (operator ID + 2-digit count) if there is one; otherwise    **
      *> the new-starter count for an operator whose first sign-on   **
      *> on OPERLOG.DAT is recent (or who has none); otherwise the   **
      *> default. The system parameters QA-SAMPLE-STD, QA-SAMPLE-NEW **
      *> and QA-NEW-DAYS hold the default count, new-starter count   **
      *> and days an operator counts as a new starter (defaults 5,   **
      *> 15 and 90). No operator is sampled more than 20.            **
      *> The draw is a reservoir sample, so every change in the week **
      *> has the same chance however many an operator made. A       **
      *> second run on the same day is refused. Output:              **
      *> data/QASAMPLE.PRT, archived through SUB117. Run weekly      **
      *> outside the PGM001 menu.                                    **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Sample counts and the new-starter window come        **
      *>        from system parameters (SUB153) instead of           **
      *>        QASAMPLE.CFG.                                        **
      *>***************************************************************
       Identification Division.
         Program-Id.   QAS101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select QARATE Assign WS-RATEFILE
             Organization Is Line Sequential
             File Status WS-RATESTAT.
           Select OPERFILE Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.
           Select OPERLOG Assign WS-OLOGFILE
             Organization Is Line Sequential
             File Status WS-OLOGSTAT.
           Select AUDIT Assign WS-AUDFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is AUDKEY
             File Status WS-AUDSTAT.
           Select QAREVIEW Assign WS-QAFILE
             Access Mode Is Sequential
             File Status WS-QASTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd QARATE.
           01 QARATE-REC.
             05 QR-OPERID Pic X(8).
             05 QR-COUNT  Pic 9(2).

           Fd OPERFILE.
           01 OPER-REC.
             Copy OPERFD.

           Fd OPERLOG.
           01 OPERLOG-REC.
             05 OLOPERID    Pic X(8).
             05 OLEVENT     Pic X(1).
               88 OLEVENT-SIGNON  Value "I".
             05 OLTIMESTAMP Pic X(14).

           Fd AUDIT.
           01 AUDIT-REC.
             Copy AUDITFD.

           Fd QAREVIEW.
           01 QAREVIEW-REC.
             Copy QAFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-RATEFILE Pic X(20) Value "data/QARATE.DAT".
           01 WS-RATESTAT Pic 9(2).
           01 WS-OPERFILE Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT Pic 9(2).
           01 WS-OLOGFILE Pic X(20) Value "data/OPERLOG.DAT".
           01 WS-OLOGSTAT Pic 9(2).
           01 WS-AUDFILE  Pic X(20) Value "data/CUSTOMER.AUDIT".
           01 WS-AUDSTAT  Pic 9(2).
           01 WS-QAFILE   Pic X(20) Value "data/QAREVIEW.DAT".
           01 WS-QASTAT   Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/QASAMPLE.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-DONE-TODAY Pic X   Value "N".
             88 IS-DONE-TODAY       Value "Y".
           01 WS-DEF-N    Pic 9(4)  Value Zero.
           01 WS-NEW-N    Pic 9(4)  Value Zero.
           01 WS-NEW-DAYS Pic 9(4)  Value Zero.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

      *>  Day numbers as CAS101 computes them.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-CALC-DATE.
             05 WS-CALC-YEAR  Pic 9(4).
             05 WS-CALC-MONTH Pic 9(2).
             05 WS-CALC-DAY   Pic 9(2).
           01 WS-CALC-DATE-N Redefines WS-CALC-DATE Pic 9(8).
           01 WS-ADJ-YEAR    Pic S9(9) Comp-5.
           01 WS-ADJ-MONTH   Pic S9(9) Comp-5.
           01 WS-CALC-DAYNUM Pic S9(9) Comp-5.
           01 WS-CUR-DAYNUM  Pic S9(9) Comp-5.
           01 WS-FROM-DAYNUM Pic S9(9) Comp-5.
           01 WS-NEW-DAYNUM  Pic S9(9) Comp-5.

      *>  Park-Miller "minimal standard" generator: each draw is the
      *>  last times 16807, modulo 2**31 - 1. Seeded from the clock.
           01 WS-RAND-SEED Pic 9(10)  Value 1.
           01 WS-RAND-PROD Pic 9(18)  Value Zero.
           01 WS-RAND-QUOT Pic 9(18)  Value Zero.
           01 WS-RAND-PICK Pic 9(9)   Value Zero.

      *>  The change being gathered from consecutive audit rows.
           01 WS-EVT-KEY.
             05 WS-EVT-CUSTID Pic X(10) Value Space.
             05 WS-EVT-TS     Pic X(14) Value Space.
           01 WS-ROW-KEY.
             05 WS-ROW-CUSTID Pic X(10).
             05 WS-ROW-TS     Pic X(14).
           01 WS-EVT-OPER   Pic X(8)  Value Space.
           01 WS-EVT-ACTION Pic X(1)  Value Space.
           01 WS-EVT-FLDCNT Pic 9(3)  Value Zero.

           01 WS-OP-CNT   Pic 9(4)  Value Zero.
           01 WS-OP-TBL.
             05 WS-OP-ENTRY Occurs 200 Times Indexed By WS-OX.
               10 WS-O-ID      Pic X(8).
               10 WS-O-N       Pic 9(2).
               10 WS-O-NEW     Pic X(1).
               10 WS-O-RATED   Pic X(1).
               10 WS-O-FIRSTON Pic 9(8).
               10 WS-O-SEEN    Pic 9(6).
               10 WS-O-SLOT    Occurs 20 Times.
                 15 WS-S-CUSTID Pic X(10).
                 15 WS-S-TS     Pic X(14).
                 15 WS-S-ACTION Pic X(1).
                 15 WS-S-FLDCNT Pic 9(3).
           01 WS-SX         Pic 9(2)  Value Zero.
           01 WS-TAKE       Pic 9(2)  Value Zero.
           01 WS-MATCH-ID   Pic X(8)  Value Space.
           01 WS-MATCH      Pic X     Value "N".
             88 IS-MATCH              Value "Y".

           01 WS-CHG-CNT    Pic 9(7)  Value Zero.
           01 WS-SMP-CNT    Pic 9(6)  Value Zero.

           01 WS-HDG-1.
             05 Filler   Pic X(30)
                Value "QA SAMPLE OF OPERATOR CHANGES ".
             05 Filler   Pic X(5)  Value "RUN ".
             05 H-DATE   Pic X(8).
             05 Filler   Pic X(61) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(10) Value "OPERATOR".
             05 Filler Pic X(12) Value "NEW STARTER".
             05 Filler Pic X(10) Value "SAMPLE N".
             05 Filler Pic X(10) Value "   CHANGES".
             05 Filler Pic X(10) Value "   SAMPLED".
             05 Filler Pic X(52) Value Space.
           01 WS-DETAIL.
             05 D-OPERID  Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-NEW     Pic X(3).
             05 Filler    Pic X(9)  Value Space.
             05 D-N       Pic Z9.
             05 D-RATED   Pic X(1).
             05 Filler    Pic X(7)  Value Space.
             05 D-CHANGES Pic ZZZ,ZZ9.
             05 Filler    Pic X(3)  Value Space.
             05 D-SAMPLED Pic ZZ,ZZ9.
             05 Filler    Pic X(56) Value Space.
           01 WS-FOOT-LINE.
             05 Filler Pic X(104)
                Value "* = SAMPLE SIZE SET ON QARATE.DAT".
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(9)  Value "CHANGES: ".
             05 T-CHG-CNT   Pic Z,ZZZ,ZZ9.
             05 Filler      Pic X(12) Value "   SAMPLED: ".
             05 T-SMP-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(67) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Accept WS-CUR-TIME From Time.
         Perform 150-Check-Already-Run.
         If IS-DONE-TODAY Then
           Display "QAS101: already sampled today - not rerun."
           Perform 999-End-Of-Program
         End-If.
         Perform 200-Load-Config.
         Move WS-CUR-DATE To WS-CALC-DATE-N.
         Perform 250-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-CUR-DAYNUM.
         Compute WS-FROM-DAYNUM = WS-CUR-DAYNUM - 7.
         Compute WS-NEW-DAYNUM  = WS-CUR-DAYNUM - WS-NEW-DAYS.
         Compute WS-RAND-SEED = WS-CUR-TIME + WS-CALC-DAY * 7919.
         If WS-RAND-SEED Equal Zero Then
           Move 1 To WS-RAND-SEED
         End-If.
         Initialize WS-OP-TBL.
         Perform 300-Load-Operators.
         Perform 400-Scan-Sign-Ons.
         Perform 420-Set-Sample-Size
           Varying WS-OX From 1 By 1
           Until WS-OX Greater Than WS-OP-CNT.
         Perform 450-Load-Rates.
         Perform 500-Scan-Audit.

         Open Extend QAREVIEW.
         If WS-QASTAT Equal "35" Then
           Close QAREVIEW
           Open Output QAREVIEW
         End-If.
         Open Output PRTFILE.
         Move WS-CUR-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-COL-HDG.
         Perform 600-Write-Operator
           Varying WS-OX From 1 By 1
           Until WS-OX Greater Than WS-OP-CNT.
         Write PRT-REC From WS-BLANK-LINE.
         Move WS-CHG-CNT To T-CHG-CNT.
         Move WS-SMP-CNT To T-SMP-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Write PRT-REC From WS-FOOT-LINE.
         Close PRTFILE.
         Close QAREVIEW.

         Move "QAS101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "QAS101: " WS-SMP-CNT " of " WS-CHG-CNT
                 " change(s) sampled for review.".
         Perform 999-End-Of-Program.

       150-Check-Already-Run.
         Open Input QAREVIEW.
         If WS-QASTAT Equal "00" Then
           Move "N" To WS-EOF
           Perform 160-Read-Qa-Next
           Perform 170-Check-Qa-Next
             Until IS-EOF Or IS-DONE-TODAY
         End-If.
         Close QAREVIEW.

       160-Read-Qa-Next.
         Read QAREVIEW Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       170-Check-Qa-Next.
         If QASMPDT Equal WS-CUR-DATE Then
           Move "Y" To WS-DONE-TODAY
         End-If.
         Perform 160-Read-Qa-Next.

      *>  The three settings are system parameters; SUB153 keeps
      *>  both sample counts within 1 to 20.
       200-Load-Config.
         Move "QA-SAMPLE-STD" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-DEF-N.
         Move "QA-SAMPLE-NEW" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-NEW-N.
         Move "QA-NEW-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-NEW-DAYS.

       250-Compute-Day-Number.
         If WS-CALC-MONTH Less Than Or Equal 2 Then
           Compute WS-ADJ-YEAR = WS-CALC-YEAR - 1
           Compute WS-ADJ-MONTH = WS-CALC-MONTH + 12
         Else
           Move WS-CALC-YEAR To WS-ADJ-YEAR
           Move WS-CALC-MONTH To WS-ADJ-MONTH
         End-If.
         Compute WS-CALC-DAYNUM =
             365 * WS-ADJ-YEAR + WS-ADJ-YEAR / 4
           - WS-ADJ-YEAR / 100 + WS-ADJ-YEAR / 400
           + (153 * (WS-ADJ-MONTH - 3) + 2) / 5
           + WS-CALC-DAY.

      *>  Leaves WS-OX on the operator's entry, adding one for an ID
      *>  not yet in the table; WS-MATCH stays "N" only when the
      *>  table is full.
       260-Find-Operator.
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
           Move WS-DEF-N    To WS-O-N(WS-OX)
           Move "Y" To WS-MATCH
         End-If.

      *>  The next draw, reduced to 1 .. WS-O-SEEN.
       270-Draw-Random.
         Compute WS-RAND-PROD = WS-RAND-SEED * 16807.
         Divide WS-RAND-PROD By 2147483647 Giving WS-RAND-QUOT
             Remainder WS-RAND-SEED.
         Divide WS-RAND-SEED By WS-O-SEEN(WS-OX) Giving WS-RAND-QUOT
             Remainder WS-RAND-PICK.
         Add 1 To WS-RAND-PICK.

       300-Load-Operators.
         Open Input OPERFILE.
         If WS-OPERSTAT Not Equal "00" Then
           Display "QAS101: OPERATOR.DAT not found."
           Close OPERFILE
         Else
           Move "N" To WS-EOF
           Perform 310-Read-Oper-Next
           Perform 320-Load-Oper-Next
             Until IS-EOF
           Close OPERFILE
         End-If.

       310-Read-Oper-Next.
         Read OPERFILE Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Load-Oper-Next.
         Move OOPERID To WS-MATCH-ID.
         Perform 260-Find-Operator.
         Perform 310-Read-Oper-Next.

      *>  The log is append-only, so the first sign-on row seen for
      *>  an operator is their first ever (RET101 permitting).
       400-Scan-Sign-Ons.
         Open Input OPERLOG.
         If WS-OLOGSTAT Not Equal "00" Then
           Close OPERLOG
         Else
           Move "N" To WS-EOF
           Perform 410-Read-Olog-Next
           Perform 415-Note-First-Sign-On
             Until IS-EOF
           Close OPERLOG
         End-If.

       410-Read-Olog-Next.
         Read OPERLOG
           At End Move "Y" To WS-EOF
         End-Read.

       415-Note-First-Sign-On.
         If OLEVENT-SIGNON Then
           Move OLOPERID To WS-MATCH-ID
           Perform 260-Find-Operator
           If IS-MATCH And WS-O-FIRSTON(WS-OX) Equal Zero Then
             Move OLTIMESTAMP(1:8) To WS-O-FIRSTON(WS-OX)
           End-If
         End-If.
         Perform 410-Read-Olog-Next.

       420-Set-Sample-Size.
         Move WS-DEF-N To WS-O-N(WS-OX).
         Move "N"      To WS-O-NEW(WS-OX).
         If WS-O-FIRSTON(WS-OX) Equal Zero Then
           Move "Y" To WS-O-NEW(WS-OX)
         Else
           Move WS-O-FIRSTON(WS-OX) To WS-CALC-DATE-N
           Perform 250-Compute-Day-Number
           If WS-CALC-DAYNUM Greater Than WS-NEW-DAYNUM Then
             Move "Y" To WS-O-NEW(WS-OX)
           End-If
         End-If.
         If WS-O-NEW(WS-OX) Equal "Y" Then
           Move WS-NEW-N To WS-O-N(WS-OX)
         End-If.

      *>  A QARATE.DAT row beats both defaults for that operator.
       450-Load-Rates.
         Open Input QARATE.
         If WS-RATESTAT Not Equal "00" Then
           Close QARATE
         Else
           Move "N" To WS-EOF
           Perform 460-Read-Rate-Next
           Perform 470-Apply-Rate-Next
             Until IS-EOF
           Close QARATE
         End-If.

       460-Read-Rate-Next.
         Read QARATE
           At End Move "Y" To WS-EOF
         End-Read.

       470-Apply-Rate-Next.
         If QR-COUNT Is Numeric Then
           Move QR-OPERID To WS-MATCH-ID
           Perform 260-Find-Operator
           If IS-MATCH Then
             Move QR-COUNT To WS-O-N(WS-OX)
             If WS-O-N(WS-OX) Greater Than 20 Then
               Move 20 To WS-O-N(WS-OX)
             End-If
             Move "*" To WS-O-RATED(WS-OX)
           End-If
         End-If.
         Perform 460-Read-Rate-Next.

      *>  Audit rows are in customer/timestamp order, so the rows of
      *>  one save arrive together; a change of key closes the
      *>  change gathered so far.
       500-Scan-Audit.
         Open Input AUDIT.
         If WS-AUDSTAT Not Equal "00" Then
           Display "QAS101: CUSTOMER.AUDIT not found."
           Close AUDIT
         Else
           Move "N" To WS-EOF
           Perform 510-Read-Audit-Next
           Perform 520-Gather-Audit-Next
             Until IS-EOF
           Perform 530-Close-Change
           Close AUDIT
         End-If.

       510-Read-Audit-Next.
         Read AUDIT Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       520-Gather-Audit-Next.
         Move ACUSTID    To WS-ROW-CUSTID.
         Move ATIMESTAMP To WS-ROW-TS.
         If WS-ROW-KEY Not Equal WS-EVT-KEY Then
           Perform 530-Close-Change
           Move WS-ROW-KEY To WS-EVT-KEY
           Move AOPERID    To WS-EVT-OPER
           Move Space      To WS-EVT-ACTION
           Move Zero       To WS-EVT-FLDCNT
         End-If.
         Evaluate True
           When AACTION-CREATE
             Move "C" To WS-EVT-ACTION
           When AACTION-UPDATE
             Add 1 To WS-EVT-FLDCNT
             If WS-EVT-ACTION Equal Space Then
               Move "U" To WS-EVT-ACTION
             End-If
         End-Evaluate.
         Perform 510-Read-Audit-Next.

       530-Close-Change.
         If WS-EVT-ACTION Not Equal Space
           And WS-EVT-OPER Not Equal Space Then
           Move WS-EVT-TS(1:8) To WS-CALC-DATE-N
           Perform 250-Compute-Day-Number
           If WS-CALC-DAYNUM Not Less Than WS-FROM-DAYNUM
             And WS-CALC-DAYNUM Less Than WS-CUR-DAYNUM Then
             Move WS-EVT-OPER To WS-MATCH-ID
             Perform 260-Find-Operator
             If IS-MATCH Then
               Add 1 To WS-CHG-CNT
               Perform 540-Offer-To-Sample
             End-If
           End-If
         End-If.
         Move Space To WS-EVT-ACTION.

      *>  Reservoir sampling: the first N changes fill the slots,
      *>  after that the k-th change replaces a random slot with
      *>  chance N in k.
       540-Offer-To-Sample.
         Add 1 To WS-O-SEEN(WS-OX).
         Move Zero To WS-TAKE.
         If WS-O-SEEN(WS-OX) Not Greater Than WS-O-N(WS-OX) Then
           Move WS-O-SEEN(WS-OX) To WS-TAKE
         Else
           Perform 270-Draw-Random
           If WS-RAND-PICK Not Greater Than WS-O-N(WS-OX) Then
             Move WS-RAND-PICK To WS-TAKE
           End-If
         End-If.
         If WS-TAKE Greater Than Zero Then
           Move WS-EVT-CUSTID To WS-S-CUSTID(WS-OX, WS-TAKE)
           Move WS-EVT-TS     To WS-S-TS(WS-OX, WS-TAKE)
           Move WS-EVT-ACTION To WS-S-ACTION(WS-OX, WS-TAKE)
           Move WS-EVT-FLDCNT To WS-S-FLDCNT(WS-OX, WS-TAKE)
         End-If.

       600-Write-Operator.
         Move WS-O-ID(WS-OX) To D-OPERID.
         If WS-O-NEW(WS-OX) Equal "Y" Then
           Move "YES" To D-NEW
         Else
           Move "NO"  To D-NEW
         End-If.
         Move WS-O-N(WS-OX)     To D-N.
         Move WS-O-RATED(WS-OX) To D-RATED.
         Move WS-O-SEEN(WS-OX)  To D-CHANGES.
         If WS-O-SEEN(WS-OX) Less Than WS-O-N(WS-OX) Then
           Move WS-O-SEEN(WS-OX) To WS-TAKE
         Else
           Move WS-O-N(WS-OX)    To WS-TAKE
         End-If.
         Move WS-TAKE To D-SAMPLED.
         Write PRT-REC From WS-DETAIL.
         Perform 610-Write-Sample
           Varying WS-SX From 1 By 1
           Until WS-SX Greater Than WS-TAKE.

       610-Write-Sample.
         Move Space        To QAREVIEW-REC.
         Move "P"          To QASTATUS.
         Move WS-CUR-DATE  To QASMPDT.
         Move WS-O-ID(WS-OX) To QAOPERID.
         Move WS-S-CUSTID(WS-OX, WS-SX) To QACUSTID.
         Move WS-S-TS(WS-OX, WS-SX)     To QATIMESTAMP.
         Move WS-S-ACTION(WS-OX, WS-SX) To QAACTION.
         Move WS-S-FLDCNT(WS-OX, WS-SX) To QAFLDCNT.
         Write QAREVIEW-REC
         End-Write.
         Add 1 To WS-SMP-CNT.

       999-End-Of-Program.
         Stop Run.
