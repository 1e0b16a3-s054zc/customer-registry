      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Monthly prospect conversion funnel, built from the          **
      *> lifecycle changes (RCUSTLIFECYC rows) on CUSTOMER.AUDIT.    **
      *> The report month is the month before the processing date   **
      *> (SUB152), so the run on the first of the month covers the  **
      *> month just closed; rows are put on the processing date     **
      *> they were written under. For that month, per lead source   **
      *> (RCUSTSRC) and per office (RCUSTOFFICE), with a line for    **
      *> everybody, it counts:                                      **
      *>   CREATED    customers moved into the prospect stage (P)   **
      *>   <=30 <=60 <=90                                           **
      *>              prospects made active (P to A) that month     **
      *>              within 30, 60 and 90 days of becoming a       **
      *>              prospect - the columns are cumulative         **
      *>   CONVERTED  every P to A that month, however long it took **
      *>   AVG DAYS   the average days to convert of those whose    **
      *>              prospect date is on the audit file            **
      *>   DEMOTED    prospects LCY101 aged out to inactive (P to I **
      *>              by BATCH) that month, never once converted    **
      *> Source and office are the customer's as they stand now;    **
      *> a customer no longer on CUSTOMER.DAT, or one from before   **
      *> the lead source was kept, counts under (NONE).             **
      *> Output: data/FUNNEL.PRT, archived through SUB117. Run      **
      *> outside the PGM001 menu, monthly.                          **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   FNL101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select AUDLIVE Assign WS-AUDFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is AUDKEY
             File Status WS-AUDSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd AUDLIVE.
           01 AUDIT-REC.
             Copy AUDITFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(100).

         Working-Storage Section.
           01 WS-AUDFILE  Pic X(20) Value "data/CUSTOMER.AUDIT".
           01 WS-AUDSTAT  Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/FUNNEL.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUST-OPEN Pic X    Value "N".
             88 CUST-OPEN           Value "Y".
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

      *>  Day numbers as FRD101 computes them.
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CALC-DATE.
             05 WS-CALC-YEAR  Pic 9(4).
             05 WS-CALC-MONTH Pic 9(2).
             05 WS-CALC-DAY   Pic 9(2).
           01 WS-CALC-DATE-N Redefines WS-CALC-DATE Pic 9(8).
           01 WS-ADJ-YEAR    Pic S9(9) Comp-5.
           01 WS-ADJ-MONTH   Pic S9(9) Comp-5.
           01 WS-CALC-DAYNUM Pic S9(9) Comp-5.
           01 WS-REP-YYYYMM  Pic 9(6).
           01 WS-ROW-YYYYMM  Pic 9(6).
           01 WS-ROW-DAYNUM  Pic S9(9) Comp-5.
           01 WS-CONV-DAYS   Pic S9(9) Comp-5.

      *>  The customer being walked on the audit file: where the
      *>  current prospect stint began (zero when the customer is
      *>  not known to be a prospect) and whether they were ever
      *>  made active from prospect.
           01 WS-AUD-CUSTID Pic X(10) Value Space.
           01 WS-AUD-SRC    Pic X(3)  Value Space.
           01 WS-AUD-OFFICE Pic X(3)  Value Space.
           01 WS-P-START    Pic S9(9) Comp-5 Value Zero.
           01 WS-IN-PROSPECT Pic X    Value "N".
             88 IN-PROSPECT           Value "Y".
           01 WS-EVER-CONV  Pic X     Value "N".
             88 EVER-CONVERTED        Value "Y".
           01 WS-OLD-STAGE  Pic X(1).
           01 WS-NEW-STAGE  Pic X(1).

      *>  Slot 1 is everybody; the rest are one per source (type S)
      *>  or office (type O) seen, put in code order at print time.
           01 WS-GRP-CNT  Pic 9(3)  Value Zero.
           01 WS-GRP-TBL.
             05 WS-GRP-ENTRY Occurs 100 Times Indexed By WS-GX, WS-GY.
               10 WS-G-TYPE    Pic X(1).
               10 WS-G-CODE    Pic X(3).
               10 WS-G-CREATED Pic 9(6).
               10 WS-G-C30     Pic 9(6).
               10 WS-G-C60     Pic 9(6).
               10 WS-G-C90     Pic 9(6).
               10 WS-G-CONV    Pic 9(6).
               10 WS-G-TIMED   Pic 9(6).
               10 WS-G-DAYSUM  Pic 9(9).
               10 WS-G-DEMOTED Pic 9(6).
           01 WS-GRP-HOLD     Pic X(55).
           01 WS-FIND-TYPE    Pic X(1).
           01 WS-FIND-CODE    Pic X(3).
           01 WS-FIND-IX      Pic 9(3)  Value Zero.
           01 WS-SLOT-TBL.
             05 WS-SLOT Pic 9(3) Occurs 3 Times.
           01 WS-SX           Pic 9(1).
           01 WS-EVENT        Pic X(1).
             88 EV-CREATED              Value "P".
             88 EV-CONVERTED            Value "A".
             88 EV-DEMOTED              Value "I".
           01 WS-PRT-TYPE     Pic X(1).
           01 WS-PRT-CNT      Pic 9(3)  Value Zero.
           01 WS-AVG-DAYS     Pic 9(5)V9.

           01 WS-HDG-1.
             05 Filler Pic X(37)
                Value "PROSPECT CONVERSION FUNNEL - MONTH ".
             05 H-MONTH Pic 9(6).
             05 Filler Pic X(57) Value Space.
           01 WS-SEC-HDG.
             05 H-SECTION Pic X(100).
           01 WS-COL-HDG.
             05 Filler Pic X(8)  Value "CODE".
             05 Filler Pic X(9)  Value "CREATED".
             05 Filler Pic X(9)  Value "   <=30".
             05 Filler Pic X(9)  Value "   <=60".
             05 Filler Pic X(9)  Value "   <=90".
             05 Filler Pic X(11) Value "CONVERTED".
             05 Filler Pic X(10) Value "AVG DAYS".
             05 Filler Pic X(35) Value "DEMOTED".
           01 WS-DETAIL.
             05 D-CODE    Pic X(6).
             05 Filler    Pic X(2)  Value Space.
             05 D-CREATED Pic ZZZ,ZZ9.
             05 Filler    Pic X(2)  Value Space.
             05 D-C30     Pic ZZZ,ZZ9.
             05 Filler    Pic X(2)  Value Space.
             05 D-C60     Pic ZZZ,ZZ9.
             05 Filler    Pic X(2)  Value Space.
             05 D-C90     Pic ZZZ,ZZ9.
             05 Filler    Pic X(4)  Value Space.
             05 D-CONV    Pic ZZZ,ZZ9.
             05 Filler    Pic X(3)  Value Space.
             05 D-AVG     Pic ZZ,ZZ9.9.
             05 Filler    Pic X(2)  Value Space.
             05 D-DEMOTED Pic ZZZ,ZZ9.
             05 Filler    Pic X(32) Value Space.
           01 WS-NONE-LINE.
             05 Filler Pic X(100) Value "NONE.".
           01 WS-LEGEND-1.
             05 Filler Pic X(100)
                Value "<=30/<=60/<=90: CONVERTED THIS MONTH WITHIN SO MA
      -               "NY DAYS OF BECOMING A PROSPECT (CUMULATIVE).".
           01 WS-LEGEND-2.
             05 Filler Pic X(100)
                Value "DEMOTED: AGED OUT TO INACTIVE BY LCY101 WITHOUT E
      -               "VER CONVERTING.".
           01 WS-BLANK-LINE Pic X(100) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CALC-DATE-N.
         If WS-CALC-MONTH Greater Than 1 Then
           Subtract 1 From WS-CALC-MONTH
         Else
           Move 12 To WS-CALC-MONTH
           Subtract 1 From WS-CALC-YEAR
         End-If.
         Move WS-CALC-DATE-N(1:6) To WS-REP-YYYYMM.
         Initialize WS-GRP-TBL.
         Move 1   To WS-GRP-CNT.
         Move "T" To WS-G-TYPE(1).
         Move "ALL" To WS-G-CODE(1).
         Open Input CUST.
         If WS-CUSTSTAT Equal "00" Then
           Move "Y" To WS-CUST-OPEN
         Else
           Close CUST
         End-If.
         Perform 300-Scan-Audit.
         If CUST-OPEN Then
           Close CUST
         End-If.
         Perform 600-Sort-Groups.

         Open Output PRTFILE.
         Move WS-REP-YYYYMM To H-MONTH.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-COL-HDG.
         Move "ALL PROSPECTS" To H-SECTION.
         Write PRT-REC From WS-SEC-HDG.
         Set WS-GX To 1.
         Perform 720-Write-Group-Line.
         Write PRT-REC From WS-BLANK-LINE.
         Move "BY LEAD SOURCE" To H-SECTION.
         Move "S" To WS-PRT-TYPE.
         Perform 700-Write-Section.
         Write PRT-REC From WS-BLANK-LINE.
         Move "BY OFFICE" To H-SECTION.
         Move "O" To WS-PRT-TYPE.
         Perform 700-Write-Section.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-LEGEND-1.
         Write PRT-REC From WS-LEGEND-2.
         Close PRTFILE.

         Move "FNL101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "FNL101: " WS-G-CREATED(1) " prospect(s) created, "
                 WS-G-CONV(1) " converted, " WS-G-DEMOTED(1)
                 " demoted, for " WS-REP-YYYYMM.
         Perform 999-End-Of-Program.

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

      *>  The audit file is keyed by customer then timestamp, so one
      *>  customer's rows arrive together and in time order - the
      *>  whole history is walked, since a conversion this month
      *>  can date back to a prospect made long before.
       300-Scan-Audit.
         Open Input AUDLIVE.
         If WS-AUDSTAT Not Equal "00" Then
           Display "FNL101: CUSTOMER.AUDIT not found."
           Close AUDLIVE
         Else
           Move "N" To WS-EOF
           Perform 310-Read-Audit-Next
           Perform 320-Check-Audit-Next
             Until IS-EOF
           Close AUDLIVE
         End-If.

       310-Read-Audit-Next.
         Read AUDLIVE Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Check-Audit-Next.
         If ACUSTID Not Equal WS-AUD-CUSTID Then
           Perform 330-Start-Customer
         End-If.
         If AACTION-UPDATE And AFIELD Equal "RCUSTLIFECYC" Then
           Move AOLDVAL(1:1) To WS-OLD-STAGE
           Move ANEWVAL(1:1) To WS-NEW-STAGE
           Move ATIMESTAMP To LPDSTAMP
           Move "M" To WS-PDT-FUNC
           Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL
           Move LPDDATE To WS-CALC-DATE-N
           Move WS-CALC-DATE-N(1:6) To WS-ROW-YYYYMM
           Perform 250-Compute-Day-Number
           Move WS-CALC-DAYNUM To WS-ROW-DAYNUM
           Perform 340-Apply-Stage-Change
         End-If.
         Perform 310-Read-Audit-Next.

      *>  Source and office come from the record as it stands now.
       330-Start-Customer.
         Move ACUSTID To WS-AUD-CUSTID.
         Move Space   To WS-AUD-SRC.
         Move Space   To WS-AUD-OFFICE.
         Move Zero    To WS-P-START.
         Move "N"     To WS-IN-PROSPECT.
         Move "N"     To WS-EVER-CONV.
         If CUST-OPEN Then
           Move ACUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Continue
             Not Invalid Key
               Move RCUSTSRC    To WS-AUD-SRC
               Move RCUSTOFFICE To WS-AUD-OFFICE
           End-Read
         End-If.

      *>  A conversion whose prospect date is not on the audit file
      *>  (a prospect from before the file began) still counts as
      *>  converted, but not in the day columns or the average.
       340-Apply-Stage-Change.
         Evaluate True
           When WS-NEW-STAGE Equal "P" And WS-OLD-STAGE Not Equal "P"
             Move "Y" To WS-IN-PROSPECT
             Move WS-ROW-DAYNUM To WS-P-START
             If WS-ROW-YYYYMM Equal WS-REP-YYYYMM Then
               Move "P" To WS-EVENT
               Perform 400-Tally-Event
             End-If
           When WS-OLD-STAGE Equal "P" And WS-NEW-STAGE Equal "A"
             If IN-PROSPECT Then
               Compute WS-CONV-DAYS = WS-ROW-DAYNUM - WS-P-START
             Else
               Move -1 To WS-CONV-DAYS
             End-If
             Move "Y" To WS-EVER-CONV
             Move "N" To WS-IN-PROSPECT
             If WS-ROW-YYYYMM Equal WS-REP-YYYYMM Then
               Move "A" To WS-EVENT
               Perform 400-Tally-Event
             End-If
           When WS-OLD-STAGE Equal "P" And WS-NEW-STAGE Equal "I"
             And AOPERID Equal "BATCH"
             Move "N" To WS-IN-PROSPECT
             If WS-ROW-YYYYMM Equal WS-REP-YYYYMM
               And Not EVER-CONVERTED Then
               Move "I" To WS-EVENT
               Perform 400-Tally-Event
             End-If
           When WS-OLD-STAGE Equal "P"
             Move "N" To WS-IN-PROSPECT
         End-Evaluate.

      *>  One event counts on the everybody line, the customer's
      *>  source line and the customer's office line.
       400-Tally-Event.
         Move 1 To WS-SLOT(1).
         Move "S"        To WS-FIND-TYPE.
         Move WS-AUD-SRC To WS-FIND-CODE.
         Perform 410-Find-Group.
         Move WS-FIND-IX To WS-SLOT(2).
         Move "O"           To WS-FIND-TYPE.
         Move WS-AUD-OFFICE To WS-FIND-CODE.
         Perform 410-Find-Group.
         Move WS-FIND-IX To WS-SLOT(3).
         Perform 420-Add-To-Group
           Varying WS-SX From 1 By 1
           Until WS-SX Greater Than 3.

      *>  Leaves WS-FIND-IX on the group's slot, adding it when there
      *>  is room; zero when the table is full.
       410-Find-Group.
         Move Zero To WS-FIND-IX.
         Perform 415-Check-Group
           Varying WS-GX From 2 By 1
           Until WS-GX Greater Than WS-GRP-CNT
             Or WS-FIND-IX Not Equal Zero.
         If WS-FIND-IX Equal Zero And WS-GRP-CNT Less Than 100 Then
           Add 1 To WS-GRP-CNT
           Move WS-GRP-CNT   To WS-FIND-IX
           Move WS-FIND-TYPE To WS-G-TYPE(WS-FIND-IX)
           Move WS-FIND-CODE To WS-G-CODE(WS-FIND-IX)
         End-If.

       415-Check-Group.
         If WS-G-TYPE(WS-GX) Equal WS-FIND-TYPE
           And WS-G-CODE(WS-GX) Equal WS-FIND-CODE Then
           Set WS-FIND-IX To WS-GX
         End-If.

       420-Add-To-Group.
         If WS-SLOT(WS-SX) Not Equal Zero Then
           Set WS-GX To WS-SLOT(WS-SX)
           Evaluate True
             When EV-CREATED
               Add 1 To WS-G-CREATED(WS-GX)
             When EV-CONVERTED
               Add 1 To WS-G-CONV(WS-GX)
               If WS-CONV-DAYS Not Less Than Zero Then
                 Add 1 To WS-G-TIMED(WS-GX)
                 Add WS-CONV-DAYS To WS-G-DAYSUM(WS-GX)
                 If WS-CONV-DAYS Not Greater Than 30 Then
                   Add 1 To WS-G-C30(WS-GX)
                 End-If
                 If WS-CONV-DAYS Not Greater Than 60 Then
                   Add 1 To WS-G-C60(WS-GX)
                 End-If
                 If WS-CONV-DAYS Not Greater Than 90 Then
                   Add 1 To WS-G-C90(WS-GX)
                 End-If
               End-If
             When EV-DEMOTED
               Add 1 To WS-G-DEMOTED(WS-GX)
           End-Evaluate
         End-If.

      *>  An exchange sort on type and code over slots 2 on - a few
      *>  dozen sources and offices at most.
       600-Sort-Groups.
         Perform 610-Sort-Pass
           Varying WS-GX From 2 By 1
           Until WS-GX Not Less Than WS-GRP-CNT.

       610-Sort-Pass.
         Perform 620-Sort-Compare
           Varying WS-GY From WS-GX By 1
           Until WS-GY Greater Than WS-GRP-CNT.

       620-Sort-Compare.
         If WS-G-TYPE(WS-GY) Less Than WS-G-TYPE(WS-GX)
           Or (WS-G-TYPE(WS-GY) Equal WS-G-TYPE(WS-GX)
             And WS-G-CODE(WS-GY) Less Than WS-G-CODE(WS-GX)) Then
           Move WS-GRP-ENTRY(WS-GX) To WS-GRP-HOLD
           Move WS-GRP-ENTRY(WS-GY) To WS-GRP-ENTRY(WS-GX)
           Move WS-GRP-HOLD         To WS-GRP-ENTRY(WS-GY)
         End-If.

       700-Write-Section.
         Write PRT-REC From WS-SEC-HDG.
         Move Zero To WS-PRT-CNT.
         Perform 710-Write-Section-Line
           Varying WS-GX From 2 By 1
           Until WS-GX Greater Than WS-GRP-CNT.
         If WS-PRT-CNT Equal Zero Then
           Write PRT-REC From WS-NONE-LINE
         End-If.

       710-Write-Section-Line.
         If WS-G-TYPE(WS-GX) Equal WS-PRT-TYPE Then
           Perform 720-Write-Group-Line
           Add 1 To WS-PRT-CNT
         End-If.

       720-Write-Group-Line.
         If WS-G-CODE(WS-GX) Equal Space Then
           Move "(NONE)" To D-CODE
         Else
           Move WS-G-CODE(WS-GX) To D-CODE
         End-If.
         Move WS-G-CREATED(WS-GX) To D-CREATED.
         Move WS-G-C30(WS-GX)     To D-C30.
         Move WS-G-C60(WS-GX)     To D-C60.
         Move WS-G-C90(WS-GX)     To D-C90.
         Move WS-G-CONV(WS-GX)    To D-CONV.
         If WS-G-TIMED(WS-GX) Equal Zero Then
           Move Zero To WS-AVG-DAYS
         Else
           Compute WS-AVG-DAYS Rounded =
               WS-G-DAYSUM(WS-GX) / WS-G-TIMED(WS-GX)
         End-If.
         Move WS-AVG-DAYS          To D-AVG.
         Move WS-G-DEMOTED(WS-GX) To D-DEMOTED.
         Write PRT-REC From WS-DETAIL.

       999-End-Of-Program.
         Stop Run.
