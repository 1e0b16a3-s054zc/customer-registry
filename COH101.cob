      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Monthly cohort retention report. Customers are grouped by   **
      *> the month their *CREATE* audit row was written (mapped to   **
      *> the processing date through SUB152), for the twelve months  **
      *> ending with the month before the processing date. For each **
      *> month since, each cohort shows what share of it stood at    **
      *> month end as:                                               **
      *>   ACTIVE     none of the below                              **
      *>   INACTIVE   removed through SUB103, or moved to lifecycle  **
      *>              stage inactive/deceased (LCY101 or by hand)    **
      *>   MERGED     merged away as the source of an MRG101 pair    **
      *>   PURGED     removed by PUR101 (reason code PU)             **
      *> A reactivation, restore or unmerge puts the customer back.  **
      *> The history comes from the yearly ARC101 archives and the   **
      *> live trail together, sorted per customer, so a cohort      **
      *> survives the archiving of its rows. Cohorts are shown for   **
      *> everybody, then per type code (RCUSTTYPE) and per office    **
      *> (RCUSTOFFICE), taken from CUSTOMER.DAT or, for a customer   **
      *> no longer on it, from the copy PUR101 left on               **
      *> CUSTOMER.HIST. Output: data/COHORT.PRT, archived through    **
      *> SUB117. Run outside the PGM001 menu, monthly.               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   COH101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select AUDIT Assign WS-AUDFILE
             Access Mode Is Sequential
             File Status WS-AUDSTAT.
           Select AUDLIVE Assign WS-LIVEFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is AUDKEY Of AUDLIVE-REC
             File Status WS-LIVESTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID Of CUST-REC
             Alternate Record Key Is RCUSTNAME Of CUST-REC
               With Duplicates
             File Status WS-CUSTSTAT.
           Select HISTFILE Assign WS-HISTFILE
             Organization Is Line Sequential
             File Status WS-HISTSTAT.
           Select SORTFILE Assign WS-SORTFILE.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd AUDIT.
           01 AUDIT-REC.
             Copy AUDITFD.

           Fd AUDLIVE.
           01 AUDLIVE-REC.
             Copy AUDITFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd HISTFILE.
           01 HIST-REC.
             Copy CUSTFD.

           Sd SORTFILE.
           01 SORT-REC.
             05 S-CUSTID Pic X(10).
             05 S-TS     Pic X(14).
             05 S-SEQNO  Pic 9(4).
             05 S-ACTION Pic X(1).
             05 S-FIELD  Pic X(15).
             05 S-NEWVAL Pic X(10).
             05 S-REASON Pic X(2).
             05 S-GSEQ   Pic 9(9).

           Fd PRTFILE.
           01 PRT-REC Pic X(100).

         Working-Storage Section.
           01 WS-AUDFILE   Pic X(30) Value Space.
           01 WS-AUDSTAT   Pic 9(2).
           01 WS-LIVEFILE  Pic X(30) Value "data/CUSTOMER.AUDIT".
           01 WS-LIVESTAT  Pic 9(2).
           01 WS-CUSTFILE  Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT  Pic 9(2).
           01 WS-HISTFILE  Pic X(20) Value "data/CUSTOMER.HIST".
           01 WS-HISTSTAT  Pic 9(2).
           01 WS-SORTFILE  Pic X(20) Value "data/COH101.SRT".
           01 WS-PRTFILE   Pic X(30) Value "data/COHORT.PRT".
           01 WS-PRTSTAT   Pic 9(2).
           01 WS-EOF       Pic X     Value "N".
             88 IS-EOF               Value "Y".
           01 WS-CUST-OPEN Pic X     Value "N".
             88 CUST-OPEN            Value "Y".
           01 WS-FOUND     Pic X     Value "N".
             88 IS-FOUND             Value "Y".
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-SCAN-YEAR Pic 9(4)  Value Zero.
           01 WS-YEAR-X    Pic X(4)  Value Space.
           01 WS-CUST-CNT  Pic 9(6)  Value Zero.

      *>  Months are counted as year * 12 + month - 1, so the gap
      *>  between two months is a plain subtraction.
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CALC-DATE.
             05 WS-CALC-YEAR  Pic 9(4).
             05 WS-CALC-MONTH Pic 9(2).
             05 WS-CALC-DAY   Pic 9(2).
           01 WS-CALC-DATE-N Redefines WS-CALC-DATE Pic 9(8).
           01 WS-CUR-YEAR   Pic 9(4).
           01 WS-REP-MON    Pic 9(6)  Value Zero.
           01 WS-FIRST-MON  Pic 9(6)  Value Zero.
           01 WS-ROW-MON    Pic 9(6)  Value Zero.
           01 WS-SNAP-MON   Pic 9(6)  Value Zero.
           01 WS-LIMIT-MON  Pic 9(6)  Value Zero.
           01 WS-WORK-MON   Pic 9(6)  Value Zero.
           01 WS-WORK-YEAR  Pic 9(4).
           01 WS-WORK-MM    Pic 9(2).
           01 WS-WORK-YYYYMM Pic 9(6).

      *>  The customer being walked: the cohort it was created in
      *>  (zero when its creation is outside the twelve months or
      *>  not on file), the next month end still to be counted and
      *>  what stands against it so far.
           01 WS-CUR-CUST   Pic X(10) Value Space.
           01 WS-C-TYPE     Pic X(1)  Value Space.
           01 WS-C-OFFICE   Pic X(3)  Value Space.
           01 WS-C-STAT     Pic X(1)  Value Space.
           01 WS-COH-IX     Pic 9(2)  Value Zero.
           01 WS-COH-MON    Pic 9(6)  Value Zero.
           01 WS-NEXT-OFF   Pic 9(2)  Value Zero.
           01 WS-F-DELETED  Pic X     Value "N".
             88 IS-DELETED            Value "Y".
           01 WS-F-PURGED   Pic X     Value "N".
             88 IS-PURGED             Value "Y".
           01 WS-F-LCINACT  Pic X     Value "N".
             88 IS-LCINACT            Value "Y".
           01 WS-F-MERGED   Pic X     Value "N".
             88 IS-MERGED             Value "Y".
           01 WS-STATE      Pic 9(1)  Value Zero.
           01 WS-SLOT-TBL.
             05 WS-SLOT Pic 9(2) Occurs 3 Times.
           01 WS-SX         Pic 9(1).

      *>  Type and office of the customers PUR101 archived, for the
      *>  ones no longer on CUSTOMER.DAT; a later copy replaces an
      *>  earlier one.
           01 WS-HIST-CNT   Pic 9(4)  Value Zero.
           01 WS-HIST-TBL.
             05 WS-HIST-ENTRY Occurs 5000 Times.
               10 WS-H-ID     Pic X(10).
               10 WS-H-TYPE   Pic X(1).
               10 WS-H-OFFICE Pic X(3).
           01 WS-HX         Pic 9(4)  Value Zero.
           01 WS-HIST-IX    Pic 9(4)  Value Zero.

      *>  Both sides of a merge get a *MERGE* row naming the other;
      *>  MRG101 writes the target's first, so of a pair the row with
      *>  the higher append sequence (AGSEQ) is the merged-away
      *>  source. Gathered on the way into the sort.
           01 WS-MRG-CNT    Pic 9(4)  Value Zero.
           01 WS-MRG-TBL.
             05 WS-MRG-ENTRY Occurs 2000 Times.
               10 WS-M-ID      Pic X(10).
               10 WS-M-TS      Pic X(14).
               10 WS-M-PARTNER Pic X(10).
               10 WS-M-GSEQ    Pic 9(9).
           01 WS-MX         Pic 9(4)  Value Zero.
           01 WS-MRG-IX     Pic 9(4)  Value Zero.
           01 WS-MRG-SOURCE Pic X     Value "N".
             88 IS-MRG-SOURCE         Value "Y".

      *>  Group 1 is everybody; the rest one per type code (Y) or
      *>  office (O). Counts per group, cohort, month since creation
      *>  (1 = the month of creation) and state (1 active,
      *>  2 inactive, 3 merged, 4 purged).
           01 WS-GRP-CNT    Pic 9(2)  Value Zero.
           01 WS-GRP-HDR.
             05 WS-GRP-ID Occurs 60 Times.
               10 WS-G-TYPE Pic X(1).
               10 WS-G-CODE Pic X(3).
           01 WS-CNT-TBL.
             05 WS-GRP Occurs 60 Times.
               10 WS-COH Occurs 12 Times.
                 15 WS-OFF Occurs 12 Times.
                   20 WS-ST-CNT Pic 9(6) Occurs 4 Times.
           01 WS-ORD-TBL.
             05 WS-ORD Pic 9(2) Occurs 60 Times.
           01 WS-GX         Pic 9(2)  Value Zero.
           01 WS-GY         Pic 9(2)  Value Zero.
           01 WS-OX         Pic 9(2)  Value Zero.
           01 WS-CX         Pic 9(2)  Value Zero.
           01 WS-FX         Pic 9(2)  Value Zero.
           01 WS-TX         Pic 9(1)  Value Zero.
           01 WS-HOLD-ORD   Pic 9(2)  Value Zero.
           01 WS-FIND-TYPE  Pic X(1).
           01 WS-FIND-CODE  Pic X(3).
           01 WS-FIND-IX    Pic 9(2)  Value Zero.
           01 WS-PRT-TYPE   Pic X(1).
           01 WS-PRT-CNT    Pic 9(4)  Value Zero.
           01 WS-SIZE       Pic 9(6)  Value Zero.
           01 WS-OFF-MAX    Pic 9(2)  Value Zero.
           01 WS-PCT        Pic 9(3)  Value Zero.

           01 WS-HDG-1.
             05 Filler Pic X(39)
                Value "COHORT RETENTION BY MONTH OF CREATION -".
             05 Filler Pic X(9)  Value " COHORTS ".
             05 H-FROM  Pic 9(6).
             05 Filler Pic X(1)  Value "-".
             05 H-TO    Pic 9(6).
             05 Filler Pic X(39) Value Space.
           01 WS-SEC-HDG.
             05 H-SECTION Pic X(100).
           01 WS-COH-HDG.
             05 Filler  Pic X(7)  Value "COHORT ".
             05 C-MONTH Pic 9(6).
             05 Filler  Pic X(2)  Value Space.
             05 C-LABEL Pic X(7).
             05 C-CODE  Pic X(6).
             05 Filler  Pic X(2)  Value Space.
             05 Filler  Pic X(10) Value "CUSTOMERS ".
             05 C-SIZE  Pic ZZZ,ZZ9.
             05 Filler  Pic X(53) Value Space.
           01 WS-OFF-HDG.
             05 Filler Pic X(40)
                Value "  % AT MONTH END     M0   M1   M2   M3  ".
             05 Filler Pic X(40)
                Value " M4   M5   M6   M7   M8   M9  M10  M11  ".
             05 Filler Pic X(20) Value Space.
           01 WS-DETAIL.
             05 Filler  Pic X(2)  Value Space.
             05 D-STATE Pic X(15).
             05 D-CELL Occurs 12 Times.
               10 Filler Pic X(2).
               10 D-PCT  Pic ZZ9.
             05 Filler  Pic X(23).
           01 WS-STATE-NAMES.
             05 Filler Pic X(10) Value "ACTIVE".
             05 Filler Pic X(10) Value "INACTIVE".
             05 Filler Pic X(10) Value "MERGED".
             05 Filler Pic X(10) Value "PURGED".
           01 WS-STATE-NAME-TBL Redefines WS-STATE-NAMES.
             05 WS-STATE-NAME Pic X(10) Occurs 4 Times.
           01 WS-NONE-LINE.
             05 Filler Pic X(100) Value "  NONE.".
           01 WS-LEGEND-1.
             05 Filler Pic X(100)
                Value "M0 IS THE MONTH OF CREATION; EACH COLUMN IS THE S
      -               "HARE OF THE COHORT AT THAT MONTH END.".
           01 WS-LEGEND-2.
             05 Filler Pic X(100)
                Value "INACTIVE: SUB103 REMOVE OR LIFECYCLE INACTIVE/DEC
      -               "EASED. PURGED: PUR101. MERGED: MRG101 SOURCE.".
           01 WS-BLANK-LINE Pic X(100) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CALC-DATE-N.
         Move WS-CALC-YEAR To WS-CUR-YEAR.
         Perform 260-Month-Number.
         Compute WS-REP-MON = WS-WORK-MON - 1.
         Compute WS-FIRST-MON = WS-REP-MON - 11.
         Move 1     To WS-GRP-CNT.
         Move "T"   To WS-G-TYPE(1).
         Move "ALL" To WS-G-CODE(1).
         Initialize WS-CNT-TBL.
         Perform 200-Load-History.
         Open Input CUST.
         If WS-CUSTSTAT Equal "00" Then
           Move "Y" To WS-CUST-OPEN
         Else
           Close CUST
         End-If.

         Sort SORTFILE
           On Ascending Key S-CUSTID S-TS S-SEQNO
           Input Procedure Is 300-Release-All-Sources
           Output Procedure Is 500-Build-Cohorts.
         If CUST-OPEN Then
           Close CUST
         End-If.

         Perform 600-Sort-Groups.
         Perform 700-Write-Report.
         Move "COH101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "COH101: " WS-CUST-CNT " customer(s) in the cohorts "
                 H-FROM "-" H-TO ".".
         Perform 999-End-Of-Program.

      *>  WS-CALC-DATE to a month number in WS-WORK-MON.
       260-Month-Number.
         Compute WS-WORK-MON = WS-CALC-YEAR * 12 + WS-CALC-MONTH - 1.

      *>  WS-WORK-MON back to yyyymm in WS-WORK-YYYYMM.
       265-Month-To-Yyyymm.
         Divide WS-WORK-MON By 12 Giving WS-WORK-YEAR
           Remainder WS-WORK-MM.
         Add 1 To WS-WORK-MM.
         Compute WS-WORK-YYYYMM = WS-WORK-YEAR * 100 + WS-WORK-MM.

       200-Load-History.
         Open Input HISTFILE.
         If WS-HISTSTAT Not Equal "00" Then
           Close HISTFILE
         Else
           Move "N" To WS-EOF
           Perform 210-Load-History-Next
             Until IS-EOF
           Close HISTFILE
         End-If.

       210-Load-History-Next.
         Read HISTFILE
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move RCUSTID Of HIST-REC To WS-CUR-CUST
           Perform 220-Find-History
           If WS-HIST-IX Equal Zero And WS-HIST-CNT Less Than 5000
             Add 1 To WS-HIST-CNT
             Move WS-HIST-CNT To WS-HIST-IX
           End-If
           If WS-HIST-IX Not Equal Zero Then
             Move RCUSTID Of HIST-REC     To WS-H-ID(WS-HIST-IX)
             Move RCUSTTYPE Of HIST-REC   To WS-H-TYPE(WS-HIST-IX)
             Move RCUSTOFFICE Of HIST-REC To WS-H-OFFICE(WS-HIST-IX)
           End-If
         End-If.

      *>  Leaves WS-HIST-IX on WS-CUR-CUST's entry, zero if none.
       220-Find-History.
         Move Zero To WS-HIST-IX.
         Perform 225-Check-History
           Varying WS-HX From 1 By 1
           Until WS-HX Greater Than WS-HIST-CNT
             Or WS-HIST-IX Not Equal Zero.

       225-Check-History.
         If WS-H-ID(WS-HX) Equal WS-CUR-CUST Then
           Move WS-HX To WS-HIST-IX
         End-If.

      *>  Every archive from the first cohort's year through the
      *>  current year (an archive is named for the year ARC101 ran,
      *>  not for the rows it holds), then the live trail. Only the
      *>  rows that move a customer between states go to the sort.
       300-Release-All-Sources.
         Move WS-FIRST-MON To WS-WORK-MON.
         Perform 265-Month-To-Yyyymm.
         Perform 310-Release-One-Year
           Varying WS-SCAN-YEAR From WS-WORK-YEAR By 1
           Until WS-SCAN-YEAR Greater Than WS-CUR-YEAR.
         Perform 340-Release-Live-File.

       310-Release-One-Year.
         Move WS-SCAN-YEAR To WS-YEAR-X.
         Move Space To WS-AUDFILE.
         String "data/CUSTOMER.AUDIT.ARC" Delimited By Size
                WS-YEAR-X                  Delimited By Size
           Into WS-AUDFILE
         End-String.
         Move "N" To WS-EOF.
         Open Input AUDIT.
         If WS-AUDSTAT Not Equal "00" Then
           Close AUDIT
         Else
           Perform 320-Release-Archive-Next
             Until IS-EOF
           Close AUDIT
         End-If.

       320-Release-Archive-Next.
         Read AUDIT Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move AUDIT-REC To AUDLIVE-REC
           Perform 330-Release-Row
         End-If.

      *>  The row to release is always staged in AUDLIVE-REC.
       330-Release-Row.
         If AACTION-CREATE Of AUDLIVE-REC
           Or AACTION-DELETE Of AUDLIVE-REC
           Or AACTION-REACTIVATE Of AUDLIVE-REC
           Or AACTION-MERGE Of AUDLIVE-REC
           Or AACTION-UNMERGE Of AUDLIVE-REC
           Or (AACTION-UPDATE Of AUDLIVE-REC
             And AFIELD Of AUDLIVE-REC Equal "RCUSTLIFECYC") Then
           Move ACUSTID Of AUDLIVE-REC    To S-CUSTID
           Move ATIMESTAMP Of AUDLIVE-REC To S-TS
           Move ASEQNO Of AUDLIVE-REC     To S-SEQNO
           Move AACTION Of AUDLIVE-REC    To S-ACTION
           Move AFIELD Of AUDLIVE-REC     To S-FIELD
           Move ANEWVAL Of AUDLIVE-REC    To S-NEWVAL
           Move AREASON Of AUDLIVE-REC    To S-REASON
           Move AGSEQ Of AUDLIVE-REC      To S-GSEQ
           Release SORT-REC
           If AACTION-MERGE Of AUDLIVE-REC
             And WS-MRG-CNT Less Than 2000 Then
             Add 1 To WS-MRG-CNT
             Move S-CUSTID To WS-M-ID(WS-MRG-CNT)
             Move S-TS     To WS-M-TS(WS-MRG-CNT)
             Move S-NEWVAL To WS-M-PARTNER(WS-MRG-CNT)
             Move S-GSEQ   To WS-M-GSEQ(WS-MRG-CNT)
           End-If
         End-If.

       340-Release-Live-File.
         Move "N" To WS-EOF.
         Open Input AUDLIVE.
         If WS-LIVESTAT Not Equal "00" Then
           Close AUDLIVE
         Else
           Perform 350-Release-Live-Next
             Until IS-EOF
           Close AUDLIVE
         End-If.

       350-Release-Live-Next.
         Read AUDLIVE Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Perform 330-Release-Row
         End-If.

      *>  One customer's rows at a time, in time order. Each month
      *>  end between creation and the report month is counted once,
      *>  with the state standing before the first row of a later
      *>  month is applied.
       500-Build-Cohorts.
         Move "N"   To WS-EOF.
         Move Space To WS-CUR-CUST.
         Move Zero  To WS-COH-IX.
         Perform 510-Return-Next.
         Perform 520-Check-Row
           Until IS-EOF.
         Perform 530-End-Customer.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

       520-Check-Row.
         If S-CUSTID Not Equal WS-CUR-CUST Then
           Perform 530-End-Customer
           Perform 540-Start-Customer
         End-If.
         Move S-TS To LPDSTAMP.
         Move "M"  To WS-PDT-FUNC.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CALC-DATE-N.
         Perform 260-Month-Number.
         Move WS-WORK-MON To WS-ROW-MON.
         Evaluate True
           When S-ACTION Equal "C"
             If WS-COH-IX Equal Zero
               And WS-ROW-MON Not Less Than WS-FIRST-MON
               And WS-ROW-MON Not Greater Than WS-REP-MON Then
               Perform 550-Join-Cohort
             End-If
           When WS-COH-IX Equal Zero
             Continue
           When WS-ROW-MON Greater Than WS-REP-MON
             Continue
           When Other
             Move WS-ROW-MON To WS-LIMIT-MON
             Perform 560-Count-Month-Ends
             Perform 570-Apply-Row
         End-Evaluate.
         Perform 510-Return-Next.

      *>  Counts the month ends left through the report month.
       530-End-Customer.
         If WS-COH-IX Not Equal Zero Then
           Compute WS-LIMIT-MON = WS-REP-MON + 1
           Perform 560-Count-Month-Ends
           Add 1 To WS-CUST-CNT
         End-If.

      *>  Type and office are the customer's as they stand now, from
      *>  CUSTOMER.DAT, else from the purge archive.
       540-Start-Customer.
         Move S-CUSTID To WS-CUR-CUST.
         Move Zero     To WS-COH-IX.
         Move Space    To WS-C-TYPE.
         Move Space    To WS-C-OFFICE.
         Move Space    To WS-C-STAT.
         Move "N"      To WS-F-DELETED.
         Move "N"      To WS-F-PURGED.
         Move "N"      To WS-F-LCINACT.
         Move "N"      To WS-F-MERGED.
         Move "N"      To WS-FOUND.
         If CUST-OPEN Then
           Move S-CUSTID To RCUSTID Of CUST-REC
           Read CUST
             Key Is RCUSTID Of CUST-REC
             Invalid Key Continue
             Not Invalid Key
               Move RCUSTTYPE Of CUST-REC   To WS-C-TYPE
               Move RCUSTOFFICE Of CUST-REC To WS-C-OFFICE
               Move RCUSTSTAT Of CUST-REC   To WS-C-STAT
               Move "Y" To WS-FOUND
           End-Read
         End-If.
         If Not IS-FOUND Then
           Perform 220-Find-History
           If WS-HIST-IX Not Equal Zero Then
             Move WS-H-TYPE(WS-HIST-IX)   To WS-C-TYPE
             Move WS-H-OFFICE(WS-HIST-IX) To WS-C-OFFICE
           End-If
         End-If.

       550-Join-Cohort.
         Compute WS-COH-IX = WS-ROW-MON - WS-FIRST-MON + 1.
         Move WS-ROW-MON To WS-COH-MON.
         Move 1 To WS-NEXT-OFF.
         Move 1 To WS-SLOT(1).
         Move "Y"       To WS-FIND-TYPE.
         Move WS-C-TYPE To WS-FIND-CODE.
         Perform 580-Find-Group.
         Move WS-FIND-IX To WS-SLOT(2).
         Move "O"         To WS-FIND-TYPE.
         Move WS-C-OFFICE To WS-FIND-CODE.
         Perform 580-Find-Group.
         Move WS-FIND-IX To WS-SLOT(3).

      *>  Every month end before WS-LIMIT-MON not yet counted.
       560-Count-Month-Ends.
         Compute WS-SNAP-MON = WS-COH-MON + WS-NEXT-OFF - 1.
         Perform 565-Count-One-Month-End
           Until WS-SNAP-MON Not Less Than WS-LIMIT-MON
             Or WS-NEXT-OFF Greater Than 12.

       565-Count-One-Month-End.
         Evaluate True
           When IS-MERGED
             Move 3 To WS-STATE
           When IS-PURGED
             Move 4 To WS-STATE
           When IS-DELETED Or IS-LCINACT
             Move 2 To WS-STATE
           When Other
             Move 1 To WS-STATE
         End-Evaluate.
         Perform 567-Add-To-Group
           Varying WS-SX From 1 By 1
           Until WS-SX Greater Than 3.
         Add 1 To WS-NEXT-OFF.
         Add 1 To WS-SNAP-MON.

       567-Add-To-Group.
         If WS-SLOT(WS-SX) Not Equal Zero Then
           Add 1 To WS-ST-CNT(WS-SLOT(WS-SX), WS-COH-IX,
                              WS-NEXT-OFF, WS-STATE)
         End-If.

      *>  A purge is a SUB103 removal carrying reason PU; a restore
      *>  from the purge archive also puts the lifecycle stage back
      *>  to active.
       570-Apply-Row.
         Evaluate S-ACTION
           When "D"
             Move "Y" To WS-F-DELETED
             If S-REASON Equal "PU" Then
               Move "Y" To WS-F-PURGED
             End-If
           When "R"
             Move "N" To WS-F-DELETED
             Move "N" To WS-F-PURGED
             If S-FIELD Equal "*RESTORE*" Then
               Move "N" To WS-F-LCINACT
             End-If
           When "M"
             Perform 575-Check-Merge-Side
             If IS-MRG-SOURCE Then
               Move "Y" To WS-F-MERGED
             End-If
           When "V"
             Move "N" To WS-F-MERGED
           When "U"
             If S-NEWVAL(1:1) Equal "I" Or S-NEWVAL(1:1) Equal "D"
               Move "Y" To WS-F-LCINACT
             Else
               Move "N" To WS-F-LCINACT
             End-If
         End-Evaluate.

      *>  The partner's row of the same merge decides the side; with
      *>  no partner row, or no append sequence on either, the side
      *>  left soft-deleted on file is taken as the source.
       575-Check-Merge-Side.
         Move "N"  To WS-MRG-SOURCE.
         Move Zero To WS-MRG-IX.
         Perform 577-Check-Merge-Entry
           Varying WS-MX From 1 By 1
           Until WS-MX Greater Than WS-MRG-CNT
             Or WS-MRG-IX Not Equal Zero.
         If WS-MRG-IX Not Equal Zero
           And S-GSEQ Not Equal Zero
           And WS-M-GSEQ(WS-MRG-IX) Not Equal Zero Then
           If S-GSEQ Greater Than WS-M-GSEQ(WS-MRG-IX) Then
             Move "Y" To WS-MRG-SOURCE
           End-If
         Else
           If WS-C-STAT Equal "I" Then
             Move "Y" To WS-MRG-SOURCE
           End-If
         End-If.

       577-Check-Merge-Entry.
         If WS-M-ID(WS-MX) Equal S-NEWVAL
           And WS-M-PARTNER(WS-MX) Equal S-CUSTID
           And WS-M-TS(WS-MX) Equal S-TS Then
           Move WS-MX To WS-MRG-IX
         End-If.

      *>  Leaves WS-FIND-IX on the group's slot, adding it when there
      *>  is room; zero when the table is full.
       580-Find-Group.
         Move Zero To WS-FIND-IX.
         Perform 585-Check-Group
           Varying WS-GX From 2 By 1
           Until WS-GX Greater Than WS-GRP-CNT
             Or WS-FIND-IX Not Equal Zero.
         If WS-FIND-IX Equal Zero And WS-GRP-CNT Less Than 60 Then
           Add 1 To WS-GRP-CNT
           Move WS-GRP-CNT   To WS-FIND-IX
           Move WS-FIND-TYPE To WS-G-TYPE(WS-FIND-IX)
           Move WS-FIND-CODE To WS-G-CODE(WS-FIND-IX)
         End-If.

       585-Check-Group.
         If WS-G-TYPE(WS-GX) Equal WS-FIND-TYPE
           And WS-G-CODE(WS-GX) Equal WS-FIND-CODE Then
           Move WS-GX To WS-FIND-IX
         End-If.

      *>  Print order: an exchange sort of group numbers on code.
       600-Sort-Groups.
         Perform 605-Seed-Order
           Varying WS-GX From 1 By 1
           Until WS-GX Greater Than WS-GRP-CNT.
         Perform 610-Sort-Pass
           Varying WS-GX From 2 By 1
           Until WS-GX Not Less Than WS-GRP-CNT.

       605-Seed-Order.
         Move WS-GX To WS-ORD(WS-GX).

       610-Sort-Pass.
         Perform 620-Sort-Compare
           Varying WS-GY From WS-GX By 1
           Until WS-GY Greater Than WS-GRP-CNT.

       620-Sort-Compare.
         If WS-G-CODE(WS-ORD(WS-GY)) Less Than
             WS-G-CODE(WS-ORD(WS-GX)) Then
           Move WS-ORD(WS-GX) To WS-HOLD-ORD
           Move WS-ORD(WS-GY) To WS-ORD(WS-GX)
           Move WS-HOLD-ORD   To WS-ORD(WS-GY)
         End-If.

       700-Write-Report.
         Open Output PRTFILE.
         Move WS-FIRST-MON To WS-WORK-MON.
         Perform 265-Month-To-Yyyymm.
         Move WS-WORK-YYYYMM To H-FROM.
         Move WS-REP-MON To WS-WORK-MON.
         Perform 265-Month-To-Yyyymm.
         Move WS-WORK-YYYYMM To H-TO.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Move "ALL CUSTOMERS" To H-SECTION.
         Move "T" To WS-PRT-TYPE.
         Perform 710-Write-Section.
         Move "BY TYPE CODE" To H-SECTION.
         Move "Y" To WS-PRT-TYPE.
         Perform 710-Write-Section.
         Move "BY OFFICE" To H-SECTION.
         Move "O" To WS-PRT-TYPE.
         Perform 710-Write-Section.
         Write PRT-REC From WS-LEGEND-1.
         Write PRT-REC From WS-LEGEND-2.
         Close PRTFILE.

       710-Write-Section.
         Write PRT-REC From WS-SEC-HDG.
         Move Zero To WS-PRT-CNT.
         Perform 720-Write-Group
           Varying WS-OX From 1 By 1
           Until WS-OX Greater Than WS-GRP-CNT.
         If WS-PRT-CNT Equal Zero Then
           Write PRT-REC From WS-NONE-LINE
         End-If.
         Write PRT-REC From WS-BLANK-LINE.

       720-Write-Group.
         Move WS-ORD(WS-OX) To WS-GX.
         If WS-G-TYPE(WS-GX) Equal WS-PRT-TYPE Then
           Perform 730-Write-Cohort
             Varying WS-CX From 1 By 1
             Until WS-CX Greater Than 12
         End-If.

      *>  A cohort's size is its month-of-creation count; the later
      *>  columns run only as far as the report month.
       730-Write-Cohort.
         Move Zero To WS-SIZE.
         Perform 735-Add-Size
           Varying WS-TX From 1 By 1
           Until WS-TX Greater Than 4.
         If WS-SIZE Not Equal Zero Then
           Add 1 To WS-PRT-CNT
           Compute WS-WORK-MON = WS-FIRST-MON + WS-CX - 1
           Perform 265-Month-To-Yyyymm
           Move WS-WORK-YYYYMM To C-MONTH
           Evaluate WS-G-TYPE(WS-GX)
             When "Y" Move "TYPE"   To C-LABEL
             When "O" Move "OFFICE" To C-LABEL
             When Other Move Space  To C-LABEL
           End-Evaluate
           If WS-G-CODE(WS-GX) Equal Space Then
             Move "(NONE)" To C-CODE
           Else
             Move WS-G-CODE(WS-GX) To C-CODE
           End-If
           Move WS-SIZE To C-SIZE
           Write PRT-REC From WS-COH-HDG
           Write PRT-REC From WS-OFF-HDG
           Compute WS-OFF-MAX = 12 - WS-CX + 1
           Perform 740-Write-State
             Varying WS-TX From 1 By 1
             Until WS-TX Greater Than 4
           Write PRT-REC From WS-BLANK-LINE
         End-If.

       735-Add-Size.
         Add WS-ST-CNT(WS-GX, WS-CX, 1, WS-TX) To WS-SIZE.

       740-Write-State.
         Move Space To WS-DETAIL.
         Move WS-STATE-NAME(WS-TX) To D-STATE.
         Perform 745-Fill-Cell
           Varying WS-FX From 1 By 1
           Until WS-FX Greater Than WS-OFF-MAX.
         Write PRT-REC From WS-DETAIL.

       745-Fill-Cell.
         Compute WS-PCT Rounded =
             WS-ST-CNT(WS-GX, WS-CX, WS-FX, WS-TX) * 100 / WS-SIZE.
         Move WS-PCT To D-PCT(WS-FX).

       999-End-Of-Program.
         Stop Run.
