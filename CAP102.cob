      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Monthly file growth and capacity forecast from the CAP101   **
      *> size history (data/CAPHIST.DAT) for every file on           **
      *> data/CAPFILES.CFG. Three sections on data/CAPACITY.PRT,     **
      *> archived through SUB117: growth per file over the last      **
      *> month (bytes and percent) with the size twelve months on if **
      *> that growth holds; the files a retention sweep (CFSWEEP -   **
      *> RET101, ARC101, REO101) is meant to keep in check that are  **
      *> bigger now than twelve months ago, trimmed or not; and      **
      *> every night-on-night fall in a file's size over the last    **
      *> twelve months, which is the space each RET101/ARC101 sweep  **
      *> and each REO101 reorganisation reclaimed. Runs month-end    **
      *> from NGT101, after CAP101.                                  **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   CAP102.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CAPCFG Assign WS-CFGFILE
             Organization Is Line Sequential
             File Status WS-CFGSTAT.
           Select CAPHIST Assign WS-HISTFILE
             Organization Is Line Sequential
             File Status WS-HISTSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd CAPCFG.
           01 CAPCFG-REC.
             Copy CAPCFGFD.

           Fd CAPHIST.
           01 CAPHIST-REC.
             Copy CAPHSTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(132).

         Working-Storage Section.
           01 WS-CFGFILE  Pic X(20) Value "data/CAPFILES.CFG".
           01 WS-CFGSTAT  Pic 9(2).
           01 WS-HISTFILE Pic X(20) Value "data/CAPHIST.DAT".
           01 WS-HISTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(20) Value "data/CAPACITY.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ABORT    Pic X     Value "N".
             88 IS-ABORT            Value "Y".
           01 WS-PROC-DATE Pic 9(8) Value Zero.
           01 WS-MONTH-CUT.
             05 WS-MC-YYYY Pic 9(4).
             05 WS-MC-MM   Pic 9(2).
             05 WS-MC-DD   Pic 9(2).
           01 WS-MONTH-CUT-N Redefines WS-MONTH-CUT Pic 9(8).
           01 WS-YEAR-CUT.
             05 WS-YC-YYYY Pic 9(4).
             05 WS-YC-MMDD Pic 9(4).
           01 WS-YEAR-CUT-N Redefines WS-YEAR-CUT Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-FIND-HIT   Pic X    Value "N".
             88 IS-FIND-HIT          Value "Y".
           01 WS-GROWTH     Pic S9(13) Value Zero.
           01 WS-PROJ       Pic S9(15) Value Zero.
           01 WS-PCT        Pic S9(5)V9 Value Zero.
           01 WS-FLAG-CNT   Pic 9(3)  Value Zero.

      *>  One entry per CAPFILES.CFG row, carrying what the history
      *>  says of it: the latest row, the baseline a month back (the
      *>  last row on or before the month cutoff, or the first row
      *>  when the history is younger than that), the first row of
      *>  the last twelve months, and the trims seen in them.
           01 WS-CAP-COUNT Pic 9(3) Value Zero.
           01 WS-CAP-TBL.
             05 WS-CAP-ENTRY Occurs 100 Times Indexed By WS-CX.
               10 WS-E-NAME       Pic X(30).
               10 WS-E-SWEEP      Pic X(8).
               10 WS-E-EST        Pic X(1).
               10 WS-E-SEEN       Pic X(1).
               10 WS-E-LAST-DATE  Pic 9(8).
               10 WS-E-LAST-FILES Pic 9(5).
               10 WS-E-LAST-RECS  Pic 9(11).
               10 WS-E-LAST-BYTES Pic 9(13).
               10 WS-E-BASE-DATE  Pic 9(8).
               10 WS-E-BASE-BYTES Pic 9(13).
               10 WS-E-YR-DATE    Pic 9(8).
               10 WS-E-YR-BYTES   Pic 9(13).
               10 WS-E-TRIMS      Pic 9(5).

      *>  Every night-on-night fall in a file's size inside the last
      *>  twelve months - a retention sweep, an archive run or a
      *>  REO101 reorganisation reclaiming space.
           01 WS-DROP-COUNT Pic 9(3) Value Zero.
           01 WS-DROP-TBL.
             05 WS-DROP-ENTRY Occurs 500 Times Indexed By WS-DX.
               10 WS-D-DATE   Pic 9(8).
               10 WS-D-CX     Pic 9(3).
               10 WS-D-BEFORE Pic 9(13).
               10 WS-D-AFTER  Pic 9(13).

           01 WS-HDG-1.
             05 Filler Pic X(34)
                Value "FILE GROWTH AND CAPACITY FORECAST".
             05 Filler Pic X(16) Value "PROCESSING DATE ".
             05 H-DATE Pic 9(8).
             05 Filler Pic X(74) Value Space.
           01 WS-SEC-1.
             05 Filler Pic X(40)
                Value "GROWTH BY FILE OVER THE LAST MONTH".
             05 Filler Pic X(92)
                Value "(~ RECORDS ESTIMATED FROM AN INDEXED FILE SIZE)".
           01 WS-COL-1.
             05 Filler Pic X(31) Value "FILE".
             05 Filler Pic X(6)  Value " FILES".
             05 Filler Pic X(14) Value "       RECORDS".
             05 Filler Pic X(18) Value "             BYTES".
             05 Filler Pic X(10) Value "   SINCE".
             05 Filler Pic X(19) Value "      GROWTH(BYTES)".
             05 Filler Pic X(9)  Value "   GROWTH".
             05 Filler Pic X(18) Value "  BYTES IN 12 MTHS".
             05 Filler Pic X(7)  Value Space.
           01 WS-DETAIL.
             05 D-NAME   Pic X(30).
             05 Filler   Pic X(1)  Value Space.
             05 D-FILES  Pic ZZ,ZZ9.
             05 Filler   Pic X(1)  Value Space.
             05 D-RECS   Pic ZZZ,ZZZ,ZZ9.
             05 D-EST    Pic X(1).
             05 Filler   Pic X(1)  Value Space.
             05 D-BYTES  Pic Z,ZZZ,ZZZ,ZZZ,ZZ9.
             05 Filler   Pic X(2)  Value Space.
             05 D-SINCE  Pic 9(8).
             05 D-SINCE-X Redefines D-SINCE Pic X(8).
             05 Filler   Pic X(1)  Value Space.
             05 D-GROWTH Pic -,---,---,---,--9.
             05 Filler   Pic X(2)  Value Space.
             05 D-PCT    Pic -----9.9.
             05 D-PCT-X  Redefines D-PCT Pic X(8).
             05 D-PCTSIGN Pic X(1).
             05 Filler   Pic X(1)  Value Space.
             05 D-PROJ   Pic Z,ZZZ,ZZZ,ZZZ,ZZ9.
             05 Filler   Pic X(7)  Value Space.
           01 WS-SEC-2.
             05 Filler Pic X(40)
                Value "FILES OUTGROWING THEIR RETENTION SWEEP".
             05 Filler Pic X(92)
                Value "(LARGER NOW THAN TWELVE MONTHS AGO)".
           01 WS-COL-2.
             05 Filler Pic X(31) Value "FILE".
             05 Filler Pic X(9)  Value "SWEEP".
             05 Filler Pic X(10) Value "   SINCE".
             05 Filler Pic X(18) Value "        BYTES THEN".
             05 Filler Pic X(18) Value "         BYTES NOW".
             05 Filler Pic X(18) Value "        NET GROWTH".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(26) Value "NOTE".
           01 WS-FLAG-LINE.
             05 F-NAME   Pic X(30).
             05 Filler   Pic X(1)  Value Space.
             05 F-SWEEP  Pic X(8).
             05 Filler   Pic X(3)  Value Space.
             05 F-SINCE  Pic 9(8).
             05 Filler   Pic X(1)  Value Space.
             05 F-THEN   Pic Z,ZZZ,ZZZ,ZZZ,ZZ9.
             05 Filler   Pic X(1)  Value Space.
             05 F-NOW    Pic Z,ZZZ,ZZZ,ZZZ,ZZ9.
             05 Filler   Pic X(1)  Value Space.
             05 F-NET    Pic Z,ZZZ,ZZZ,ZZZ,ZZ9.
             05 Filler   Pic X(2)  Value Space.
             05 F-NOTE   Pic X(26).
           01 WS-FLAG-NOTE.
             05 FN-TRIMS Pic ZZ9.
             05 Filler   Pic X(23) Value " TRIM(S), STILL GROWING".
           01 WS-SEC-3.
             05 Filler Pic X(44) Value
                "SPACE RECLAIMED IN THE LAST TWELVE MONTHS - ".
             05 Filler Pic X(88) Value
                "RETENTION SWEEPS, ARCHIVES, REO101 REORGANISATIONS".
           01 WS-COL-3.
             05 Filler Pic X(10) Value "DATE".
             05 Filler Pic X(31) Value "FILE".
             05 Filler Pic X(9)  Value "SWEEP".
             05 Filler Pic X(18) Value "      BYTES BEFORE".
             05 Filler Pic X(18) Value "       BYTES AFTER".
             05 Filler Pic X(18) Value "   BYTES RECLAIMED".
             05 Filler Pic X(28) Value Space.
           01 WS-DROP-LINE.
             05 R-DATE   Pic 9(8).
             05 Filler   Pic X(2)  Value Space.
             05 R-NAME   Pic X(30).
             05 Filler   Pic X(1)  Value Space.
             05 R-SWEEP  Pic X(8).
             05 Filler   Pic X(1)  Value Space.
             05 R-BEFORE Pic Z,ZZZ,ZZZ,ZZZ,ZZ9.
             05 Filler   Pic X(1)  Value Space.
             05 R-AFTER  Pic Z,ZZZ,ZZZ,ZZZ,ZZ9.
             05 Filler   Pic X(1)  Value Space.
             05 R-SAVED  Pic Z,ZZZ,ZZZ,ZZZ,ZZ9.
             05 Filler   Pic X(29) Value Space.
           01 WS-NONE-LINE.
             05 Filler Pic X(132) Value "NONE".
           01 WS-BLANK-LINE Pic X(132) Value Space.

       Procedure Division.
       100-Main.
         Perform 200-Initialize.
         If Not IS-ABORT Then
           Perform 300-Read-History
           Open Output PRTFILE
           Move WS-PROC-DATE To H-DATE
           Write PRT-REC From WS-HDG-1
           Perform 400-Write-Growth
           Perform 500-Write-Outgrowing
           Perform 600-Write-Reclaimed
           Close PRTFILE
           Move "CAP102" To WS-ARC-NAME
           Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL
           Display "CAP102: " WS-CAP-COUNT " file(s) reported, "
                   WS-FLAG-CNT " outgrowing their sweep."
         End-If.
         Perform 999-End-Of-Program.

      *>  The month and year cutoffs are the processing date less
      *>  one month and less twelve months.
       200-Initialize.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
             WS-PDT-RETVAL.
         Move LPDDATE To WS-PROC-DATE.
         Move WS-PROC-DATE To WS-MONTH-CUT-N.
         If WS-MC-MM Greater Than 1 Then
           Subtract 1 From WS-MC-MM
         Else
           Move 12 To WS-MC-MM
           Subtract 1 From WS-MC-YYYY
         End-If.
         Move WS-PROC-DATE To WS-YEAR-CUT-N.
         Subtract 1 From WS-YC-YYYY.
         Open Input CAPCFG.
         If WS-CFGSTAT Not Equal "00" Then
           Display "CAP102: CAPFILES.CFG not found - run CAP101 first."
           Move "Y" To WS-ABORT
         Else
           Perform 210-Read-Catalogue-Next
             Until IS-EOF
         End-If.
         Close CAPCFG.

       210-Read-Catalogue-Next.
         Read CAPCFG
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And CFNAME Not Equal Space
           And WS-CAP-COUNT Less Than 100 Then
           Add 1 To WS-CAP-COUNT
           Set WS-CX To WS-CAP-COUNT
           Initialize WS-CAP-ENTRY(WS-CX)
           Move CFNAME  To WS-E-NAME(WS-CX)
           Move CFSWEEP To WS-E-SWEEP(WS-CX)
           Move "N"     To WS-E-SEEN(WS-CX)
         End-If.

      *>  The history is in date order; a row dated after the
      *>  processing date (left by a run before a processing-date
      *>  correction) is ignored, as is a file no longer listed.
       300-Read-History.
         Move "N" To WS-EOF.
         Open Input CAPHIST.
         If WS-HISTSTAT Not Equal "00" Then
           Move "Y" To WS-EOF
         End-If.
         Perform 310-Read-History-Next
           Until IS-EOF.
         Close CAPHIST.

       310-Read-History-Next.
         Read CAPHIST
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And CHDATE Not Greater Than WS-PROC-DATE Then
           Move "N" To WS-FIND-HIT
           Perform 320-Find-Entry
             Varying WS-CX From 1 By 1
             Until WS-CX Greater Than WS-CAP-COUNT
               Or IS-FIND-HIT
           If IS-FIND-HIT Then
             Set WS-CX Down By 1
             Perform 330-Apply-History-Row
           End-If
         End-If.

       320-Find-Entry.
         If WS-E-NAME(WS-CX) Equal CHNAME Then
           Move "Y" To WS-FIND-HIT
         End-If.

       330-Apply-History-Row.
         If WS-E-SEEN(WS-CX) Equal "Y"
           And CHBYTES Less Than WS-E-LAST-BYTES(WS-CX)
           And CHDATE Not Less Than WS-YEAR-CUT-N Then
           Add 1 To WS-E-TRIMS(WS-CX)
           If WS-DROP-COUNT Less Than 500 Then
             Add 1 To WS-DROP-COUNT
             Set WS-DX To WS-DROP-COUNT
             Move CHDATE  To WS-D-DATE(WS-DX)
             Set WS-D-CX(WS-DX) To WS-CX
             Move WS-E-LAST-BYTES(WS-CX) To WS-D-BEFORE(WS-DX)
             Move CHBYTES To WS-D-AFTER(WS-DX)
           End-If
         End-If.
         If CHDATE Not Greater Than WS-MONTH-CUT-N
           Or WS-E-BASE-DATE(WS-CX) Equal Zero Then
           Move CHDATE  To WS-E-BASE-DATE(WS-CX)
           Move CHBYTES To WS-E-BASE-BYTES(WS-CX)
         End-If.
         If CHDATE Not Less Than WS-YEAR-CUT-N
           And WS-E-YR-DATE(WS-CX) Equal Zero Then
           Move CHDATE  To WS-E-YR-DATE(WS-CX)
           Move CHBYTES To WS-E-YR-BYTES(WS-CX)
         End-If.
         Move "Y"      To WS-E-SEEN(WS-CX).
         Move CHDATE   To WS-E-LAST-DATE(WS-CX).
         Move CHFILES  To WS-E-LAST-FILES(WS-CX).
         Move CHRECS   To WS-E-LAST-RECS(WS-CX).
         Move CHBYTES  To WS-E-LAST-BYTES(WS-CX).
         Move CHRECEST To WS-E-EST(WS-CX).

      *>  A month's growth carried forward twelve times is the
      *>  projection; a shrinking file projects down to no less
      *>  than empty.
       400-Write-Growth.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-SEC-1.
         Write PRT-REC From WS-COL-1.
         Perform 410-Write-Growth-Line
           Varying WS-CX From 1 By 1
           Until WS-CX Greater Than WS-CAP-COUNT.

       410-Write-Growth-Line.
         Move WS-E-NAME(WS-CX) To D-NAME.
         Move WS-E-LAST-FILES(WS-CX) To D-FILES.
         Move WS-E-LAST-RECS(WS-CX)  To D-RECS.
         Move WS-E-EST(WS-CX)        To D-EST.
         Move WS-E-LAST-BYTES(WS-CX) To D-BYTES.
         If WS-E-SEEN(WS-CX) Not Equal "Y" Then
           Move "NO HIST" To D-SINCE-X
           Move Zero  To D-GROWTH
           Move Space To D-PCT-X
           Move Space To D-PCTSIGN
           Move Zero  To D-PROJ
         Else
           Move WS-E-BASE-DATE(WS-CX) To D-SINCE
           Compute WS-GROWTH = WS-E-LAST-BYTES(WS-CX)
                             - WS-E-BASE-BYTES(WS-CX)
           Move WS-GROWTH To D-GROWTH
           If WS-E-BASE-BYTES(WS-CX) Greater Than Zero Then
             Compute WS-PCT Rounded =
               WS-GROWTH * 100 / WS-E-BASE-BYTES(WS-CX)
               On Size Error Move 99999.9 To WS-PCT
             End-Compute
             Move WS-PCT To D-PCT
             Move "%" To D-PCTSIGN
           Else
             Move Space To D-PCT-X
             Move Space To D-PCTSIGN
           End-If
           Compute WS-PROJ = WS-E-LAST-BYTES(WS-CX) + WS-GROWTH * 12
           If WS-PROJ Less Than Zero Then
             Move Zero To WS-PROJ
           End-If
           Move WS-PROJ To D-PROJ
         End-If.
         Write PRT-REC From WS-DETAIL.

      *>  A file a sweep is meant to keep in check, bigger now than
      *>  at the start of the twelve-month window: either the sweep
      *>  has not trimmed it at all, or it grows faster than the
      *>  sweep takes rows off.
       500-Write-Outgrowing.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-SEC-2.
         Write PRT-REC From WS-COL-2.
         Perform 510-Write-Outgrowing-Line
           Varying WS-CX From 1 By 1
           Until WS-CX Greater Than WS-CAP-COUNT.
         If WS-FLAG-CNT Equal Zero Then
           Write PRT-REC From WS-NONE-LINE
         End-If.

       510-Write-Outgrowing-Line.
         If WS-E-SWEEP(WS-CX) Not Equal Space
           And WS-E-YR-DATE(WS-CX) Greater Than Zero
           And WS-E-LAST-BYTES(WS-CX) Greater Than
               WS-E-YR-BYTES(WS-CX) Then
           Add 1 To WS-FLAG-CNT
           Move WS-E-NAME(WS-CX)       To F-NAME
           Move WS-E-SWEEP(WS-CX)      To F-SWEEP
           Move WS-E-YR-DATE(WS-CX)    To F-SINCE
           Move WS-E-YR-BYTES(WS-CX)   To F-THEN
           Move WS-E-LAST-BYTES(WS-CX) To F-NOW
           Compute F-NET = WS-E-LAST-BYTES(WS-CX)
                         - WS-E-YR-BYTES(WS-CX)
           If WS-E-TRIMS(WS-CX) Equal Zero Then
             Move "NOT TRIMMED IN THE WINDOW" To F-NOTE
           Else
             Move WS-E-TRIMS(WS-CX) To FN-TRIMS
             Move WS-FLAG-NOTE To F-NOTE
           End-If
           Write PRT-REC From WS-FLAG-LINE
         End-If.

       600-Write-Reclaimed.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-SEC-3.
         Write PRT-REC From WS-COL-3.
         Perform 610-Write-Reclaimed-Line
           Varying WS-DX From 1 By 1
           Until WS-DX Greater Than WS-DROP-COUNT.
         If WS-DROP-COUNT Equal Zero Then
           Write PRT-REC From WS-NONE-LINE
         End-If.

       610-Write-Reclaimed-Line.
         Set WS-CX To WS-D-CX(WS-DX).
         Move WS-D-DATE(WS-DX)   To R-DATE.
         Move WS-E-NAME(WS-CX)   To R-NAME.
         Move WS-E-SWEEP(WS-CX)  To R-SWEEP.
         Move WS-D-BEFORE(WS-DX) To R-BEFORE.
         Move WS-D-AFTER(WS-DX)  To R-AFTER.
         Compute R-SAVED = WS-D-BEFORE(WS-DX) - WS-D-AFTER(WS-DX).
         Write PRT-REC From WS-DROP-LINE.

       999-End-Of-Program.
         Stop Run.
