      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to tell what time it is where the customer is,  **
      *> and whether that is inside the hours we may call - the      **
      *> regulator's calling-hours rule runs on the customer's       **
      *> local time, not ours. The zone comes from data/TIMEZONE.DAT **
      *> (line sequential, editable in place), one row per:          **
      *>   O  the office itself - the zone our clock runs on;        **
      *>   Z  a 3-digit ZIP prefix range, for the states a zone line **
      *>      runs through (the Florida panhandle, El Paso ...);     **
      *>   S  a state code, for the rest of the state;               **
      *>   C  a country code, for a foreign address (RCUSTCTRY).     **
      *> Each row carries the zone's short name, its standard offset **
      *> from UTC and its summer-time rule: U the US rule (second    **
      *> Sunday of March to first Sunday of November), E the         **
      *> European one (last Sunday of March to last Sunday of        **
      *> October), N none. The switch is taken by the date alone,    **
      *> so the small hours of the change-over night may be an hour  **
      *> out. A US address tries the ZIP rows, then the state; a     **
      *> foreign one the country. If the file does not exist it is   **
      *> created and seeded the first time this subrutine runs, the  **
      *> same way SUB126 seeds ZIPRANGE.DAT; the file is read once a **
      *> run and kept.                                               **
      *>                                                             **
      *> The permitted window is the CALL-HOURS-FROM/CALL-HOURS-TO   **
      *> system parameters (SUB153, HHMM in the customer's time,     **
      *> 0800 to 2100 by default); it is answered in the customer's  **
      *> time and turned back onto the office clock for the date     **
      *> asked about, which is what a dialer schedules on. A local   **
      *> time at or after the opening and before the close is        **
      *> inside the window.                                          **
      *>                                                             **
      *> Called by SUB210, SUB230 and SUB330 for the local-time line **
      *> on the customer screens, and by CAM101 for the dialer feed. **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Zone found.                                            **
      *>  02: No row covers the address - the office zone is         **
      *>      assumed, LTZZONE comes back blank.                     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB157.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select TIMEZONE Assign WS-TZFILE
             Organization Is Line Sequential
             File Status WS-TZSTAT.

       Data Division.
         File Section.
           Fd TIMEZONE.
           01 TIMEZONE-REC.
             05 TZ-TYPE    Pic X(1).
             05 TZ-KEYLO   Pic X(3).
             05 TZ-KEYHI   Pic X(3).
             05 TZ-ZONE    Pic X(4).
             05 TZ-UTCSGN  Pic X(1).
             05 TZ-UTCOFF  Pic 9(4).
             05 TZ-DST     Pic X(1).

         Working-Storage Section.
           01 WS-TZFILE  Pic X(20) Value "data/TIMEZONE.DAT".
           01 WS-TZSTAT  Pic 9(2).
           01 WS-EOF     Pic X     Value "N".
             88 IS-EOF             Value "Y".
           01 WS-TZ-LOADED Pic X   Value "N".
             88 TZ-LOADED          Value "Y".
           01 WS-FOUND   Pic X     Value "N".
             88 IS-FOUND           Value "Y".
           01 WS-ZIP3    Pic X(3)  Value Space.
           01 WS-CTRY    Pic X(2)  Value Space.

      *>  The zone rows as loaded, kept for the run.
           01 WS-TZ-COUNT Pic 9(3) Value Zero.
           01 WS-TZ-TBL.
             05 WS-TZ-ENTRY Occurs 300 Times Indexed By WS-TX.
               10 WS-T-TYPE   Pic X(1).
               10 WS-T-KEYLO  Pic X(3).
               10 WS-T-KEYHI  Pic X(3).
               10 WS-T-ZONE   Pic X(4).
               10 WS-T-UTCSGN Pic X(1).
               10 WS-T-UTCOFF Pic 9(4).
               10 WS-T-DST    Pic X(1).
           01 WS-HIT-IX  Pic S9(4) Comp-5 Value Zero.

      *>  The office's zone, from its O row (Eastern if there is
      *>  none), and the calling window from the system parameters.
           01 WS-OFC-ZONE   Pic X(4) Value "ET".
           01 WS-OFC-UTCSGN Pic X(1) Value "-".
           01 WS-OFC-UTCOFF Pic 9(4) Value 0500.
           01 WS-OFC-DST    Pic X(1) Value "U".
           01 WS-HRS-FROM   Pic 9(4) Value 0800.
           01 WS-HRS-TO     Pic 9(4) Value 2100.
           01 WS-PRM-FUNC   Pic X(1) Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL Pic X(2).

      *>  The arithmetic is all in minutes after midnight and
      *>  minutes east of UTC.
           01 WS-NOW-DATE   Pic 9(8).
           01 WS-NOW-TIME   Pic 9(8).
           01 WS-NOW-MIN    Pic S9(5) Comp-5.
           01 WS-OFC-MIN    Pic S9(5) Comp-5.
           01 WS-CUS-MIN    Pic S9(5) Comp-5.
           01 WS-DIFF-MIN   Pic S9(5) Comp-5.
           01 WS-LCL-MIN    Pic S9(5) Comp-5.
           01 WS-FROM-MIN   Pic S9(5) Comp-5.
           01 WS-TO-MIN     Pic S9(5) Comp-5.
           01 WS-CONV-MIN   Pic S9(5) Comp-5.
           01 WS-CONV-HHMM  Pic 9(4).
           01 WS-CONV-HH    Pic 9(4).
           01 WS-CONV-MM    Pic 9(4).
           01 WS-CONV-SGN   Pic X(1).
           01 WS-DST-RULE   Pic X(1).
           01 WS-DST-ON     Pic X(1).
             88 DST-IS-ON             Value "Y".
           01 WS-TEXT-HH    Pic 9(2).
           01 WS-TEXT-MM    Pic 9(2).

      *>  SUB151's day-number arithmetic, for the summer-time
      *>  Sundays: day number modulo 7 is 6 on a Monday.
           01 WS-CALC-DATE.
             05 WS-CALC-YEAR  Pic 9(4).
             05 WS-CALC-MONTH Pic 9(2).
             05 WS-CALC-DAY   Pic 9(2).
           01 WS-CALC-DATE-N Redefines WS-CALC-DATE Pic 9(8).
           01 WS-ADJ-YEAR    Pic S9(9) Comp-5.
           01 WS-ADJ-MONTH   Pic S9(9) Comp-5.
           01 WS-CALC-DAYNUM Pic S9(9) Comp-5.
           01 WS-DIV-BASE    Pic S9(9) Comp-5.
           01 WS-DIV-PART    Pic S9(9) Comp-5.
           01 WS-DN          Pic S9(9) Comp-5.
           01 WS-TODAY-DN    Pic S9(9) Comp-5.
           01 WS-START-DN    Pic S9(9) Comp-5.
           01 WS-END-DN      Pic S9(9) Comp-5.
           01 WS-WDAY-BASE   Pic S9(9) Comp-5.
           01 WS-WDAY-QUOT   Pic S9(9) Comp-5.
           01 WS-WDAY-IX     Pic S9(4) Comp-5.

      *>  The one-time seed: each entry is row type, low key, high
      *>  key, zone, UTC offset sign and HHMM, summer-time rule,
      *>  packed seventeen characters per entry.
           01 WS-SEED-LIST.
             05 Filler Pic X(34)
                Value "O      ET  -0500USCT    ET  -0500U".
             05 Filler Pic X(34)
                Value "SDE    ET  -0500USDC    ET  -0500U".
             05 Filler Pic X(34)
                Value "SFL    ET  -0500USGA    ET  -0500U".
             05 Filler Pic X(34)
                Value "SIN    ET  -0500USKY    ET  -0500U".
             05 Filler Pic X(34)
                Value "SME    ET  -0500USMD    ET  -0500U".
             05 Filler Pic X(34)
                Value "SMA    ET  -0500USMI    ET  -0500U".
             05 Filler Pic X(34)
                Value "SNH    ET  -0500USNJ    ET  -0500U".
             05 Filler Pic X(34)
                Value "SNY    ET  -0500USNC    ET  -0500U".
             05 Filler Pic X(34)
                Value "SOH    ET  -0500USPA    ET  -0500U".
             05 Filler Pic X(34)
                Value "SRI    ET  -0500USSC    ET  -0500U".
             05 Filler Pic X(34)
                Value "SVT    ET  -0500USVA    ET  -0500U".
             05 Filler Pic X(34)
                Value "SWV    ET  -0500USAL    CT  -0600U".
             05 Filler Pic X(34)
                Value "SAR    CT  -0600USIL    CT  -0600U".
             05 Filler Pic X(34)
                Value "SIA    CT  -0600USKS    CT  -0600U".
             05 Filler Pic X(34)
                Value "SLA    CT  -0600USMN    CT  -0600U".
             05 Filler Pic X(34)
                Value "SMS    CT  -0600USMO    CT  -0600U".
             05 Filler Pic X(34)
                Value "SNE    CT  -0600USND    CT  -0600U".
             05 Filler Pic X(34)
                Value "SOK    CT  -0600USSD    CT  -0600U".
             05 Filler Pic X(34)
                Value "STN    CT  -0600USTX    CT  -0600U".
             05 Filler Pic X(34)
                Value "SWI    CT  -0600USCO    MT  -0700U".
             05 Filler Pic X(34)
                Value "SMT    MT  -0700USNM    MT  -0700U".
             05 Filler Pic X(34)
                Value "SUT    MT  -0700USWY    MT  -0700U".
             05 Filler Pic X(34)
                Value "SID    MT  -0700USAZ    MT  -0700N".
             05 Filler Pic X(34)
                Value "SCA    PT  -0800USNV    PT  -0800U".
             05 Filler Pic X(34)
                Value "SOR    PT  -0800USWA    PT  -0800U".
             05 Filler Pic X(34)
                Value "SAK    AKT -0900USHI    HT  -1000N".
             05 Filler Pic X(34)
                Value "SPR    AST -0400NSVI    AST -0400N".
             05 Filler Pic X(34)
                Value "SGU    CHST+1000NZ324325CT  -0600U".
             05 Filler Pic X(34)
                Value "Z373374ET  -0500UZ376379ET  -0500U".
             05 Filler Pic X(34)
                Value "Z420424CT  -0600UZ463464CT  -0600U".
             05 Filler Pic X(34)
                Value "Z476477CT  -0600UZ498499CT  -0600U".
             05 Filler Pic X(34)
                Value "Z798799MT  -0700UZ885885MT  -0700U".
             05 Filler Pic X(34)
                Value "Z586586MT  -0700UZ577577MT  -0700U".
             05 Filler Pic X(34)
                Value "Z693693MT  -0700UZ979979MT  -0700U".
             05 Filler Pic X(34)
                Value "Z835838PT  -0800UCCA    ET  -0500U".
             05 Filler Pic X(34)
                Value "CMX    CT  -0600NCGB    GMT +0000E".
             05 Filler Pic X(34)
                Value "CIE    GMT +0000ECPT    WET +0000E".
             05 Filler Pic X(34)
                Value "CFR    CET +0100ECDE    CET +0100E".
             05 Filler Pic X(34)
                Value "CES    CET +0100ECIT    CET +0100E".
             05 Filler Pic X(34)
                Value "CNL    CET +0100ECBE    CET +0100E".
             05 Filler Pic X(34)
                Value "CCH    CET +0100ECAT    CET +0100E".
             05 Filler Pic X(34)
                Value "CSE    CET +0100ECNO    CET +0100E".
             05 Filler Pic X(34)
                Value "CDK    CET +0100ECPL    CET +0100E".
             05 Filler Pic X(34)
                Value "CGR    EET +0200ECFI    EET +0200E".
             05 Filler Pic X(34)
                Value "CIN    IST +0530NCCN    BJT +0800N".
             05 Filler Pic X(34)
                Value "CPH    PHT +0800NCSG    SGT +0800N".
             05 Filler Pic X(34)
                Value "CJP    JST +0900NCAU    AET +1000N".
             05 Filler Pic X(34)
                Value "CNZ    NZT +1200NCBR    BRT -0300N".
           01 WS-SEED-TBL Redefines WS-SEED-LIST.
             05 WS-SEED-ENTRY Occurs 96 Times Indexed By WS-SX.
               10 WS-SEED-TYPE   Pic X(1).
               10 WS-SEED-KEYLO  Pic X(3).
               10 WS-SEED-KEYHI  Pic X(3).
               10 WS-SEED-ZONE   Pic X(4).
               10 WS-SEED-UTCSGN Pic X(1).
               10 WS-SEED-UTCOFF Pic 9(4).
               10 WS-SEED-DST    Pic X(1).

         Linkage Section.
           01 LS-PRMSET.
             Copy TZLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         If Not TZ-LOADED Then
           Perform 200-Load-Reference-File
           Perform 250-Load-Call-Hours
           Move "Y" To WS-TZ-LOADED
         End-If.
         Perform 300-Set-Office-Clock.

         Move WS-OFC-UTCSGN To WS-CONV-SGN.
         Move WS-OFC-UTCOFF To WS-CONV-HHMM.
         Move WS-OFC-DST    To WS-DST-RULE.
         Perform 700-Effective-Offset.
         Move WS-CONV-MIN   To WS-OFC-MIN.

         Perform 400-Find-Customer-Zone.
         If IS-FOUND Then
           Move WS-T-ZONE(WS-HIT-IX)   To LTZZONE
           Move WS-T-UTCSGN(WS-HIT-IX) To LTZUTCSGN
           Move WS-T-UTCOFF(WS-HIT-IX) To LTZUTCOFF
           Move WS-T-DST(WS-HIT-IX)    To LTZDSTRULE
         Else
           Move Space         To LTZZONE
           Move WS-OFC-UTCSGN To LTZUTCSGN
           Move WS-OFC-UTCOFF To LTZUTCOFF
           Move WS-OFC-DST    To LTZDSTRULE
           Move "02" To LS-RETVAL
         End-If.
         Move LTZUTCSGN  To WS-CONV-SGN.
         Move LTZUTCOFF  To WS-CONV-HHMM.
         Move LTZDSTRULE To WS-DST-RULE.
         Perform 700-Effective-Offset.
         Move WS-CONV-MIN To WS-CUS-MIN.
         Move WS-DST-ON   To LTZDSTON.

         Perform 500-Compute-Local-Time.
         Perform 600-Build-Text.
         Perform 999-End-Of-SubRutine.

       200-Load-Reference-File.
         Move Zero To WS-TZ-COUNT.
         Move "N"  To WS-EOF.
         Open Input TIMEZONE.
         If WS-TZSTAT Equal "35" Then
           Close TIMEZONE
           Perform 220-Seed-Reference-File
           Open Input TIMEZONE
         End-If.
         If WS-TZSTAT Equal "00" Then
           Perform 210-Load-Next
             Until IS-EOF
         End-If.
         Close TIMEZONE.

       210-Load-Next.
         Read TIMEZONE
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If TZ-TYPE Equal "O" Then
             Move TZ-ZONE   To WS-OFC-ZONE
             Move TZ-UTCSGN To WS-OFC-UTCSGN
             Move TZ-UTCOFF To WS-OFC-UTCOFF
             Move TZ-DST    To WS-OFC-DST
           Else
             If WS-TZ-COUNT Less Than 300 Then
               Add 1 To WS-TZ-COUNT
               Move TIMEZONE-REC To WS-TZ-ENTRY(WS-TZ-COUNT)
             End-If
           End-If
         End-If.

       220-Seed-Reference-File.
         Open Output TIMEZONE.
         Perform 230-Seed-One-Row
           Varying WS-SX From 1 By 1
           Until WS-SX Greater Than 96.
         Close TIMEZONE.

       230-Seed-One-Row.
         Move WS-SEED-ENTRY(WS-SX) To TIMEZONE-REC.
         Write TIMEZONE-REC
         End-Write.

      *>  An opening not before the close, or a time that is not
      *>  a time, leaves the 0800-2100 default in place.
       250-Load-Call-Hours.
         Move "CALL-HOURS-FROM" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         If WS-PRM-RETVAL Equal "00" Or Equal "01" Then
           Move LSPNUM To WS-HRS-FROM
         End-If.
         Move "CALL-HOURS-TO" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         If WS-PRM-RETVAL Equal "00" Or Equal "01" Then
           Move LSPNUM To WS-HRS-TO
         End-If.
         If WS-HRS-FROM Not Less Than WS-HRS-TO
           Or WS-HRS-TO Greater Than 2400
           Or WS-HRS-FROM(3:2) Greater Than "59"
           Or WS-HRS-TO(3:2) Greater Than "59" Then
           Move 0800 To WS-HRS-FROM
           Move 2100 To WS-HRS-TO
         End-If.

      *>  The office date and time asked about, or the machine
      *>  clock's when none is passed.
       300-Set-Office-Clock.
         If LTZDATE Equal Zero Then
           Accept WS-NOW-DATE From Date YYYYMMDD
         Else
           Move LTZDATE To WS-NOW-DATE
         End-If.
         If LTZDATE Equal Zero And LTZTIME Equal Zero Then
           Accept WS-NOW-TIME From Time
           Move WS-NOW-TIME(1:4) To WS-CONV-HHMM
         Else
           Move LTZTIME To WS-CONV-HHMM
         End-If.
         Perform 710-Hhmm-To-Minutes.
         Move WS-CONV-MIN To WS-NOW-MIN.

      *>  A US address (or no country) tries the ZIP prefix rows
      *>  first, then its state; a foreign one its country.
       400-Find-Customer-Zone.
         Move "N" To WS-FOUND.
         Move LTZCTRY To WS-CTRY.
         If WS-CTRY Equal Space Then
           Move "US" To WS-CTRY
         End-If.
         If WS-CTRY Equal "US" Then
           If LTZZIP(1:3) Is Numeric Then
             Move LTZZIP(1:3) To WS-ZIP3
             Perform 410-Check-Zip-Row
               Varying WS-TX From 1 By 1
               Until WS-TX Greater Than WS-TZ-COUNT Or IS-FOUND
           End-If
           If Not IS-FOUND And LTZSTATE Not Equal Space Then
             Perform 420-Check-State-Row
               Varying WS-TX From 1 By 1
               Until WS-TX Greater Than WS-TZ-COUNT Or IS-FOUND
           End-If
         Else
           Perform 430-Check-Country-Row
             Varying WS-TX From 1 By 1
             Until WS-TX Greater Than WS-TZ-COUNT Or IS-FOUND
         End-If.

       410-Check-Zip-Row.
         If WS-T-TYPE(WS-TX) Equal "Z"
           And WS-ZIP3 Not Less Than WS-T-KEYLO(WS-TX)
           And WS-ZIP3 Not Greater Than WS-T-KEYHI(WS-TX) Then
           Move "Y" To WS-FOUND
           Set WS-HIT-IX To WS-TX
         End-If.

       420-Check-State-Row.
         If WS-T-TYPE(WS-TX) Equal "S"
           And WS-T-KEYLO(WS-TX)(1:2) Equal LTZSTATE Then
           Move "Y" To WS-FOUND
           Set WS-HIT-IX To WS-TX
         End-If.

       430-Check-Country-Row.
         If WS-T-TYPE(WS-TX) Equal "C"
           And WS-T-KEYLO(WS-TX)(1:2) Equal WS-CTRY Then
           Move "Y" To WS-FOUND
           Set WS-HIT-IX To WS-TX
         End-If.

      *>  Local time is the office clock moved by the difference
      *>  between the two zones; the window goes the other way.
       500-Compute-Local-Time.
         Compute WS-DIFF-MIN = WS-CUS-MIN - WS-OFC-MIN.
         Compute WS-CONV-MIN = WS-NOW-MIN + WS-DIFF-MIN.
         Perform 720-Minutes-To-Hhmm.
         Move WS-CONV-MIN  To WS-LCL-MIN.
         Move WS-CONV-HHMM To LTZLOCAL.

         Move WS-HRS-FROM To LTZFROM.
         Move WS-HRS-TO   To LTZTO.
         Move WS-HRS-FROM To WS-CONV-HHMM.
         Perform 710-Hhmm-To-Minutes.
         Move WS-CONV-MIN To WS-FROM-MIN.
         Compute WS-CONV-MIN = WS-FROM-MIN - WS-DIFF-MIN.
         Perform 720-Minutes-To-Hhmm.
         Move WS-CONV-HHMM To LTZOFCFROM.
         Move WS-HRS-TO   To WS-CONV-HHMM.
         Perform 710-Hhmm-To-Minutes.
         Move WS-CONV-MIN To WS-TO-MIN.
         Compute WS-CONV-MIN = WS-TO-MIN - WS-DIFF-MIN.
         Perform 720-Minutes-To-Hhmm.
         Move WS-CONV-HHMM To LTZOFCTO.

         If WS-LCL-MIN Not Less Than WS-FROM-MIN
           And WS-LCL-MIN Less Than WS-TO-MIN Then
           Move "Y" To LTZINHRS
         Else
           Move "N" To LTZINHRS
         End-If.

       600-Build-Text.
         Move Space To LTZTEXT.
         If LS-RETVAL Not Equal "00" Then
           Move "LOCAL TIME UNKNOWN - NO TIME ZONE" To LTZTEXT
         Else
           Move LTZLOCAL(1:2) To WS-TEXT-HH
           Move LTZLOCAL(3:2) To WS-TEXT-MM
           If LTZINHRS-YES Then
             String "LOCAL " Delimited By Size
                    WS-TEXT-HH Delimited By Size
                    ":" Delimited By Size
                    WS-TEXT-MM Delimited By Size
                    " " Delimited By Size
                    LTZZONE Delimited By Space
               Into LTZTEXT
             End-String
           Else
             String "LOCAL " Delimited By Size
                    WS-TEXT-HH Delimited By Size
                    ":" Delimited By Size
                    WS-TEXT-MM Delimited By Size
                    " " Delimited By Size
                    LTZZONE Delimited By Space
                    " ** OUTSIDE HOURS **" Delimited By Size
               Into LTZTEXT
             End-String
           End-If
         End-If.

      *>  WS-CONV-SGN/WS-CONV-HHMM as minutes east of UTC, an hour
      *>  more when rule WS-DST-RULE has summer time on WS-NOW-DATE.
       700-Effective-Offset.
         Perform 710-Hhmm-To-Minutes.
         If WS-CONV-SGN Equal "-" Then
           Compute WS-CONV-MIN = 0 - WS-CONV-MIN
         End-If.
         Perform 800-Check-Summer-Time.
         If DST-IS-ON Then
           Add 60 To WS-CONV-MIN
         End-If.

       710-Hhmm-To-Minutes.
         Divide WS-CONV-HHMM By 100 Giving WS-CONV-HH
           Remainder WS-CONV-MM.
         Compute WS-CONV-MIN = WS-CONV-HH * 60 + WS-CONV-MM.

      *>  Wraps WS-CONV-MIN round midnight, then as HHMM.
       720-Minutes-To-Hhmm.
         If WS-CONV-MIN Less Than Zero Then
           Add 1440 To WS-CONV-MIN
         End-If.
         If WS-CONV-MIN Not Less Than 1440 Then
           Subtract 1440 From WS-CONV-MIN
         End-If.
         Divide WS-CONV-MIN By 60 Giving WS-CONV-HH
           Remainder WS-CONV-MM.
         Compute WS-CONV-HHMM = WS-CONV-HH * 100 + WS-CONV-MM.

       800-Check-Summer-Time.
         Move "N" To WS-DST-ON.
         If WS-DST-RULE Equal "U" Or Equal "E" Then
           Move WS-NOW-DATE To WS-CALC-DATE-N
           Perform 850-Compute-Day-Number
           Move WS-CALC-DAYNUM To WS-TODAY-DN
           If WS-DST-RULE Equal "U" Then
             Perform 810-Us-Summer-Time
           Else
             Perform 820-Eu-Summer-Time
           End-If
           If WS-TODAY-DN Not Less Than WS-START-DN
             And WS-TODAY-DN Less Than WS-END-DN Then
             Move "Y" To WS-DST-ON
           End-If
         End-If.

      *>  Second Sunday of March to first Sunday of November.
       810-Us-Summer-Time.
         Move 03 To WS-CALC-MONTH.
         Move 01 To WS-CALC-DAY.
         Perform 850-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-DN.
         Perform 860-Sunday-On-Or-After.
         Compute WS-START-DN = WS-DN + 7.
         Move 11 To WS-CALC-MONTH.
         Move 01 To WS-CALC-DAY.
         Perform 850-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-DN.
         Perform 860-Sunday-On-Or-After.
         Move WS-DN To WS-END-DN.

      *>  Last Sunday of March to last Sunday of October.
       820-Eu-Summer-Time.
         Move 03 To WS-CALC-MONTH.
         Move 31 To WS-CALC-DAY.
         Perform 850-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-DN.
         Perform 870-Sunday-On-Or-Before.
         Move WS-DN To WS-START-DN.
         Move 10 To WS-CALC-MONTH.
         Move 31 To WS-CALC-DAY.
         Perform 850-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-DN.
         Perform 870-Sunday-On-Or-Before.
         Move WS-DN To WS-END-DN.

       850-Compute-Day-Number.
         If WS-CALC-MONTH Less Than Or Equal 2 Then
           Compute WS-ADJ-YEAR = WS-CALC-YEAR - 1
           Compute WS-ADJ-MONTH = WS-CALC-MONTH + 12
         Else
           Move WS-CALC-YEAR To WS-ADJ-YEAR
           Move WS-CALC-MONTH To WS-ADJ-MONTH
         End-If.
         Compute WS-CALC-DAYNUM = 365 * WS-ADJ-YEAR + WS-CALC-DAY.
         Divide WS-ADJ-YEAR By 4 Giving WS-DIV-PART.
         Add WS-DIV-PART To WS-CALC-DAYNUM.
         Divide WS-ADJ-YEAR By 100 Giving WS-DIV-PART.
         Subtract WS-DIV-PART From WS-CALC-DAYNUM.
         Divide WS-ADJ-YEAR By 400 Giving WS-DIV-PART.
         Add WS-DIV-PART To WS-CALC-DAYNUM.
         Compute WS-DIV-BASE = 153 * (WS-ADJ-MONTH - 3) + 2.
         Divide WS-DIV-BASE By 5 Giving WS-DIV-PART.
         Add WS-DIV-PART To WS-CALC-DAYNUM.

      *>  WS-DN's day of the week, 1 Monday to 7 Sunday.
       855-Day-Of-Week.
         Compute WS-WDAY-BASE = WS-DN - 6.
         Divide WS-WDAY-BASE By 7 Giving WS-WDAY-QUOT
           Remainder WS-WDAY-IX.
         Add 1 To WS-WDAY-IX.

       860-Sunday-On-Or-After.
         Perform 855-Day-Of-Week.
         If WS-WDAY-IX Less Than 7 Then
           Compute WS-DN = WS-DN + 7 - WS-WDAY-IX
         End-If.

       870-Sunday-On-Or-Before.
         Perform 855-Day-Of-Week.
         If WS-WDAY-IX Less Than 7 Then
           Subtract WS-WDAY-IX From WS-DN
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
