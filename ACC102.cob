      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Nightly suspicious-access pattern report - the standing     **
      *> watch that ACC101 answers on demand. Looks at yesterday's   **
      *> rows on the live data/ACCESS.LOG (the SUB145 viewers) and   **
      *> weighs them against the history window before it, using    **
      *> OPERLOG.DAT for each operator's normal signed-on hours.     **
      *>                                                             **
      *> Part 1 lists operators whose views for the day are at least **
      *> the minimum and exceed the multiplier times their own daily **
      *> average (views per active day in the window) or times the   **
      *> shop average (all views per operator-day). Part 2 lists     **
      *> each view of the day that:                                  **
      *>   OFF-HOURS     falls in an hour the operator was never     **
      *>                 signed on during the window                 **
      *>   LEGAL HOLD    is of a customer on LEGALHOLD.DAT (SUB140)  **
      *>   CREDIT HOLD   is of a customer with RCUSTCRHOLD set       **
      *>   SAME SURNAME  is of a customer whose name carries the     **
      *>                 operator's own surname (OOPERSURNAME) as a  **
      *>                 whole word                                  **
      *>                                                             **
      *> System parameters SUSPECT-MULT, SUSPECT-VIEWS and           **
      *> SUSPECT-WINDOW hold the multiplier, minimum views and       **
      *> history window days (defaults 3, 20 and 30). Output:        **
      *> data/SUSPECT.PRT, archived through SUB117. Run nightly      **
      *> outside the PGM001 menu; the supervisors read it each       **
      *> morning.                                                    **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Rows are put on the processing date they were        **
      *>        written under (SUB152), not the date in their        **
      *>        timestamp, so a late night run reports the right day. **
      *> 261015 Thresholds come from the SUSPECT-* system            **
      *>        parameters (SUB153) instead of SUSPECT.CFG.          **
      *>***************************************************************
       Identification Division.
         Program-Id.   ACC102.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select OPERFILE Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.
           Select OPERLOG Assign WS-OLOGFILE
             Organization Is Line Sequential
             File Status WS-OLOGSTAT.
           Select ACCLOG Assign WS-LOGFILE
             Organization Is Line Sequential
             File Status WS-LOGSTAT.
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
           Fd OPERFILE.
           01 OPER-REC.
             Copy OPERFD.

           Fd OPERLOG.
           01 OPERLOG-REC.
             05 OLOPERID    Pic X(8).
             05 OLEVENT     Pic X(1).
               88 OLEVENT-SIGNON  Value "I".
             05 OLTIMESTAMP Pic X(14).

           Fd ACCLOG.
           01 ACCLOG-REC.
             05 AL-CUSTID Pic X(10).
             05 AL-OPERID Pic X(8).
             05 AL-DTTM   Pic X(14).
             05 AL-SCREEN Pic X(8).

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-OPERFILE Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT Pic 9(2).
           01 WS-OLOGFILE Pic X(20) Value "data/OPERLOG.DAT".
           01 WS-OLOGSTAT Pic 9(2).
           01 WS-LOGFILE  Pic X(20) Value "data/ACCESS.LOG".
           01 WS-LOGSTAT  Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/SUSPECT.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUST-OPEN Pic X    Value "N".
             88 CUST-OPEN           Value "Y".
           01 WS-MULT     Pic 9(4)  Value Zero.
           01 WS-MIN-VIEWS Pic 9(4) Value Zero.
           01 WS-WINDOW   Pic 9(4)  Value Zero.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-HOLD-PRMSET.
             05 WS-HOLD-ID   Pic X(10).
             05 WS-HOLD-OPER Pic X(8).
             05 WS-HOLD-DATE Pic 9(8).
           01 WS-HOLD-RETVAL Pic X(2).

      *>  Day numbers as CAS101 computes them; the report day is the
      *>  day before the run, the window the days before that.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-REP-DATE Pic 9(8).
           01 WS-CALC-DATE.
             05 WS-CALC-YEAR  Pic 9(4).
             05 WS-CALC-MONTH Pic 9(2).
             05 WS-CALC-DAY   Pic 9(2).
           01 WS-CALC-DATE-N Redefines WS-CALC-DATE Pic 9(8).
           01 WS-ADJ-YEAR    Pic S9(9) Comp-5.
           01 WS-ADJ-MONTH   Pic S9(9) Comp-5.
           01 WS-CALC-DAYNUM Pic S9(9) Comp-5.
           01 WS-REP-DAYNUM  Pic S9(9) Comp-5.
           01 WS-FROM-DAYNUM Pic S9(9) Comp-5.
           01 WS-ROW-DAYNUM  Pic S9(9) Comp-5.
           01 WS-LEAP-REM    Pic S9(9) Comp-5.
           01 WS-LEAP-QUOT   Pic S9(9) Comp-5.
           01 WS-MONTH-DAYS  Pic 9(2).
           01 WS-DIM-VALUES  Pic X(24)
                             Value "312831303130313130313031".
           01 WS-DIM-TBL Redefines WS-DIM-VALUES.
             05 WS-DIM Pic 9(2) Occurs 12 Times.
           01 WS-ROW-HOUR    Pic 9(2).
           01 WS-HX          Pic 9(2).
           01 WS-HX-FROM     Pic 9(2).
           01 WS-HX-TO       Pic 9(2).

      *>  One entry per operator, loaded from OPERATOR.DAT; an ID
      *>  found only on the logs is added as it turns up.
           01 WS-OP-CNT   Pic 9(4)  Value Zero.
           01 WS-OP-TBL.
             05 WS-OP-ENTRY Occurs 200 Times Indexed By WS-OX.
               10 WS-O-ID        Pic X(8).
               10 WS-O-SURN      Pic X(30).
               10 WS-O-SLEN      Pic 9(2).
               10 WS-O-HIST-VIEWS Pic 9(7).
               10 WS-O-HIST-DAYS Pic 9(4).
               10 WS-O-LAST-DAY  Pic S9(9) Comp-5.
               10 WS-O-DAY-VIEWS Pic 9(6).
               10 WS-O-ON-SW     Pic X(1).
                 88 WS-O-SIGNED-ON       Value "Y".
               10 WS-O-ON-DAYNUM Pic S9(9) Comp-5.
               10 WS-O-ON-HOUR   Pic 9(2).
               10 WS-O-HOURS     Pic X(24).
           01 WS-MATCH-ID Pic X(8)  Value Space.
           01 WS-MATCH    Pic X     Value "N".
             88 IS-MATCH            Value "Y".

           01 WS-SHOP-VIEWS  Pic 9(9) Value Zero.
           01 WS-SHOP-DAYS   Pic 9(7) Value Zero.
           01 WS-SHOP-AVG    Pic 9(7)V9 Value Zero.
           01 WS-OWN-AVG     Pic 9(7)V9 Value Zero.
           01 WS-LIMIT       Pic 9(9)V9 Value Zero.
           01 WS-DAY-CNT     Pic 9(7) Value Zero.
           01 WS-VOL-CNT     Pic 9(6) Value Zero.
           01 WS-FLAG-CNT    Pic 9(6) Value Zero.
           01 WS-OVER-OWN    Pic X    Value "N".
             88 OVER-OWN              Value "Y".
           01 WS-OVER-SHOP   Pic X    Value "N".
             88 OVER-SHOP             Value "Y".

           01 WS-REASONS     Pic X(46) Value Space.
           01 WS-RSN-PTR     Pic 9(2)  Value 1.
           01 WS-NAME-PAD    Pic X(42) Value Space.
           01 WS-SURN-PAD    Pic X(32) Value Space.
           01 WS-SURN-TALLY  Pic 9(4)  Value Zero.

           01 WS-HDG-1.
             05 Filler Pic X(36)
                Value "SUSPICIOUS ACCESS REPORT - VIEWS ON ".
             05 H-DATE Pic X(8).
             05 Filler Pic X(18) Value "   HISTORY WINDOW ".
             05 H-WINDOW Pic ZZZ9.
             05 Filler Pic X(38) Value " DAYS".
           01 WS-VOL-HDG.
             05 Filler Pic X(104)
                Value "OPERATORS ABOVE THEIR OWN OR THE SHOP AVERAGE".
           01 WS-VOL-COL.
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(10) Value "OPERATOR".
             05 Filler Pic X(10) Value "     VIEWS".
             05 Filler Pic X(12) Value "     OWN AVG".
             05 Filler Pic X(12) Value "    SHOP AVG".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(56) Value "FLAG".
           01 WS-VOL-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 V-OPERID   Pic X(8).
             05 Filler     Pic X(2)  Value Space.
             05 V-VIEWS    Pic ZZZ,ZZ9.
             05 Filler     Pic X(2)  Value Space.
             05 V-OWN-AVG  Pic Z,ZZZ,ZZ9.9.
             05 Filler     Pic X(1)  Value Space.
             05 V-SHOP-AVG Pic Z,ZZZ,ZZ9.9.
             05 Filler     Pic X(2)  Value Space.
             05 V-FLAG     Pic X(30).
             05 Filler     Pic X(27) Value Space.
           01 WS-VIEW-HDG.
             05 Filler Pic X(104) Value "FLAGGED VIEWS".
           01 WS-VIEW-COL.
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(16) Value "TIMESTAMP".
             05 Filler Pic X(10) Value "OPERATOR".
             05 Filler Pic X(12) Value "CUSTOMER".
             05 Filler Pic X(10) Value "SCREEN".
             05 Filler Pic X(54) Value "REASONS".
           01 WS-VIEW-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 W-DTTM     Pic X(14).
             05 Filler     Pic X(2)  Value Space.
             05 W-OPERID   Pic X(8).
             05 Filler     Pic X(2)  Value Space.
             05 W-CUSTID   Pic X(10).
             05 Filler     Pic X(2)  Value Space.
             05 W-SCREEN   Pic X(8).
             05 Filler     Pic X(2)  Value Space.
             05 W-REASONS  Pic X(46).
             05 Filler     Pic X(8)  Value Space.
           01 WS-NONE-LINE.
             05 Filler Pic X(2)   Value Space.
             05 Filler Pic X(102) Value "NONE.".
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(14) Value "VIEWS ON DAY: ".
             05 T-DAY-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(22) Value "   OPERATORS FLAGGED: ".
             05 T-VOL-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(18) Value "   VIEWS FLAGGED: ".
             05 T-FLAG-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(29) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Perform 200-Load-Config.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move WS-CUR-DATE To WS-CALC-DATE-N.
         Perform 210-Step-Back-One-Day.
         Move WS-CALC-DATE-N To WS-REP-DATE.
         Perform 250-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-REP-DAYNUM.
         Compute WS-FROM-DAYNUM = WS-REP-DAYNUM - WS-WINDOW.
         Initialize WS-OP-TBL.
         Perform 300-Load-Operators.
         Perform 400-Scan-Sign-Ons.
         Perform 500-Count-Views.

         Open Output PRTFILE.
         Move WS-REP-DATE To H-DATE.
         Move WS-WINDOW   To H-WINDOW.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Perform 600-Write-Volume.
         Write PRT-REC From WS-BLANK-LINE.
         Perform 700-Write-Views.
         Write PRT-REC From WS-BLANK-LINE.
         Move WS-DAY-CNT  To T-DAY-CNT.
         Move WS-VOL-CNT  To T-VOL-CNT.
         Move WS-FLAG-CNT To T-FLAG-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.

         Move "ACC102" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "ACC102: " WS-VOL-CNT " operator(s) and "
                 WS-FLAG-CNT " view(s) flagged for " WS-REP-DATE.
         Perform 999-End-Of-Program.

      *>  The three settings are system parameters SUSPECT-MULT,
      *>  SUSPECT-VIEWS and SUSPECT-WINDOW.
       200-Load-Config.
         Move "SUSPECT-MULT" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-MULT.
         Move "SUSPECT-VIEWS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-MIN-VIEWS.
         Move "SUSPECT-WINDOW" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-WINDOW.

       210-Step-Back-One-Day.
         If WS-CALC-DAY Greater Than 1 Then
           Subtract 1 From WS-CALC-DAY
         Else
           If WS-CALC-MONTH Greater Than 1 Then
             Subtract 1 From WS-CALC-MONTH
           Else
             Move 12 To WS-CALC-MONTH
             Subtract 1 From WS-CALC-YEAR
           End-If
           Move WS-DIM(WS-CALC-MONTH) To WS-MONTH-DAYS
           If WS-CALC-MONTH Equal 2 Then
             Perform 215-Check-Leap-Year
           End-If
           Move WS-MONTH-DAYS To WS-CALC-DAY
         End-If.

       215-Check-Leap-Year.
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
           Move "Y" To WS-MATCH
         End-If.

       300-Load-Operators.
         Open Input OPERFILE.
         If WS-OPERSTAT Not Equal "00" Then
           Display "ACC102: OPERATOR.DAT not found."
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

      *>  The surname is kept upper-cased with its length, ready for
      *>  the whole-word test against the customer's name.
       320-Load-Oper-Next.
         Move OOPERID To WS-MATCH-ID.
         Perform 260-Find-Operator.
         If IS-MATCH Then
           Move OOPERSURNAME To WS-O-SURN(WS-OX)
           Inspect WS-O-SURN(WS-OX) Converting
             "abcdefghijklmnopqrstuvwxyz" To
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           Move Zero To WS-SURN-TALLY
           Inspect WS-O-SURN(WS-OX) Tallying WS-SURN-TALLY
             For Characters Before Initial "  "
           Move WS-SURN-TALLY To WS-O-SLEN(WS-OX)
         End-If.
         Perform 310-Read-Oper-Next.

      *>  Each sign-on is paired with the operator's next sign-off
      *>  (O, T or F) and every hour in between marked as normal for
      *>  them; a session over midnight wraps, one over a whole day
      *>  marks every hour.
       400-Scan-Sign-Ons.
         Open Input OPERLOG.
         If WS-OLOGSTAT Not Equal "00" Then
           Close OPERLOG
         Else
           Move "N" To WS-EOF
           Perform 410-Read-Olog-Next
           Perform 420-Pair-Olog-Next
             Until IS-EOF
           Close OPERLOG
         End-If.

       410-Read-Olog-Next.
         Read OPERLOG
           At End Move "Y" To WS-EOF
         End-Read.

       420-Pair-Olog-Next.
         Move OLTIMESTAMP To LPDSTAMP.
         Move "M" To WS-PDT-FUNC.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CALC-DATE-N.
         Perform 250-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-ROW-DAYNUM.
         If WS-ROW-DAYNUM Not Less Than WS-FROM-DAYNUM
           And WS-ROW-DAYNUM Less Than WS-REP-DAYNUM Then
           Move OLOPERID To WS-MATCH-ID
           Perform 260-Find-Operator
           If IS-MATCH Then
             Move OLTIMESTAMP(9:2) To WS-ROW-HOUR
             If OLEVENT-SIGNON Then
               Perform 430-Open-Session
             Else
               Perform 440-Close-Session
             End-If
           End-If
         End-If.
         Perform 410-Read-Olog-Next.

       430-Open-Session.
         Move "Y"           To WS-O-ON-SW(WS-OX).
         Move WS-ROW-DAYNUM To WS-O-ON-DAYNUM(WS-OX).
         Move WS-ROW-HOUR   To WS-O-ON-HOUR(WS-OX).
         Move WS-ROW-HOUR   To WS-HX-FROM, WS-HX-TO.
         Perform 450-Mark-Hours.

       440-Close-Session.
         If WS-O-SIGNED-ON(WS-OX) Then
           Move "N" To WS-O-ON-SW(WS-OX)
           Evaluate True
             When WS-ROW-DAYNUM Equal WS-O-ON-DAYNUM(WS-OX)
               Move WS-O-ON-HOUR(WS-OX) To WS-HX-FROM
               Move WS-ROW-HOUR         To WS-HX-TO
               Perform 450-Mark-Hours
             When WS-ROW-DAYNUM Equal WS-O-ON-DAYNUM(WS-OX) + 1
               Move WS-O-ON-HOUR(WS-OX) To WS-HX-FROM
               Move 23                  To WS-HX-TO
               Perform 450-Mark-Hours
               Move Zero                To WS-HX-FROM
               Move WS-ROW-HOUR         To WS-HX-TO
               Perform 450-Mark-Hours
             When Other
               Move All "Y" To WS-O-HOURS(WS-OX)
           End-Evaluate
         End-If.

       450-Mark-Hours.
         If WS-HX-TO Greater Than 23 Then
           Move 23 To WS-HX-TO
         End-If.
         Perform 455-Mark-One-Hour
           Varying WS-HX From WS-HX-FROM By 1
           Until WS-HX Greater Than WS-HX-TO.

       455-Mark-One-Hour.
         Move "Y" To WS-O-HOURS(WS-OX)(WS-HX + 1:1).

       500-Count-Views.
         Open Input ACCLOG.
         If WS-LOGSTAT Not Equal "00" Then
           Display "ACC102: no access log on file."
           Close ACCLOG
         Else
           Move "N" To WS-EOF
           Perform 510-Read-Acc-Next
           Perform 520-Count-Acc-Next
             Until IS-EOF
           Close ACCLOG
         End-If.
         Perform 530-Sum-Shop-Days
           Varying WS-OX From 1 By 1
           Until WS-OX Greater Than WS-OP-CNT.
         If WS-SHOP-DAYS Greater Than Zero Then
           Compute WS-SHOP-AVG Rounded =
               WS-SHOP-VIEWS / WS-SHOP-DAYS
         End-If.

       510-Read-Acc-Next.
         Read ACCLOG
           At End Move "Y" To WS-EOF
         End-Read.

       515-Row-Day-Number.
         Move AL-DTTM To LPDSTAMP.
         Move "M" To WS-PDT-FUNC.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CALC-DATE-N.
         Perform 250-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-ROW-DAYNUM.

      *>  The log is append-only, so an operator's rows arrive in
      *>  date order and a change of day means one more active day.
       520-Count-Acc-Next.
         Perform 515-Row-Day-Number.
         If WS-ROW-DAYNUM Not Less Than WS-FROM-DAYNUM
           And WS-ROW-DAYNUM Not Greater Than WS-REP-DAYNUM Then
           Move AL-OPERID To WS-MATCH-ID
           Perform 260-Find-Operator
           If IS-MATCH Then
             If WS-ROW-DAYNUM Equal WS-REP-DAYNUM Then
               Add 1 To WS-O-DAY-VIEWS(WS-OX)
               Add 1 To WS-DAY-CNT
             Else
               Add 1 To WS-O-HIST-VIEWS(WS-OX)
               Add 1 To WS-SHOP-VIEWS
               If WS-ROW-DAYNUM Not Equal WS-O-LAST-DAY(WS-OX) Then
                 Add 1 To WS-O-HIST-DAYS(WS-OX)
                 Move WS-ROW-DAYNUM To WS-O-LAST-DAY(WS-OX)
               End-If
             End-If
           End-If
         End-If.
         Perform 510-Read-Acc-Next.

       530-Sum-Shop-Days.
         Add WS-O-HIST-DAYS(WS-OX) To WS-SHOP-DAYS.

       600-Write-Volume.
         Write PRT-REC From WS-VOL-HDG.
         Write PRT-REC From WS-VOL-COL.
         Perform 610-Check-Volume
           Varying WS-OX From 1 By 1
           Until WS-OX Greater Than WS-OP-CNT.
         If WS-VOL-CNT Equal Zero Then
           Write PRT-REC From WS-NONE-LINE
         End-If.

       610-Check-Volume.
         Move "N"  To WS-OVER-OWN.
         Move "N"  To WS-OVER-SHOP.
         Move Zero To WS-OWN-AVG.
         If WS-O-HIST-DAYS(WS-OX) Greater Than Zero Then
           Compute WS-OWN-AVG Rounded =
               WS-O-HIST-VIEWS(WS-OX) / WS-O-HIST-DAYS(WS-OX)
         End-If.
         If WS-O-DAY-VIEWS(WS-OX) Not Less Than WS-MIN-VIEWS Then
           Compute WS-LIMIT = WS-OWN-AVG * WS-MULT
           If WS-OWN-AVG Greater Than Zero
             And WS-O-DAY-VIEWS(WS-OX) Greater Than WS-LIMIT Then
             Move "Y" To WS-OVER-OWN
           End-If
           Compute WS-LIMIT = WS-SHOP-AVG * WS-MULT
           If WS-SHOP-AVG Greater Than Zero
             And WS-O-DAY-VIEWS(WS-OX) Greater Than WS-LIMIT Then
             Move "Y" To WS-OVER-SHOP
           End-If
         End-If.
         If OVER-OWN Or OVER-SHOP Then
           Evaluate True
             When OVER-OWN And OVER-SHOP
               Move "ABOVE OWN AND SHOP AVERAGE" To V-FLAG
             When OVER-OWN
               Move "ABOVE OWN AVERAGE" To V-FLAG
             When Other
               Move "ABOVE SHOP AVERAGE" To V-FLAG
           End-Evaluate
           Move WS-O-ID(WS-OX)        To V-OPERID
           Move WS-O-DAY-VIEWS(WS-OX) To V-VIEWS
           Move WS-OWN-AVG            To V-OWN-AVG
           Move WS-SHOP-AVG           To V-SHOP-AVG
           Write PRT-REC From WS-VOL-DETAIL
           Add 1 To WS-VOL-CNT
         End-If.

       700-Write-Views.
         Write PRT-REC From WS-VIEW-HDG.
         Write PRT-REC From WS-VIEW-COL.
         Open Input CUST.
         If WS-CUSTSTAT Equal "00" Then
           Move "Y" To WS-CUST-OPEN
         End-If.
         Open Input ACCLOG.
         If WS-LOGSTAT Equal "00" Then
           Move "N" To WS-EOF
           Perform 510-Read-Acc-Next
           Perform 710-Check-View-Next
             Until IS-EOF
         End-If.
         Close ACCLOG.
         If CUST-OPEN Then
           Close CUST
         End-If.
         If WS-FLAG-CNT Equal Zero Then
           Write PRT-REC From WS-NONE-LINE
         End-If.

       710-Check-View-Next.
         Perform 515-Row-Day-Number.
         If WS-ROW-DAYNUM Equal WS-REP-DAYNUM Then
           Move AL-OPERID To WS-MATCH-ID
           Perform 260-Find-Operator
           If IS-MATCH Then
             Move Space To WS-REASONS
             Move 1     To WS-RSN-PTR
             Perform 720-Check-Hours
             Perform 730-Check-Holds
             Perform 740-Check-Surname
             If WS-REASONS Not Equal Space Then
               Move AL-DTTM   To W-DTTM
               Move AL-OPERID To W-OPERID
               Move AL-CUSTID To W-CUSTID
               Move AL-SCREEN To W-SCREEN
               Move WS-REASONS To W-REASONS
               Write PRT-REC From WS-VIEW-DETAIL
               Add 1 To WS-FLAG-CNT
             End-If
           End-If
         End-If.
         Perform 510-Read-Acc-Next.

      *>  Only an operator with sign-on history in the window has
      *>  normal hours to fall outside of.
       720-Check-Hours.
         Move AL-DTTM(9:2) To WS-ROW-HOUR.
         If WS-O-HOURS(WS-OX) Not Equal Space
           And WS-ROW-HOUR Less Than 24 Then
           If WS-O-HOURS(WS-OX)(WS-ROW-HOUR + 1:1) Not Equal "Y"
             String "OFF-HOURS " Delimited By Size
               Into WS-REASONS With Pointer WS-RSN-PTR
             End-String
           End-If
         End-If.

       730-Check-Holds.
         Move AL-CUSTID To WS-HOLD-ID.
         Call "SUB140" Using WS-HOLD-PRMSET, WS-HOLD-RETVAL.
         If WS-HOLD-RETVAL Equal "00" Then
           String "LEGAL HOLD " Delimited By Size
             Into WS-REASONS With Pointer WS-RSN-PTR
           End-String
         End-If.
         Move Space To RCUSTNAME.
         If CUST-OPEN Then
           Move AL-CUSTID To RCUSTID
           Read CUST
             Invalid Key Move Space To RCUSTNAME
             Not Invalid Key
               If RCUSTCRHOLD-YES Then
                 String "CREDIT HOLD " Delimited By Size
                   Into WS-REASONS With Pointer WS-RSN-PTR
                 End-String
               End-If
           End-Read
         End-If.

      *>  Whole words only: commas become spaces and both the name
      *>  and the surname are padded with a space either side, so
      *>  SMITH matches "SMITH, JOHN" but not "SMITHSON".
       740-Check-Surname.
         If WS-O-SLEN(WS-OX) Greater Than Zero
           And RCUSTNAME Not Equal Space Then
           Move Space To WS-NAME-PAD
           Move RCUSTNAME To WS-NAME-PAD(2:40)
           Inspect WS-NAME-PAD Converting
             "abcdefghijklmnopqrstuvwxyz," To
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ "
           Move Space To WS-SURN-PAD
           Move WS-O-SURN(WS-OX) To WS-SURN-PAD(2:30)
           Move Zero To WS-SURN-TALLY
           Inspect WS-NAME-PAD Tallying WS-SURN-TALLY
             For All WS-SURN-PAD(1:WS-O-SLEN(WS-OX) + 2)
           If WS-SURN-TALLY Greater Than Zero Then
             String "SAME SURNAME" Delimited By Size
               Into WS-REASONS With Pointer WS-RSN-PTR
             End-String
           End-If
         End-If.

       999-End-Of-Program.
         Stop Run.
