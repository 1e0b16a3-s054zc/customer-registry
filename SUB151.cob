      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine owning the shop calendar (data/CALENDAR.DAT,    **
      *> see CALFD) - the one place the aging jobs count days, so a  **
      *> threshold written in business days means the same thing in **
      *> every report. The calendar is loaded into a table on the    **
      *> first call and kept for the run; a working day is one the   **
      *> office's working week allows and no holiday or non-working  **
      *> row (for the office, or for every office) takes out.        **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  A = age: LCLDAYS = days from LCLFROMDT to LCLTODT, in      **
      *>      calendar days, or for LCLUNIT B the working days after **
      *>      LCLFROMDT up to and including LCLTODT. Negative when   **
      *>      LCLTODT is the earlier date.                           **
      *>  W = is LCLFROMDT a working day at LCLOFFICE (see RETVAL).  **
      *>  R = roll LCLFROMDT forward to the first working day on or  **
      *>      after it; LCLRESDT comes back.                         **
      *>  N = next day: LCLRESDT = the calendar day after LCLFROMDT. **
      *>  L = reload the calendar (after a SUB485 change).           **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done (W: a working day).                               **
      *>  01: W: not a working day.                                  **
      *>  03: A date passed is zero or not a date - LCLDAYS zero,    **
      *>      LCLRESDT the date as passed.                           **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Added N, the next calendar day.                      **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB151.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CAL Assign WS-CALFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is CLKEY
             File Status WS-CALSTAT.

       Data Division.
         File Section.
           Fd CAL.
           01 CAL-REC.
             Copy CALFD.

         Working-Storage Section.
           01 WS-CALFILE  Pic X(20) Value "data/CALENDAR.DAT".
           01 WS-CALSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CAL-LOADED Pic X   Value "N".
             88 CAL-LOADED          Value "Y".
           01 WS-DATE-OK  Pic X     Value "N".
             88 DATE-OK             Value "Y".
           01 WS-WORK-DAY Pic X     Value "N".
             88 IS-WORK-DAY         Value "Y".
           01 WS-OFC-WEEK Pic X     Value "N".
             88 OFC-WEEK            Value "Y".
           01 WS-DUP-DAY  Pic X     Value "N".
             88 IS-DUP-DAY          Value "Y".

      *>  Non-working dates as day numbers, and the working weeks,
      *>  as loaded from the file.
           01 WS-HOL-COUNT Pic 9(4) Value Zero.
           01 WS-HOL-TBL.
             05 WS-HOL-ENTRY Occurs 1000 Times.
               10 WS-HL-OFFICE Pic X(3).
               10 WS-HL-DAYNUM Pic S9(9) Comp-5.
           01 WS-WEEK-COUNT Pic 9(2) Value Zero.
           01 WS-WEEK-TBL.
             05 WS-WEEK-ENTRY Occurs 50 Times.
               10 WS-WK-OFFICE  Pic X(3).
               10 WS-WK-PATTERN Pic X(7).
           01 WS-HX       Pic 9(4)  Value Zero.
           01 WS-HX2      Pic 9(4)  Value Zero.
           01 WS-WX       Pic 9(2)  Value Zero.

           01 WS-DEF-WEEK  Pic X(7) Value "YYYYYNN".
           01 WS-CUR-WEEK  Pic X(7) Value Space.
           01 WS-CUR-WEEK-TBL Redefines WS-CUR-WEEK.
             05 WS-CUR-WDAY Pic X(1) Occurs 7 Times.
           01 WS-WEEK-WORK Pic S9(9) Comp-5.
           01 WS-WDAY-IX   Pic S9(9) Comp-5.
           01 WS-WDAY-BASE Pic S9(9) Comp-5.
           01 WS-WDAY-QUOT Pic S9(9) Comp-5.

           01 WS-FROM-DAYNUM Pic S9(9) Comp-5.
           01 WS-TO-DAYNUM   Pic S9(9) Comp-5.
           01 WS-LO-DAYNUM   Pic S9(9) Comp-5.
           01 WS-HI-DAYNUM   Pic S9(9) Comp-5.
           01 WS-DN          Pic S9(9) Comp-5.
           01 WS-SPAN        Pic S9(9) Comp-5.
           01 WS-WEEKS       Pic S9(9) Comp-5.
           01 WS-REST        Pic S9(9) Comp-5.
           01 WS-BUS-DAYS    Pic S9(9) Comp-5.
           01 WS-SIGN        Pic S9(1) Value 1.
           01 WS-ROLL-CNT    Pic 9(3)  Value Zero.
           01 WS-LEAP-QUOT   Pic 9(4)  Value Zero.
           01 WS-LEAP-REM    Pic 9(4)  Value Zero.
           01 WS-MONTH-DAYS  Pic 9(2)  Value Zero.
           01 WS-MONTH-LENS  Pic X(24)
                             Value "312831303130313130313031".
           01 WS-MONTH-TBL Redefines WS-MONTH-LENS.
             05 WS-MONTH-LEN Pic 9(2) Occurs 12 Times.

      *>  The aging jobs' day-number arithmetic, but with every
      *>  division truncated on its own (each Divide below) so the
      *>  number steps by exactly one a day - the day of the week
      *>  hangs on it: day number modulo 7 is 6 on a Monday.
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

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy CALLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         If LS-FUNC Equal "L" Or Not CAL-LOADED Then
           Perform 200-Load-Calendar
         End-If.
         Evaluate LS-FUNC
           When "A" Perform 300-Compute-Age
           When "W" Perform 400-Check-Working-Day
           When "R" Perform 500-Roll-Forward
           When "N" Perform 600-Next-Day
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

      *>  A missing file is an empty calendar: Monday to Friday
      *>  everywhere, no holidays.
       200-Load-Calendar.
         Move Zero To WS-HOL-COUNT.
         Move Zero To WS-WEEK-COUNT.
         Open Input CAL.
         If WS-CALSTAT Equal "00" Then
           Move "N" To WS-EOF
           Perform 210-Load-Next
             Until IS-EOF
         End-If.
         Close CAL.
         Move "Y" To WS-CAL-LOADED.

       210-Load-Next.
         Read CAL Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If CLDATE Equal Zero Then
             If WS-WEEK-COUNT Less Than 50 Then
               Add 1 To WS-WEEK-COUNT
               Move CLOFFICE To WS-WK-OFFICE(WS-WEEK-COUNT)
               Move CLWEEK   To WS-WK-PATTERN(WS-WEEK-COUNT)
             End-If
           Else
             If WS-HOL-COUNT Less Than 1000 Then
               Move CLDATE To WS-CALC-DATE-N
               Perform 250-Compute-Day-Number
               Add 1 To WS-HOL-COUNT
               Move CLOFFICE       To WS-HL-OFFICE(WS-HOL-COUNT)
               Move WS-CALC-DAYNUM To WS-HL-DAYNUM(WS-HOL-COUNT)
             End-If
           End-If
         End-If.

      *>  The office's own week, else the shop-wide one, else the
      *>  Monday-to-Friday default; WS-WEEK-WORK is its day count.
       220-Find-Week.
         Move WS-DEF-WEEK To WS-CUR-WEEK.
         Move "N" To WS-OFC-WEEK.
         Perform 225-Check-Week-Next
           Varying WS-WX From 1 By 1
           Until WS-WX Greater Than WS-WEEK-COUNT Or OFC-WEEK.
         Move Zero To WS-WEEK-WORK.
         Perform 228-Count-Week-Day
           Varying WS-WDAY-IX From 1 By 1
           Until WS-WDAY-IX Greater Than 7.

       225-Check-Week-Next.
         If WS-WK-OFFICE(WS-WX) Equal LCLOFFICE Then
           Move WS-WK-PATTERN(WS-WX) To WS-CUR-WEEK
           Move "Y" To WS-OFC-WEEK
         Else
           If WS-WK-OFFICE(WS-WX) Equal Space Then
             Move WS-WK-PATTERN(WS-WX) To WS-CUR-WEEK
           End-If
         End-If.

       228-Count-Week-Day.
         If WS-CUR-WDAY(WS-WDAY-IX) Equal "Y" Then
           Add 1 To WS-WEEK-WORK
         End-If.

      *>  WS-DN's day of the week into WS-WDAY-IX, 1 Monday to 7
      *>  Sunday.
       230-Day-Of-Week.
         Compute WS-WDAY-BASE = WS-DN - 6.
         Divide WS-WDAY-BASE By 7 Giving WS-WDAY-QUOT
           Remainder WS-WDAY-IX.
         Add 1 To WS-WDAY-IX.

      *>  Is day number WS-DN a working day at LCLOFFICE.
       240-Check-Day.
         Perform 230-Day-Of-Week.
         If WS-CUR-WDAY(WS-WDAY-IX) Equal "Y" Then
           Move "Y" To WS-WORK-DAY
           Perform 245-Check-Holiday-Next
             Varying WS-HX From 1 By 1
             Until WS-HX Greater Than WS-HOL-COUNT
               Or Not IS-WORK-DAY
         Else
           Move "N" To WS-WORK-DAY
         End-If.

       245-Check-Holiday-Next.
         If WS-HL-DAYNUM(WS-HX) Equal WS-DN
           And (WS-HL-OFFICE(WS-HX) Equal LCLOFFICE
                Or WS-HL-OFFICE(WS-HX) Equal Space) Then
           Move "N" To WS-WORK-DAY
         End-If.

       250-Compute-Day-Number.
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

      *>  A usable date in WS-CALC-DATE: numeric, month 1-12 and a
      *>  day the month has.
       260-Check-Date.
         Move "N" To WS-DATE-OK.
         If WS-CALC-DATE Is Numeric
           And WS-CALC-MONTH Greater Than Zero
           And WS-CALC-MONTH Less Than 13
           And WS-CALC-DAY Greater Than Zero Then
           Perform 265-Month-Length
           If WS-CALC-DAY Not Greater Than WS-MONTH-DAYS Then
             Move "Y" To WS-DATE-OK
           End-If
         End-If.

       265-Month-Length.
         Move WS-MONTH-LEN(WS-CALC-MONTH) To WS-MONTH-DAYS.
         If WS-CALC-MONTH Equal 2 Then
           Divide WS-CALC-YEAR By 4 Giving WS-LEAP-QUOT
             Remainder WS-LEAP-REM
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
           End-If
         End-If.

      *>  Steps WS-CALC-DATE on by one calendar day.
       270-Next-Date.
         Perform 265-Month-Length.
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

      *>  Business days: whole weeks count the week's working days;
      *>  the odd days left over are checked one by one; holidays
      *>  inside the span that fall on a working weekday come off
      *>  (once, when both the office and every office list them).
       300-Compute-Age.
         Move Zero To LCLDAYS.
         Move LCLFROMDT To WS-CALC-DATE-N.
         Perform 260-Check-Date.
         If Not DATE-OK Then
           Move "03" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Perform 250-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-FROM-DAYNUM.
         Move LCLTODT To WS-CALC-DATE-N.
         Perform 260-Check-Date.
         If Not DATE-OK Then
           Move "03" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Perform 250-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-TO-DAYNUM.
         If Not LCLUNIT-BUSINESS Then
           Compute LCLDAYS = WS-TO-DAYNUM - WS-FROM-DAYNUM
           Perform 999-End-Of-SubRutine
         End-If.
         If WS-TO-DAYNUM Less Than WS-FROM-DAYNUM Then
           Move WS-TO-DAYNUM   To WS-LO-DAYNUM
           Move WS-FROM-DAYNUM To WS-HI-DAYNUM
           Move -1 To WS-SIGN
         Else
           Move WS-FROM-DAYNUM To WS-LO-DAYNUM
           Move WS-TO-DAYNUM   To WS-HI-DAYNUM
           Move 1 To WS-SIGN
         End-If.
         Perform 220-Find-Week.
         Compute WS-SPAN = WS-HI-DAYNUM - WS-LO-DAYNUM.
         Divide WS-SPAN By 7 Giving WS-WEEKS Remainder WS-REST.
         Compute WS-BUS-DAYS = WS-WEEKS * WS-WEEK-WORK.
         Compute WS-DN = WS-LO-DAYNUM + WS-WEEKS * 7 + 1.
         Perform 310-Count-Rest-Day
           Until WS-DN Greater Than WS-HI-DAYNUM.
         Perform 320-Drop-Holiday-Next
           Varying WS-HX From 1 By 1
           Until WS-HX Greater Than WS-HOL-COUNT.
         Compute LCLDAYS = WS-BUS-DAYS * WS-SIGN.

       310-Count-Rest-Day.
         Perform 230-Day-Of-Week.
         If WS-CUR-WDAY(WS-WDAY-IX) Equal "Y" Then
           Add 1 To WS-BUS-DAYS
         End-If.
         Add 1 To WS-DN.

       320-Drop-Holiday-Next.
         If WS-HL-DAYNUM(WS-HX) Greater Than WS-LO-DAYNUM
           And WS-HL-DAYNUM(WS-HX) Not Greater Than WS-HI-DAYNUM
           And (WS-HL-OFFICE(WS-HX) Equal LCLOFFICE
                Or WS-HL-OFFICE(WS-HX) Equal Space) Then
           Move WS-HL-DAYNUM(WS-HX) To WS-DN
           Perform 230-Day-Of-Week
           If WS-CUR-WDAY(WS-WDAY-IX) Equal "Y" Then
             Move "N" To WS-DUP-DAY
             If WS-HL-OFFICE(WS-HX) Equal Space
               And LCLOFFICE Not Equal Space Then
               Perform 325-Check-Dup-Next
                 Varying WS-HX2 From 1 By 1
                 Until WS-HX2 Greater Than WS-HOL-COUNT
                   Or IS-DUP-DAY
             End-If
             If Not IS-DUP-DAY Then
               Subtract 1 From WS-BUS-DAYS
             End-If
           End-If
         End-If.

       325-Check-Dup-Next.
         If WS-HL-OFFICE(WS-HX2) Equal LCLOFFICE
           And WS-HL-DAYNUM(WS-HX2) Equal WS-DN Then
           Move "Y" To WS-DUP-DAY
         End-If.

       400-Check-Working-Day.
         Move LCLFROMDT To WS-CALC-DATE-N.
         Perform 260-Check-Date.
         If Not DATE-OK Then
           Move "03" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Perform 250-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-DN.
         Perform 220-Find-Week.
         Perform 240-Check-Day.
         If Not IS-WORK-DAY Then
           Move "01" To LS-RETVAL
         End-If.

      *>  An office whose week has no working day at all would roll
      *>  for ever; a year's search is the most it gets.
       500-Roll-Forward.
         Move LCLFROMDT To LCLRESDT.
         Move LCLFROMDT To WS-CALC-DATE-N.
         Perform 260-Check-Date.
         If Not DATE-OK Then
           Move "03" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Perform 220-Find-Week.
         If WS-WEEK-WORK Equal Zero Then
           Perform 999-End-Of-SubRutine
         End-If.
         Move Zero To WS-ROLL-CNT.
         Perform 250-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-DN.
         Perform 240-Check-Day.
         Perform 510-Roll-Next
           Until IS-WORK-DAY Or WS-ROLL-CNT Equal 366.
         If IS-WORK-DAY Then
           Move WS-CALC-DATE-N To LCLRESDT
         End-If.

       510-Roll-Next.
         Perform 270-Next-Date.
         Add 1 To WS-DN.
         Add 1 To WS-ROLL-CNT.
         Perform 240-Check-Day.

       600-Next-Day.
         Move LCLFROMDT To LCLRESDT.
         Move LCLFROMDT To WS-CALC-DATE-N.
         Perform 260-Check-Date.
         If Not DATE-OK Then
           Move "03" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Perform 270-Next-Date.
         Move WS-CALC-DATE-N To LCLRESDT.

       999-End-Of-SubRutine.
         Exit Program.
