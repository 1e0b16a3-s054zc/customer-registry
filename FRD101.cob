      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Nightly change-velocity fraud alert report. Account         **
      *> takeover comes as a new address, then a new email, then a   **
      *> new phone, each a separate edit nobody connects. Walks      **
      *> data/CUSTOMER.AUDIT for yesterday's contact-field changes   **
      *> (mailing address, country, email, either phone) and lists   **
      *> each customer changed that day when:                        **
      *>   VELOCITY      the contact-field edits in the rolling      **
      *>                 window ending that day reach the threshold  **
      *>                 (one save touching three address fields is  **
      *>                 one edit)                                   **
      *>   OTHER OFFICE  an operator from an office other than the   **
      *>                 customer's viewed the record (ACCESS.LOG)   **
      *>                 within the view window before the change    **
      *>   WEB BOUNCE    a WEB101 self-service request was applied   **
      *>                 that day (PENDCHG.DAT, SUB360) while the    **
      *>                 email had bounced (RCUSTEMLBAD) within the  **
      *>                 bounce window before                        **
      *> System parameters VEL-THRESHOLD, VEL-WINDOW, VEL-VIEW-DAYS, **
      *> VEL-BOUNCE-DAYS and VEL-HOLD hold the threshold, rolling    **
      *> window days, view window days, bounce window days and the   **
      *> hold switch (defaults 3, 7, 3, 7 and 0). With the switch at **
      *> 1 every flagged customer gets the FRAU alert on             **
      *> CUSTALRT.DAT, the fraud-suspected hold SUB147 shows on the  **
      *> screens and SUB210 warns about; a supervisor lifts it on    **
      *> SUB450.                                                     **
      *> Output: data/VELOCITY.PRT, archived through SUB117. Run     **
      *> nightly outside the PGM001 menu, after the day's updates.   **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Skip ACCESS.LOG refusals (OFCDENY, SUB148) -         **
      *>        the record was never shown.                          **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Rows are put on the processing date they were        **
      *>        written under (SUB152), not the date in their        **
      *>        timestamp, so a late night run reports the right day. **
      *> 261015 Thresholds and the hold switch come from the         **
      *>        VEL-* system parameters (SUB153) instead of          **
      *>        VELOCITY.CFG.                                        **
      *>***************************************************************
       Identification Division.
         Program-Id.   FRD101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select AUDLIVE Assign WS-AUDFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is AUDKEY
             File Status WS-AUDSTAT.
           Select OPERFILE Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.
           Select ACCLOG Assign WS-LOGFILE
             Organization Is Line Sequential
             File Status WS-LOGSTAT.
           Select PENDCHG Assign WS-PENDFILE
             Access Mode Is Sequential
             File Status WS-PENDSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select ALERTCD Assign WS-ALRFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is ALCODE
             File Status WS-ALRSTAT.
           Select CUSTALRT Assign WS-CALRFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is CAKEY
             File Status WS-CALRSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd AUDLIVE.
           01 AUDIT-REC.
             Copy AUDITFD.

           Fd OPERFILE.
           01 OPER-REC.
             Copy OPERFD.

           Fd ACCLOG.
           01 ACCLOG-REC.
             05 AL-CUSTID Pic X(10).
             05 AL-OPERID Pic X(8).
             05 AL-DTTM   Pic X(14).
             05 AL-SCREEN Pic X(8).

           Fd PENDCHG.
           01 PENDCHG-REC.
             05 PC-STATUS  Pic X(1).
             05 PC-CUSTID  Pic X(10).
             05 PC-ADDR1   Pic X(30).
             05 PC-ADDR2   Pic X(30).
             05 PC-CITY    Pic X(20).
             05 PC-STATE   Pic X(2).
             05 PC-ZIP     Pic X(10).
             05 PC-PHN1    Pic X(20).
             05 PC-PHN2    Pic X(20).
             05 PC-RCVDTTM Pic X(14).
             05 PC-DECOPER Pic X(8).
             05 PC-DECDTTM Pic X(14).

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd ALERTCD.
           01 ALERTCD-REC.
             Copy ALERTFD.

           Fd CUSTALRT.
           01 CUSTALRT-REC.
             Copy CUSTALFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-AUDFILE  Pic X(20) Value "data/CUSTOMER.AUDIT".
           01 WS-AUDSTAT  Pic 9(2).
           01 WS-OPERFILE Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT Pic 9(2).
           01 WS-LOGFILE  Pic X(20) Value "data/ACCESS.LOG".
           01 WS-LOGSTAT  Pic 9(2).
           01 WS-PENDFILE Pic X(20) Value "data/PENDCHG.DAT".
           01 WS-PENDSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-ALRFILE  Pic X(20) Value "data/ALERTCD.DAT".
           01 WS-ALRSTAT  Pic 9(2).
           01 WS-CALRFILE Pic X(20) Value "data/CUSTALRT.DAT".
           01 WS-CALRSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/VELOCITY.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUST-OPEN Pic X    Value "N".
             88 CUST-OPEN           Value "Y".
           01 WS-THRESHOLD Pic 9(4) Value Zero.
           01 WS-WINDOW   Pic 9(4)  Value Zero.
           01 WS-VIEW-DAYS Pic 9(4) Value Zero.
           01 WS-BNC-DAYS Pic 9(4)  Value Zero.
           01 WS-HOLD-SW  Pic 9(4)  Value Zero.
             88 SET-HOLDS           Value 1.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-HOLD-CODE  Pic X(4)  Value "FRAU".
           01 WS-HOLD-OPER  Pic X(8)  Value "BATCH".

      *>  Day numbers as ACC102 computes them; the report day is the
      *>  day before the run.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-REP-DATE Pic 9(8).
           01 WS-ROW-PROCDT Pic 9(8).
           01 WS-CALC-DATE.
             05 WS-CALC-YEAR  Pic 9(4).
             05 WS-CALC-MONTH Pic 9(2).
             05 WS-CALC-DAY   Pic 9(2).
           01 WS-CALC-DATE-N Redefines WS-CALC-DATE Pic 9(8).
           01 WS-ADJ-YEAR    Pic S9(9) Comp-5.
           01 WS-ADJ-MONTH   Pic S9(9) Comp-5.
           01 WS-CALC-DAYNUM Pic S9(9) Comp-5.
           01 WS-REP-DAYNUM  Pic S9(9) Comp-5.
           01 WS-WIN-DAYNUM  Pic S9(9) Comp-5.
           01 WS-VIEW-DAYNUM Pic S9(9) Comp-5.
           01 WS-BNC-DAYNUM  Pic S9(9) Comp-5.
           01 WS-ROW-DAYNUM  Pic S9(9) Comp-5.
           01 WS-LEAP-REM    Pic S9(9) Comp-5.
           01 WS-LEAP-QUOT   Pic S9(9) Comp-5.
           01 WS-MONTH-DAYS  Pic 9(2).
           01 WS-DIM-VALUES  Pic X(24)
                             Value "312831303130313130313031".
           01 WS-DIM-TBL Redefines WS-DIM-VALUES.
             05 WS-DIM Pic 9(2) Occurs 12 Times.

      *>  The customer being walked on the audit file.
           01 WS-AUD-CUSTID Pic X(10) Value Space.
           01 WS-AUD-LASTTS Pic X(14) Value Space.
           01 WS-AUD-CNT    Pic 9(4)  Value Zero.
           01 WS-AUD-OPERID Pic X(8)  Value Space.
           01 WS-AUD-CATS   Pic X(3)  Value Space.
           01 WS-AUD-TODAY  Pic X     Value "N".
             88 CHANGED-TODAY         Value "Y".
           01 WS-CONTACT    Pic X     Value "N".
             88 IS-CONTACT            Value "Y".

      *>  One entry per customer with a contact change on the report
      *>  day; the later passes add their reasons to it.
           01 WS-CHG-CNT  Pic 9(4)  Value Zero.
           01 WS-CHG-TBL.
             05 WS-CHG-ENTRY Occurs 500 Times Indexed By WS-CX.
               10 WS-C-CUSTID Pic X(10).
               10 WS-C-EDITS  Pic 9(4).
               10 WS-C-CATS   Pic X(3).
               10 WS-C-OPERID Pic X(8).
               10 WS-C-OFFICE Pic X(3).
               10 WS-C-VIEWER Pic X(8).
               10 WS-C-VEL-SW  Pic X(1).
                 88 WS-C-VELOCITY       Value "Y".
               10 WS-C-VIEW-SW Pic X(1).
                 88 WS-C-OTHER-VIEW     Value "Y".
               10 WS-C-WEB-SW  Pic X(1).
                 88 WS-C-WEB-BOUNCE     Value "Y".
           01 WS-MATCH-CUST Pic X(10) Value Space.
           01 WS-MATCH    Pic X     Value "N".
             88 IS-MATCH            Value "Y".

           01 WS-OP-CNT   Pic 9(4)  Value Zero.
           01 WS-OP-TBL.
             05 WS-OP-ENTRY Occurs 200 Times Indexed By WS-OX.
               10 WS-O-ID     Pic X(8).
               10 WS-O-OFFICE Pic X(3).
           01 WS-VIEW-OFFICE Pic X(3) Value Space.

           01 WS-FLAG-CNT Pic 9(6)  Value Zero.
           01 WS-HELD-CNT Pic 9(6)  Value Zero.
           01 WS-REASONS  Pic X(46) Value Space.
           01 WS-RSN-PTR  Pic 9(2)  Value 1.

           01 WS-HDG-1.
             05 Filler Pic X(38)
                Value "CHANGE-VELOCITY FRAUD REPORT - DAY ".
             05 H-DATE Pic X(8).
             05 Filler Pic X(12) Value "  THRESHOLD ".
             05 H-THRESHOLD Pic ZZZ9.
             05 Filler Pic X(4)  Value " IN ".
             05 H-WINDOW Pic ZZZ9.
             05 Filler Pic X(34) Value " DAYS".
           01 WS-COL-HDG.
             05 Filler Pic X(12) Value "CUSTOMER".
             05 Filler Pic X(7)  Value "EDITS".
             05 Filler Pic X(6)  Value "WHAT".
             05 Filler Pic X(10) Value "BY".
             05 Filler Pic X(69) Value "REASONS".
           01 WS-DETAIL.
             05 D-CUSTID  Pic X(10).
             05 Filler    Pic X(2)  Value Space.
             05 D-EDITS   Pic ZZZ9.
             05 Filler    Pic X(3)  Value Space.
             05 D-CATS    Pic X(3).
             05 Filler    Pic X(3)  Value Space.
             05 D-OPERID  Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-REASONS Pic X(46).
             05 Filler    Pic X(2)  Value Space.
             05 D-HOLD    Pic X(21).
           01 WS-NONE-LINE.
             05 Filler Pic X(104) Value "NONE.".
           01 WS-LEGEND.
             05 Filler Pic X(104)
                Value "WHAT: A = ADDRESS  E = EMAIL  P = PHONE".
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(24) Value "CUSTOMERS CHANGED: ".
             05 T-CHG-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(14) Value "   FLAGGED: ".
             05 T-FLAG-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(14) Value "   HELD: ".
             05 T-HELD-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(31) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Perform 200-Load-Config.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Accept WS-CUR-TIME From Time.
         Move WS-CUR-DATE To WS-CALC-DATE-N.
         Perform 210-Step-Back-One-Day.
         Move WS-CALC-DATE-N To WS-REP-DATE.
         Perform 250-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-REP-DAYNUM.
         Compute WS-WIN-DAYNUM  = WS-REP-DAYNUM - WS-WINDOW + 1.
         Compute WS-VIEW-DAYNUM = WS-REP-DAYNUM - WS-VIEW-DAYS.
         Compute WS-BNC-DAYNUM  = WS-REP-DAYNUM - WS-BNC-DAYS.
         Initialize WS-CHG-TBL.
         Initialize WS-OP-TBL.
         Open Input CUST.
         If WS-CUSTSTAT Equal "00" Then
           Move "Y" To WS-CUST-OPEN
         Else
           Close CUST
         End-If.
         Perform 300-Scan-Audit.
         Perform 400-Load-Operators.
         Perform 500-Scan-Views.
         Perform 600-Scan-Web-Requests.
         If CUST-OPEN Then
           Close CUST
         End-If.

         Open Output PRTFILE.
         Move WS-REP-DATE  To H-DATE.
         Move WS-THRESHOLD To H-THRESHOLD.
         Move WS-WINDOW    To H-WINDOW.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-COL-HDG.
         If SET-HOLDS Then
           Perform 720-Check-Hold-Code
         End-If.
         Perform 700-Write-Flagged
           Varying WS-CX From 1 By 1
           Until WS-CX Greater Than WS-CHG-CNT.
         If WS-FLAG-CNT Equal Zero Then
           Write PRT-REC From WS-NONE-LINE
         End-If.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-LEGEND.
         Move WS-CHG-CNT  To T-CHG-CNT.
         Move WS-FLAG-CNT To T-FLAG-CNT.
         Move WS-HELD-CNT To T-HELD-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.

         Move "FRD101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "FRD101: " WS-FLAG-CNT " customer(s) flagged, "
                 WS-HELD-CNT " held, for " WS-REP-DATE.
         Perform 999-End-Of-Program.

      *>  The five settings are the VEL-* system parameters.
       200-Load-Config.
         Move "VEL-THRESHOLD" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-THRESHOLD.
         Move "VEL-WINDOW" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-WINDOW.
         Move "VEL-VIEW-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-VIEW-DAYS.
         Move "VEL-BOUNCE-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-BNC-DAYS.
         Move "VEL-HOLD" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-HOLD-SW.

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

      *>  Leaves WS-CX on the customer's entry when there is one.
       260-Find-Customer.
         Move "N" To WS-MATCH.
         If WS-CHG-CNT Greater Than Zero Then
           Set WS-CX To 1
           Search WS-CHG-ENTRY Varying WS-CX
             At End Continue
             When WS-CX Greater Than WS-CHG-CNT
               Set WS-CX To WS-CHG-CNT
             When WS-C-CUSTID(WS-CX) Equal WS-MATCH-CUST
               Move "Y" To WS-MATCH
           End-Search
         End-If.

      *>  The audit file is keyed by customer then timestamp, so one
      *>  customer's rows arrive together and in time order; a
      *>  change of customer closes the one before.
       300-Scan-Audit.
         Open Input AUDLIVE.
         If WS-AUDSTAT Not Equal "00" Then
           Display "FRD101: CUSTOMER.AUDIT not found."
           Close AUDLIVE
         Else
           Move "N" To WS-EOF
           Perform 310-Read-Audit-Next
           Perform 320-Check-Audit-Next
             Until IS-EOF
           Perform 330-Close-Customer
           Close AUDLIVE
         End-If.

       310-Read-Audit-Next.
         Read AUDLIVE Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Check-Audit-Next.
         If ACUSTID Not Equal WS-AUD-CUSTID Then
           Perform 330-Close-Customer
           Move ACUSTID To WS-AUD-CUSTID
         End-If.
         Move "N" To WS-CONTACT.
         If AACTION-UPDATE Then
           Evaluate AFIELD
             When "RCUSTADDR1"
             When "RCUSTADDR2"
             When "RCUSTCITY"
             When "RCUSTSTATE"
             When "RCUSTZIP"
             When "RCUSTCTRY"
             When "RCUSTEMAIL"
             When "RCUSTPHN1"
             When "RCUSTPHN2"
               Move "Y" To WS-CONTACT
           End-Evaluate
         End-If.
         If IS-CONTACT Then
           Move ATIMESTAMP To LPDSTAMP
           Move "M" To WS-PDT-FUNC
           Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL
           Move LPDDATE To WS-CALC-DATE-N
           Perform 250-Compute-Day-Number
           Move WS-CALC-DAYNUM To WS-ROW-DAYNUM
           If WS-ROW-DAYNUM Not Less Than WS-WIN-DAYNUM
             And WS-ROW-DAYNUM Not Greater Than WS-REP-DAYNUM Then
             If ATIMESTAMP Not Equal WS-AUD-LASTTS Then
               Add 1 To WS-AUD-CNT
               Move ATIMESTAMP To WS-AUD-LASTTS
             End-If
             If WS-ROW-DAYNUM Equal WS-REP-DAYNUM Then
               Move "Y"     To WS-AUD-TODAY
               Move AOPERID To WS-AUD-OPERID
               Perform 325-Note-Category
             End-If
           End-If
         End-If.
         Perform 310-Read-Audit-Next.

       325-Note-Category.
         Evaluate AFIELD
           When "RCUSTEMAIL"
             Move "E" To WS-AUD-CATS(2:1)
           When "RCUSTPHN1"
           When "RCUSTPHN2"
             Move "P" To WS-AUD-CATS(3:1)
           When Other
             Move "A" To WS-AUD-CATS(1:1)
         End-Evaluate.

      *>  Only a customer changed on the report day goes in the
      *>  table - the window count decides the velocity flag, the
      *>  later passes the others.
       330-Close-Customer.
         If CHANGED-TODAY And WS-CHG-CNT Less Than 500 Then
           Add 1 To WS-CHG-CNT
           Set WS-CX To WS-CHG-CNT
           Move WS-AUD-CUSTID To WS-C-CUSTID(WS-CX)
           Move WS-AUD-CNT    To WS-C-EDITS(WS-CX)
           Move WS-AUD-CATS   To WS-C-CATS(WS-CX)
           Move WS-AUD-OPERID To WS-C-OPERID(WS-CX)
           Move Space         To WS-C-OFFICE(WS-CX)
           Move Space         To WS-C-VIEWER(WS-CX)
           Move "N" To WS-C-VEL-SW(WS-CX)
           Move "N" To WS-C-VIEW-SW(WS-CX)
           Move "N" To WS-C-WEB-SW(WS-CX)
           If WS-AUD-CNT Not Less Than WS-THRESHOLD Then
             Move "Y" To WS-C-VEL-SW(WS-CX)
           End-If
           If CUST-OPEN Then
             Move WS-AUD-CUSTID To RCUSTID
             Read CUST
               Key Is RCUSTID
               Invalid Key Continue
               Not Invalid Key
                 Move RCUSTOFFICE To WS-C-OFFICE(WS-CX)
             End-Read
           End-If
         End-If.
         Move Space To WS-AUD-LASTTS.
         Move Space To WS-AUD-OPERID.
         Move Space To WS-AUD-CATS.
         Move Zero  To WS-AUD-CNT.
         Move "N"   To WS-AUD-TODAY.

       400-Load-Operators.
         Open Input OPERFILE.
         If WS-OPERSTAT Not Equal "00" Then
           Close OPERFILE
         Else
           Move "N" To WS-EOF
           Perform 410-Read-Oper-Next
           Perform 420-Load-Oper-Next
             Until IS-EOF
           Close OPERFILE
         End-If.

       410-Read-Oper-Next.
         Read OPERFILE Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       420-Load-Oper-Next.
         If WS-OP-CNT Less Than 200 Then
           Add 1 To WS-OP-CNT
           Set WS-OX To WS-OP-CNT
           Move OOPERID     To WS-O-ID(WS-OX)
           Move OOPEROFFICE To WS-O-OFFICE(WS-OX)
         End-If.
         Perform 410-Read-Oper-Next.

      *>  A view counts when it falls in the view window up to the
      *>  report day and both offices are known and differ - a
      *>  blank-office legacy customer or operator proves nothing.
       500-Scan-Views.
         If WS-CHG-CNT Greater Than Zero Then
           Open Input ACCLOG
           If WS-LOGSTAT Not Equal "00" Then
             Close ACCLOG
           Else
             Move "N" To WS-EOF
             Perform 510-Read-Acc-Next
             Perform 520-Check-Acc-Next
               Until IS-EOF
             Close ACCLOG
           End-If
         End-If.

       510-Read-Acc-Next.
         Read ACCLOG
           At End Move "Y" To WS-EOF
         End-Read.

       520-Check-Acc-Next.
         Move AL-DTTM To LPDSTAMP.
         Move "M" To WS-PDT-FUNC.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CALC-DATE-N.
         Perform 250-Compute-Day-Number.
         Move WS-CALC-DAYNUM To WS-ROW-DAYNUM.
         If WS-ROW-DAYNUM Not Less Than WS-VIEW-DAYNUM
           And WS-ROW-DAYNUM Not Greater Than WS-REP-DAYNUM
           And AL-SCREEN Not Equal "OFCDENY" Then
           Move AL-CUSTID To WS-MATCH-CUST
           Perform 260-Find-Customer
           If IS-MATCH And WS-C-OFFICE(WS-CX) Not Equal Space Then
             Perform 530-Find-View-Office
             If WS-VIEW-OFFICE Not Equal Space
               And WS-VIEW-OFFICE Not Equal WS-C-OFFICE(WS-CX) Then
               Move "Y"       To WS-C-VIEW-SW(WS-CX)
               Move AL-OPERID To WS-C-VIEWER(WS-CX)
             End-If
           End-If
         End-If.
         Perform 510-Read-Acc-Next.

       530-Find-View-Office.
         Move Space To WS-VIEW-OFFICE.
         If WS-OP-CNT Greater Than Zero Then
           Set WS-OX To 1
           Search WS-OP-ENTRY Varying WS-OX
             At End Continue
             When WS-OX Greater Than WS-OP-CNT
               Set WS-OX To WS-OP-CNT
             When WS-O-ID(WS-OX) Equal AL-OPERID
               Move WS-O-OFFICE(WS-OX) To WS-VIEW-OFFICE
           End-Search
         End-If.

      *>  A self-service request applied on the report day while the
      *>  email on file had bounced inside the bounce window - the
      *>  web requests carry no email, so the bounce flag and its
      *>  date are still the ones BNC101 set.
       600-Scan-Web-Requests.
         If WS-CHG-CNT Greater Than Zero And CUST-OPEN Then
           Open Input PENDCHG
           If WS-PENDSTAT Not Equal "00" Then
             Close PENDCHG
           Else
             Move "N" To WS-EOF
             Perform 610-Read-Pend-Next
             Perform 620-Check-Pend-Next
               Until IS-EOF
             Close PENDCHG
           End-If
         End-If.

       610-Read-Pend-Next.
         Read PENDCHG
           At End Move "Y" To WS-EOF
         End-Read.

       620-Check-Pend-Next.
         Move PC-DECDTTM To LPDSTAMP.
         Move "M" To WS-PDT-FUNC.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-ROW-PROCDT.
         If PC-STATUS Equal "A"
           And WS-ROW-PROCDT Equal WS-REP-DATE Then
           Move PC-CUSTID To WS-MATCH-CUST
           Perform 260-Find-Customer
           If IS-MATCH Then
             Move PC-CUSTID To RCUSTID
             Read CUST
               Key Is RCUSTID
               Invalid Key Continue
               Not Invalid Key
                 If RCUSTEMLBAD-YES
                   And RCUSTEMLBADDT Not Equal Zero Then
                   Move RCUSTEMLBADDT To WS-CALC-DATE-N
                   Perform 250-Compute-Day-Number
                   If WS-CALC-DAYNUM Not Less Than WS-BNC-DAYNUM
                     And WS-CALC-DAYNUM Not Greater Than
                         WS-REP-DAYNUM Then
                     Move "Y" To WS-C-WEB-SW(WS-CX)
                   End-If
                 End-If
             End-Read
           End-If
         End-If.
         Perform 610-Read-Pend-Next.

       700-Write-Flagged.
         If WS-C-VELOCITY(WS-CX) Or WS-C-OTHER-VIEW(WS-CX)
           Or WS-C-WEB-BOUNCE(WS-CX) Then
           Add 1 To WS-FLAG-CNT
           Move Space To WS-REASONS
           Move 1     To WS-RSN-PTR
           If WS-C-VELOCITY(WS-CX) Then
             String "VELOCITY " Delimited By Size
               Into WS-REASONS With Pointer WS-RSN-PTR
             End-String
           End-If
           If WS-C-OTHER-VIEW(WS-CX) Then
             String "OTHER OFFICE (" Delimited By Size
                    WS-C-VIEWER(WS-CX) Delimited By Space
                    ") " Delimited By Size
               Into WS-REASONS With Pointer WS-RSN-PTR
             End-String
           End-If
           If WS-C-WEB-BOUNCE(WS-CX) Then
             String "WEB BOUNCE" Delimited By Size
               Into WS-REASONS With Pointer WS-RSN-PTR
             End-String
           End-If
           Move WS-C-CUSTID(WS-CX) To D-CUSTID
           Move WS-C-EDITS(WS-CX)  To D-EDITS
           Move WS-C-CATS(WS-CX)   To D-CATS
           Move WS-C-OPERID(WS-CX) To D-OPERID
           Move WS-REASONS         To D-REASONS
           Move Space              To D-HOLD
           If SET-HOLDS Then
             Perform 710-Set-Hold
           End-If
           Write PRT-REC From WS-DETAIL
         End-If.

      *>  The same FRAU alert a supervisor would set by hand on
      *>  SUB450, from today with no expiry; one already on file is
      *>  renewed the same way.
       710-Set-Hold.
         Open I-O CUSTALRT.
         If WS-CALRSTAT Equal "35" Then
           Close CUSTALRT
           Open Output CUSTALRT
         End-If.
         Move WS-C-CUSTID(WS-CX) To CACUSTID.
         Move WS-HOLD-CODE       To CACODE.
         Move WS-CUR-DATE        To CAEFFDT.
         Move Zero               To CAEXPDT.
         Move WS-HOLD-OPER       To CASETOPER.
         Move Spaces             To CASETDTTM.
         Move WS-CUR-DATE        To CASETDTTM(1:8).
         Move WS-CUR-TIME        To CASETDTTM(9:6).
         Write CUSTALRT-REC
           Invalid Key
             Rewrite CUSTALRT-REC
             End-Rewrite
         End-Write.
         Close CUSTALRT.
         Add 1 To WS-HELD-CNT.
         Move "FRAUD-SUSPECTED HOLD" To D-HOLD.

      *>  The hold rides the FRAU alert code; a site that never set
      *>  the code up on SUB445 gets it added here.
       720-Check-Hold-Code.
         Open I-O ALERTCD.
         If WS-ALRSTAT Equal "35" Then
           Close ALERTCD
           Open Output ALERTCD
         End-If.
         Move WS-HOLD-CODE To ALCODE.
         Read ALERTCD
           Key Is ALCODE
           Invalid Key
             Move WS-HOLD-CODE      To ALCODE
             Move "FRAUD SUSPECTED" To ALDESC
             Move "A"               To ALSTAT
             Write ALERTCD-REC
             End-Write
         End-Read.
         Close ALERTCD.

       999-End-Of-Program.
         Stop Run.
