      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Event attendance report. Every EVENT.DAT event held in the  **
      *> last EVT-RPT-DAYS days (SUB153, 90 as shipped) up to the    **
      *> processing date, oldest first, cancelled events left out.   **
      *> Per event, from EVREG.DAT (see EVREGFD): the places taken,  **
      *> how many were attended, no-shows or never marked, the       **
      *> cancellations and anyone still on the waiting list, and the **
      *> attendance rate - attended over the places taken. Then each **
      *> attendee with their lifecycle stage when they signed up,    **
      *> the stage now, and the RCUSTLIFECYC changes the live audit  **
      *> trail (CUSTOMER.AUDIT) shows since the event date - how     **
      *> many, and the last one - with a count of attendees whose    **
      *> stage moved and how many of those went from prospect to     **
      *> active. Output: data/EVTATT.PRT, archived through SUB117.   **
      *> Run outside the PGM001 menu, after each event or monthly.   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   EVT102.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select EVENTS Assign WS-EVFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is EVCODE
             File Status WS-EVSTAT.
           Select EVREG Assign WS-ERFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is ERKEY
             Alternate Record Key Is ERCUSTID
               With Duplicates
             File Status WS-ERSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select AUDLIVE Assign WS-LIVEFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is AUDKEY
             File Status WS-LIVESTAT.
           Select SORTFILE Assign WS-SORTFILE.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd EVENTS.
           01 EVENT-REC.
             Copy EVENTFD.

           Fd EVREG.
           01 EVREG-REC.
             Copy EVREGFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd AUDLIVE.
           01 AUDLIVE-REC.
             Copy AUDITFD.

           Sd SORTFILE.
           01 SORT-REC.
             05 S-EVDATE   Pic 9(8).
             05 S-EVCODE   Pic X(8).
             05 S-CUSTID   Pic X(10).
             05 S-STAT     Pic X(1).
             05 S-LIFEREG  Pic X(1).

           Fd PRTFILE.
           01 PRT-REC Pic X(110).

         Working-Storage Section.
           01 WS-EVFILE   Pic X(20) Value "data/EVENT.DAT".
           01 WS-EVSTAT   Pic 9(2).
           01 WS-ERFILE   Pic X(20) Value "data/EVREG.DAT".
           01 WS-ERSTAT   Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-CUST-OPEN Pic X    Value "N".
             88 IS-CUST-OPEN        Value "Y".
           01 WS-LIVEFILE Pic X(30) Value "data/CUSTOMER.AUDIT".
           01 WS-LIVESTAT Pic 9(2).
           01 WS-LIVE-OPEN Pic X    Value "N".
             88 IS-LIVE-OPEN        Value "Y".
           01 WS-SORTFILE Pic X(20) Value "data/EVT102.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/EVTATT.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ER-EOF   Pic X     Value "N".
             88 IS-ER-EOF           Value "Y".
           01 WS-AUD-EOF  Pic X     Value "N".
             88 IS-AUD-EOF          Value "Y".
           01 WS-FIRST    Pic X     Value "Y".
             88 IS-FIRST            Value "Y".
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-CUR-EVENT Pic X(8) Value Space.
           01 WS-CUR-EVDATE Pic 9(8) Value Zero.
           01 WS-RPT-DAYS Pic 9(6)  Value Zero.
           01 WS-DEF-RPT-DAYS Pic 9(6) Value 90.

      *>  Per-event counts, cleared at each event break, and the
      *>  run totals they roll into.
           01 WS-EV-COUNTS.
             05 WS-EV-UNMARKED Pic 9(5) Value Zero.
             05 WS-EV-ATTENDED Pic 9(5) Value Zero.
             05 WS-EV-NOSHOW   Pic 9(5) Value Zero.
             05 WS-EV-CANCEL   Pic 9(5) Value Zero.
             05 WS-EV-WAITING  Pic 9(5) Value Zero.
             05 WS-EV-MOVED    Pic 9(5) Value Zero.
             05 WS-EV-CONVERT  Pic 9(5) Value Zero.
           01 WS-EV-TAKEN Pic 9(6)  Value Zero.
           01 WS-RATE     Pic 9(3)V9 Value Zero.
           01 WS-TOT-EVENTS   Pic 9(5) Value Zero.
           01 WS-TOT-TAKEN    Pic 9(7) Value Zero.
           01 WS-TOT-ATTENDED Pic 9(7) Value Zero.
           01 WS-TOT-MOVED    Pic 9(7) Value Zero.

      *>  One attendee's lifecycle history since the event.
           01 WS-CHG-CNT  Pic 9(3)  Value Zero.
           01 WS-CHG-DATE Pic X(8)  Value Space.
           01 WS-CHG-OLD  Pic X(1)  Value Space.
           01 WS-CHG-NEW  Pic X(1)  Value Space.
           01 WS-AUD-FROM Pic X(14) Value Space.

           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-PRM-FUNC   Pic X(1) Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL Pic X(2).
           01 WS-CAL-FUNC   Pic X(1) Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(26) Value "EVENT ATTENDANCE REPORT".
             05 Filler Pic X(8)  Value "  DATE: ".
             05 H-DATE Pic 9(8).
             05 Filler Pic X(13) Value "  LAST DAYS: ".
             05 H-DAYS Pic ZZZ9.
             05 Filler Pic X(51) Value Space.
           01 WS-EV-HDG.
             05 Filler    Pic X(7)  Value "EVENT: ".
             05 EH-CODE   Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 EH-NAME   Pic X(30).
             05 Filler    Pic X(2)  Value Space.
             05 EH-DATE   Pic 9(8).
             05 Filler    Pic X(2)  Value Space.
             05 EH-VENUE  Pic X(30).
             05 Filler    Pic X(7)  Value "  CAP: ".
             05 EH-CAP    Pic ZZ,ZZ9.
             05 Filler    Pic X(8)  Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(12) Value "ATTENDEE".
             05 Filler Pic X(32) Value "NAME".
             05 Filler Pic X(9)  Value "SIGN-UP".
             05 Filler Pic X(6)  Value "NOW".
             05 Filler Pic X(9)  Value "CHANGES".
             05 Filler Pic X(40) Value "LAST CHANGE".
           01 WS-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTID   Pic X(10).
             05 Filler     Pic X(2)  Value Space.
             05 D-NAME     Pic X(30).
             05 Filler     Pic X(5)  Value Space.
             05 D-LIFEREG  Pic X(1).
             05 Filler     Pic X(7)  Value Space.
             05 D-LIFENOW  Pic X(1).
             05 Filler     Pic X(5)  Value Space.
             05 D-CHG-CNT  Pic ZZ9.
             05 Filler     Pic X(3)  Value Space.
             05 D-CHG-DATE Pic X(8).
             05 Filler     Pic X(1)  Value Space.
             05 D-CHG-OLD  Pic X(1).
             05 D-CHG-ARROW Pic X(2).
             05 D-CHG-NEW  Pic X(1).
             05 Filler     Pic X(28) Value Space.
           01 WS-EV-TOTAL-1.
             05 Filler      Pic X(16) Value "  PLACES TAKEN:".
             05 ET-TAKEN    Pic ZZ,ZZ9.
             05 Filler      Pic X(12) Value "  ATTENDED:".
             05 ET-ATTENDED Pic ZZ,ZZ9.
             05 Filler      Pic X(11) Value "  NO-SHOW:".
             05 ET-NOSHOW   Pic ZZ,ZZ9.
             05 Filler      Pic X(14) Value "  NOT MARKED:".
             05 ET-UNMARKED Pic ZZ,ZZ9.
             05 Filler      Pic X(19) Value "  ATTENDANCE RATE:".
             05 ET-RATE     Pic ZZ9.9.
             05 Filler      Pic X(1)  Value "%".
             05 Filler      Pic X(8)  Value Space.
           01 WS-EV-TOTAL-2.
             05 Filler      Pic X(13) Value "  CANCELLED:".
             05 ET-CANCEL   Pic ZZ,ZZ9.
             05 Filler      Pic X(20) Value "  LEFT ON WAITLIST:".
             05 ET-WAITING  Pic ZZ,ZZ9.
             05 Filler      Pic X(30)
                Value "  ATTENDEES WHOSE STAGE MOVED:".
             05 ET-MOVED    Pic ZZ,ZZ9.
             05 Filler      Pic X(23)
                Value "  PROSPECT TO ACTIVE:".
             05 ET-CONVERT  Pic ZZ,ZZ9.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(8)  Value "EVENTS:".
             05 T-EVENTS    Pic ZZ,ZZ9.
             05 Filler      Pic X(16) Value "  PLACES TAKEN:".
             05 T-TAKEN     Pic Z,ZZZ,ZZ9.
             05 Filler      Pic X(12) Value "  ATTENDED:".
             05 T-ATTENDED  Pic Z,ZZZ,ZZ9.
             05 Filler      Pic X(19) Value "  ATTENDANCE RATE:".
             05 T-RATE      Pic ZZ9.9.
             05 Filler      Pic X(1)  Value "%".
             05 Filler      Pic X(15) Value "  STAGE MOVED:".
             05 T-MOVED     Pic Z,ZZZ,ZZ9.
             05 Filler      Pic X(1)  Value Space.
           01 WS-BLANK-LINE Pic X(110) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move "EVT-RPT-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-RPT-DAYS.
         If WS-PRM-RETVAL Not Equal "00" Then
           Move WS-DEF-RPT-DAYS To WS-RPT-DAYS
         End-If.
         Sort SORTFILE
           On Ascending Key S-EVDATE
           On Ascending Key S-EVCODE
           On Ascending Key S-CUSTID
           Input Procedure Is 300-Release-Sign-Ups
           Output Procedure Is 500-Write-Report.
         Move "EVT102" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Perform 999-End-Of-Program.

       300-Release-Sign-Ups.
         Open Input EVENTS.
         If WS-EVSTAT Not Equal "00" Then
           Display "EVT102: EVENT.DAT not found."
           Close EVENTS
         Else
           Open Input EVREG
           If WS-ERSTAT Not Equal "00" Then
             Display "EVT102: EVREG.DAT not found."
             Close EVREG
           Else
             Move "N" To WS-EOF
             Perform 310-Read-Next-Event
             Perform 320-Release-Event
               Until IS-EOF
             Close EVREG
           End-If
           Close EVENTS
         End-If.

       310-Read-Next-Event.
         Read EVENTS Next Record
           At End Move "Y" To WS-EOF
         End-Read.

      *>  Held (dated on or before the processing date), not
      *>  cancelled, and no more than EVT-RPT-DAYS calendar days ago.
       320-Release-Event.
         If Not EVSTAT-CANCELLED
           And EVDATE Not Greater Than WS-CUR-DATE Then
           Move Space       To LCLOFFICE
           Move Space       To LCLUNIT
           Move EVDATE      To LCLFROMDT
           Move WS-CUR-DATE To LCLTODT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           If WS-CAL-RETVAL Equal "00"
             And LCLDAYS Not Greater Than WS-RPT-DAYS Then
             Perform 330-Release-Event-Rows
           End-If
         End-If.
         Perform 310-Read-Next-Event.

       330-Release-Event-Rows.
         Move "N"    To WS-ER-EOF.
         Move EVCODE To EREVENT.
         Move Space  To ERCUSTID.
         Start EVREG Key Is Not Less Than ERKEY
           Invalid Key Move "Y" To WS-ER-EOF
         End-Start.
         Perform 340-Release-Event-Row
           Until IS-ER-EOF.

       340-Release-Event-Row.
         Read EVREG Next Record
           At End Move "Y" To WS-ER-EOF
         End-Read.
         If Not IS-ER-EOF Then
           If EREVENT Not Equal EVCODE Then
             Move "Y" To WS-ER-EOF
           Else
             Move EVDATE    To S-EVDATE
             Move EVCODE    To S-EVCODE
             Move ERCUSTID  To S-CUSTID
             Move ERSTAT    To S-STAT
             Move ERLIFEREG To S-LIFEREG
             Release SORT-REC
           End-If
         End-If.

       500-Write-Report.
         Open Input EVENTS.
         Open Input CUST.
         If WS-CUSTSTAT Equal "00" Then
           Move "Y" To WS-CUST-OPEN
         Else
           Close CUST
         End-If.
         Open Input AUDLIVE.
         If WS-LIVESTAT Equal "00" Then
           Move "Y" To WS-LIVE-OPEN
         Else
           Close AUDLIVE
         End-If.
         Open Output PRTFILE.
         Move WS-CUR-DATE To H-DATE.
         Move WS-RPT-DAYS To H-DAYS.
         Write PRT-REC From WS-HDG-1.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Record
           Until IS-EOF.
         If Not IS-FIRST Then
           Perform 560-Write-Event-Total
         End-If.
         Perform 570-Write-Run-Total.
         Close PRTFILE.
         If IS-LIVE-OPEN Then
           Close AUDLIVE
         End-If.
         If IS-CUST-OPEN Then
           Close CUST
         End-If.
         Close EVENTS.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

      *>  Every sign-up counts toward its event; only the attendees
      *>  get a line of their own.
       520-Write-Record.
         If IS-FIRST Or S-EVCODE Not Equal WS-CUR-EVENT Then
           If Not IS-FIRST Then
             Perform 560-Write-Event-Total
           End-If
           Move "N"      To WS-FIRST
           Move S-EVCODE To WS-CUR-EVENT
           Move S-EVDATE To WS-CUR-EVDATE
           Initialize WS-EV-COUNTS
           Perform 530-Write-Event-Heading
         End-If.
         Evaluate S-STAT
           When "A"
             Add 1 To WS-EV-ATTENDED
             Perform 540-Write-Attendee
           When "N" Add 1 To WS-EV-NOSHOW
           When "R" Add 1 To WS-EV-UNMARKED
           When "C" Add 1 To WS-EV-CANCEL
           When "W" Add 1 To WS-EV-WAITING
         End-Evaluate.
         Perform 510-Return-Next.

       530-Write-Event-Heading.
         Move S-EVCODE To EVCODE.
         Read EVENTS
           Key Is EVCODE
           Invalid Key
             Move Space To EVENT-REC
             Move Zero  To EVCAP
         End-Read.
         Move S-EVCODE To EH-CODE.
         Move EVNAME   To EH-NAME.
         Move S-EVDATE To EH-DATE.
         Move EVVENUE  To EH-VENUE.
         Move EVCAP    To EH-CAP.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-EV-HDG.
         Write PRT-REC From WS-COL-HDG.

       540-Write-Attendee.
         Move S-CUSTID  To D-CUSTID.
         Move S-LIFEREG To D-LIFEREG.
         Move Space     To D-NAME.
         Move Space     To D-LIFENOW.
         If IS-CUST-OPEN Then
           Move S-CUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Move "** NOT ON FILE **" To D-NAME
             Not Invalid Key
               Move RCUSTNAME    To D-NAME
               Move RCUSTLIFECYC To D-LIFENOW
           End-Read
         End-If.
         Perform 550-Find-Stage-Changes.
         Move WS-CHG-CNT To D-CHG-CNT.
         If WS-CHG-CNT Equal Zero Then
           Move Space To D-CHG-DATE
           Move Space To D-CHG-OLD
           Move Space To D-CHG-ARROW
           Move Space To D-CHG-NEW
         Else
           Add 1 To WS-EV-MOVED
           Move WS-CHG-DATE To D-CHG-DATE
           Move WS-CHG-OLD  To D-CHG-OLD
           Move "->"        To D-CHG-ARROW
           Move WS-CHG-NEW  To D-CHG-NEW
           If S-LIFEREG Equal "P" And D-LIFENOW Equal "A" Then
             Add 1 To WS-EV-CONVERT
           End-If
         End-If.
         Write PRT-REC From WS-DETAIL.

      *>  The attendee's RCUSTLIFECYC updates on the live audit
      *>  trail from the event date on, in time order; the last one
      *>  seen is the one shown.
       550-Find-Stage-Changes.
         Move Zero  To WS-CHG-CNT.
         Move Space To WS-CHG-DATE.
         If IS-LIVE-OPEN Then
           Move "N"           To WS-AUD-EOF
           Move Space         To WS-AUD-FROM
           Move WS-CUR-EVDATE To WS-AUD-FROM(1:8)
           Move "000000"      To WS-AUD-FROM(9:6)
           Move S-CUSTID      To ACUSTID
           Move WS-AUD-FROM   To ATIMESTAMP
           Move Zero          To ASEQNO
           Start AUDLIVE Key Is Not Less Than AUDKEY
             Invalid Key Move "Y" To WS-AUD-EOF
           End-Start
           Perform 555-Find-Stage-Changes-Next
             Until IS-AUD-EOF
         End-If.

       555-Find-Stage-Changes-Next.
         Read AUDLIVE Next Record
           At End Move "Y" To WS-AUD-EOF
         End-Read.
         If Not IS-AUD-EOF Then
           If ACUSTID Not Equal S-CUSTID Then
             Move "Y" To WS-AUD-EOF
           Else
             If AACTION-UPDATE And AFIELD Equal "RCUSTLIFECYC" Then
               Add 1 To WS-CHG-CNT
               Move ATIMESTAMP(1:8) To WS-CHG-DATE
               Move AOLDVAL(1:1)    To WS-CHG-OLD
               Move ANEWVAL(1:1)    To WS-CHG-NEW
             End-If
           End-If
         End-If.

      *>  The rate is over the places taken: attended, no-show and
      *>  any place nobody got round to marking.
       560-Write-Event-Total.
         Compute WS-EV-TAKEN = WS-EV-ATTENDED + WS-EV-NOSHOW
                             + WS-EV-UNMARKED.
         If WS-EV-TAKEN Greater Than Zero Then
           Compute WS-RATE Rounded =
               WS-EV-ATTENDED * 100 / WS-EV-TAKEN
         Else
           Move Zero To WS-RATE
         End-If.
         Move WS-EV-TAKEN    To ET-TAKEN.
         Move WS-EV-ATTENDED To ET-ATTENDED.
         Move WS-EV-NOSHOW   To ET-NOSHOW.
         Move WS-EV-UNMARKED To ET-UNMARKED.
         Move WS-RATE        To ET-RATE.
         Move WS-EV-CANCEL   To ET-CANCEL.
         Move WS-EV-WAITING  To ET-WAITING.
         Move WS-EV-MOVED    To ET-MOVED.
         Move WS-EV-CONVERT  To ET-CONVERT.
         Write PRT-REC From WS-EV-TOTAL-1.
         Write PRT-REC From WS-EV-TOTAL-2.
         Add 1              To WS-TOT-EVENTS.
         Add WS-EV-TAKEN    To WS-TOT-TAKEN.
         Add WS-EV-ATTENDED To WS-TOT-ATTENDED.
         Add WS-EV-MOVED    To WS-TOT-MOVED.

       570-Write-Run-Total.
         If WS-TOT-TAKEN Greater Than Zero Then
           Compute WS-RATE Rounded =
               WS-TOT-ATTENDED * 100 / WS-TOT-TAKEN
         Else
           Move Zero To WS-RATE
         End-If.
         Move WS-TOT-EVENTS   To T-EVENTS.
         Move WS-TOT-TAKEN    To T-TAKEN.
         Move WS-TOT-ATTENDED To T-ATTENDED.
         Move WS-RATE         To T-RATE.
         Move WS-TOT-MOVED    To T-MOVED.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-TOTAL-LINE.

       999-End-Of-Program.
         Display "EVT102: " WS-TOT-EVENTS " event(s), "
                 WS-TOT-ATTENDED " attendee(s)."
         Stop Run.
