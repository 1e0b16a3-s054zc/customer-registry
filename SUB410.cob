      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to book, complete and cancel one customer's     **
      *> visits and call-backs on the APPOINT.DAT calendar, so a     **
      *> visit is planned ahead instead of only logged after the     **
      *> fact. Reached from the SUB230 detail screen's [A]ppt option **
      *> with the customer already fetched. The customer's bookings  **
      *> are paged eight at a time ([N]ext / [P]rev).                **
      *>                                                             **
      *>  [S]chedule - book a slot for a rep (default the signed-on  **
      *>               operator) on a date and start time, for a     **
      *>               number of minutes (default 30). A slot that   **
      *>               overlaps another booked slot of the same rep  **
      *>               is refused - no double booking.               **
      *>  [D]one     - mark the rep/date/time slot completed; the    **
      *>               CONTACT.DAT row is written through SUB096 in  **
      *>               the rep's name (method V for a visit, P for a **
      *>               call-back), so nobody logs it twice.          **
      *>  [C]ancel   - cancel the rep/date/time slot, freeing it.    **
      *>                                                             **
      *> APT101 prints each rep's schedule sheet for the day.        **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 A booked slot's start is split into hours and        **
      *>        minutes before the overlap test, and a slot freed by **
      *>        [D]one or [C]ancel can be booked again at the same   **
      *>        start time - the old row is rewritten.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB410.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select APPOINT Assign WS-APPTFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is APPTKEY
             Alternate Record Key Is APPTCUSTID
               With Duplicates
             File Status WS-APPTSTAT.

       Data Division.
         File Section.
           Fd APPOINT.
           01 APPT-REC.
             Copy APPTFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-APPTFILE Pic X(20) Value "data/APPOINT.DAT".
           01 WS-APPTSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-ENT-REP  Pic X(8)  Value Space.
           01 WS-ENT-DATE Pic 9(8)  Value Zero.
           01 WS-ENT-DATE-R Redefines WS-ENT-DATE.
             05 WS-ENT-YEAR  Pic 9(4).
             05 WS-ENT-MONTH Pic 9(2).
             05 WS-ENT-DAY   Pic 9(2).
           01 WS-ENT-TIME Pic 9(4)  Value Zero.
           01 WS-ENT-TIME-R Redefines WS-ENT-TIME.
             05 WS-ENT-HOUR  Pic 9(2).
             05 WS-ENT-MIN   Pic 9(2).
           01 WS-ENT-DUR  Pic 9(3)  Value Zero.
           01 WS-ENT-TYPE Pic X(1)  Value Space.
             88 WS-ENT-TYPE-VALID   Value "V" "P".
           01 WS-ENT-NOTE Pic X(40) Value Space.
           01 WS-REP-OFFICE Pic X(3) Value Space.
           01 WS-REP-RETVAL Pic X(2) Value Space.

      *>  Start and end of the requested slot and of each booked slot
      *>  it is compared with, in minutes past midnight.
           01 WS-NEW-START Pic 9(4) Value Zero.
           01 WS-NEW-END   Pic 9(4) Value Zero.
           01 WS-OLD-START Pic 9(4) Value Zero.
           01 WS-OLD-END   Pic 9(4) Value Zero.
           01 WS-OLD-HOUR  Pic 9(2) Value Zero.
           01 WS-OLD-MIN   Pic 9(2) Value Zero.
           01 WS-CLASH    Pic X     Value "N".
             88 IS-CLASH            Value "Y".

           01 WS-CONT-PRMSET.
             05 WS-CONT-CUSTID  Pic X(10).
             05 WS-CONT-OPERID  Pic X(8).
             05 WS-CONT-METHOD  Pic X(1).
             05 WS-CONT-OUTCOME Pic X(1).
             05 WS-CONT-TEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).

           01 WS-PAGE-NO    Pic 9(3)  Value 1.
           01 WS-SKIP-CNT   Pic 9(5)  Value Zero.
           01 WS-SEEN-CNT   Pic 9(5)  Value Zero.
           01 WS-MORE       Pic X     Value "N".
             88 IS-MORE               Value "Y".
           01 WS-LIST-CNT Pic 9(2)  Value Zero.
           01 WS-LIST-TBL.
             05 WS-LIST-ROW Occurs 8 Times Indexed By WS-LX.
               10 WS-L-REP    Pic X(8)  Value Space.
               10 WS-L-DATE   Pic X(8)  Value Space.
               10 WS-L-TIME   Pic X(4)  Value Space.
               10 WS-L-DUR    Pic X(3)  Value Space.
               10 WS-L-TYPE   Pic X(1)  Value Space.
               10 WS-L-STAT   Pic X(1)  Value Space.
               10 WS-L-NOTE   Pic X(40) Value Space.

         Linkage Section.
           01 LS-CUSTID Pic X(10).
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-APPT-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "CUSTOMER APPOINTMENTS.".
             05 Line  4 Col 27 Pic X(10) From LS-CUSTID.
             05 Line  6 Col  3 Value "REP      DATE     TIME MIN T S"
                                     & " NOTE".
             05 Line  7 Col  3 Pic X(8)  From WS-L-REP(1).
             05 Line  7 Col 12 Pic X(8)  From WS-L-DATE(1).
             05 Line  7 Col 21 Pic X(4)  From WS-L-TIME(1).
             05 Line  7 Col 26 Pic X(3)  From WS-L-DUR(1).
             05 Line  7 Col 30 Pic X(1)  From WS-L-TYPE(1).
             05 Line  7 Col 32 Pic X(1)  From WS-L-STAT(1).
             05 Line  7 Col 34 Pic X(40) From WS-L-NOTE(1).
             05 Line  8 Col  3 Pic X(8)  From WS-L-REP(2).
             05 Line  8 Col 12 Pic X(8)  From WS-L-DATE(2).
             05 Line  8 Col 21 Pic X(4)  From WS-L-TIME(2).
             05 Line  8 Col 26 Pic X(3)  From WS-L-DUR(2).
             05 Line  8 Col 30 Pic X(1)  From WS-L-TYPE(2).
             05 Line  8 Col 32 Pic X(1)  From WS-L-STAT(2).
             05 Line  8 Col 34 Pic X(40) From WS-L-NOTE(2).
             05 Line  9 Col  3 Pic X(8)  From WS-L-REP(3).
             05 Line  9 Col 12 Pic X(8)  From WS-L-DATE(3).
             05 Line  9 Col 21 Pic X(4)  From WS-L-TIME(3).
             05 Line  9 Col 26 Pic X(3)  From WS-L-DUR(3).
             05 Line  9 Col 30 Pic X(1)  From WS-L-TYPE(3).
             05 Line  9 Col 32 Pic X(1)  From WS-L-STAT(3).
             05 Line  9 Col 34 Pic X(40) From WS-L-NOTE(3).
             05 Line 10 Col  3 Pic X(8)  From WS-L-REP(4).
             05 Line 10 Col 12 Pic X(8)  From WS-L-DATE(4).
             05 Line 10 Col 21 Pic X(4)  From WS-L-TIME(4).
             05 Line 10 Col 26 Pic X(3)  From WS-L-DUR(4).
             05 Line 10 Col 30 Pic X(1)  From WS-L-TYPE(4).
             05 Line 10 Col 32 Pic X(1)  From WS-L-STAT(4).
             05 Line 10 Col 34 Pic X(40) From WS-L-NOTE(4).
             05 Line 11 Col  3 Pic X(8)  From WS-L-REP(5).
             05 Line 11 Col 12 Pic X(8)  From WS-L-DATE(5).
             05 Line 11 Col 21 Pic X(4)  From WS-L-TIME(5).
             05 Line 11 Col 26 Pic X(3)  From WS-L-DUR(5).
             05 Line 11 Col 30 Pic X(1)  From WS-L-TYPE(5).
             05 Line 11 Col 32 Pic X(1)  From WS-L-STAT(5).
             05 Line 11 Col 34 Pic X(40) From WS-L-NOTE(5).
             05 Line 12 Col  3 Pic X(8)  From WS-L-REP(6).
             05 Line 12 Col 12 Pic X(8)  From WS-L-DATE(6).
             05 Line 12 Col 21 Pic X(4)  From WS-L-TIME(6).
             05 Line 12 Col 26 Pic X(3)  From WS-L-DUR(6).
             05 Line 12 Col 30 Pic X(1)  From WS-L-TYPE(6).
             05 Line 12 Col 32 Pic X(1)  From WS-L-STAT(6).
             05 Line 12 Col 34 Pic X(40) From WS-L-NOTE(6).
             05 Line 13 Col  3 Pic X(8)  From WS-L-REP(7).
             05 Line 13 Col 12 Pic X(8)  From WS-L-DATE(7).
             05 Line 13 Col 21 Pic X(4)  From WS-L-TIME(7).
             05 Line 13 Col 26 Pic X(3)  From WS-L-DUR(7).
             05 Line 13 Col 30 Pic X(1)  From WS-L-TYPE(7).
             05 Line 13 Col 32 Pic X(1)  From WS-L-STAT(7).
             05 Line 13 Col 34 Pic X(40) From WS-L-NOTE(7).
             05 Line 14 Col  3 Pic X(8)  From WS-L-REP(8).
             05 Line 14 Col 12 Pic X(8)  From WS-L-DATE(8).
             05 Line 14 Col 21 Pic X(4)  From WS-L-TIME(8).
             05 Line 14 Col 26 Pic X(3)  From WS-L-DUR(8).
             05 Line 14 Col 30 Pic X(1)  From WS-L-TYPE(8).
             05 Line 14 Col 32 Pic X(1)  From WS-L-STAT(8).
             05 Line 14 Col 34 Pic X(40) From WS-L-NOTE(8).
             05 Line 15 Col  3 Value "PAGE:".
             05 Line 15 Col  9 Pic ZZ9 From WS-PAGE-NO.
             05 Line 15 Col 20 Value "(S: B=Booked C=Completed"
                                     & " X=Cancelled)".
             05 Line 17 Col  3 Value "REP ....:".
             05 Line 17 Col 13 Pic X(8) Using WS-ENT-REP.
             05 Line 17 Col 23 Value "DATE:".
             05 Line 17 Col 29 Pic 9(8) Using WS-ENT-DATE.
             05 Line 17 Col 39 Value "TIME:".
             05 Line 17 Col 45 Pic 9(4) Using WS-ENT-TIME.
             05 Line 17 Col 50 Value "(HHMM)".
             05 Line 18 Col  3 Value "MINUTES:".
             05 Line 18 Col 13 Pic 9(3) Using WS-ENT-DUR.
             05 Line 18 Col 23 Value "TYPE:".
             05 Line 18 Col 29 Pic X(1) Using WS-ENT-TYPE.
             05 Line 18 Col 31 Value "(V=Visit P=Call-back)".
             05 Line 19 Col  3 Value "NOTE ...:".
             05 Line 19 Col 13 Pic X(40) Using WS-ENT-NOTE.
             05 Line 23 Col  2 Value "Options: [B]ack [N]ext [P]rev"
                                     & " [S]chedule [D]one [C]ancel".
             05 Line 23 Col 59 Pic X Using WS-INPKEY.
             05 Line 24 Col  2 Value "STATUS:".
             05 Line 24 Col 10 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-CUSTID, LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move 1     To WS-PAGE-NO.
         Perform 150-Clear-Entry.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Perform 200-Load-List.
         Display SS-APPT-1.
         Accept  SS-APPT-1.
         Evaluate WS-INPKEY
           When "N" Perform 160-Next-Page
           When "P" Perform 170-Previous-Page
           When "S" Perform 120-Book-Slot
           When "D" Perform 130-Complete-Slot
           When "C" Perform 140-Cancel-Slot
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       150-Clear-Entry.
         Move Space To WS-ENT-REP.
         Move Zero  To WS-ENT-DATE.
         Move Zero  To WS-ENT-TIME.
         Move Zero  To WS-ENT-DUR.
         Move Space To WS-ENT-TYPE.
         Move Space To WS-ENT-NOTE.

       160-Next-Page.
         If IS-MORE Then
           Add 1 To WS-PAGE-NO
           Move Space To WS-STATUS
         Else
           Move "No more appointments!" To WS-STATUS
         End-If.

       170-Previous-Page.
         If WS-PAGE-NO Greater Than 1 Then
           Subtract 1 From WS-PAGE-NO
           Move Space To WS-STATUS
         Else
           Move "Already on first page!" To WS-STATUS
         End-If.

      *>  Same skip-and-count paging SUB405 uses over its alternate
      *>  key; bookings come back in rep/date/time key order.
       200-Load-List.
         Move Zero To WS-LIST-CNT.
         Move Zero To WS-SEEN-CNT.
         Move "N"  To WS-MORE.
         Compute WS-SKIP-CNT = (WS-PAGE-NO - 1) * 8.
         Perform 210-Clear-List-Row
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than 8.
         Move "N" To WS-EOF.
         Open Input APPOINT.
         If WS-APPTSTAT Not Equal "00" Then
           Close APPOINT
         Else
           Move LS-CUSTID To APPTCUSTID
           Start APPOINT Key Is Equal APPTCUSTID
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 220-Load-List-Next
             Until IS-EOF Or IS-MORE
           Close APPOINT
         End-If.

       210-Clear-List-Row.
         Move Space To WS-L-REP(WS-LX).
         Move Space To WS-L-DATE(WS-LX).
         Move Space To WS-L-TIME(WS-LX).
         Move Space To WS-L-DUR(WS-LX).
         Move Space To WS-L-TYPE(WS-LX).
         Move Space To WS-L-STAT(WS-LX).
         Move Space To WS-L-NOTE(WS-LX).

       220-Load-List-Next.
         Read APPOINT Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If APPTCUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-SEEN-CNT
             If WS-SEEN-CNT Greater Than WS-SKIP-CNT Then
               If WS-LIST-CNT Equal 8 Then
                 Move "Y" To WS-MORE
               Else
                 Add 1 To WS-LIST-CNT
                 Move APPTOPERID To WS-L-REP(WS-LIST-CNT)
                 Move APPTDATE   To WS-L-DATE(WS-LIST-CNT)
                 Move APPTTIME   To WS-L-TIME(WS-LIST-CNT)
                 Move APPTDUR    To WS-L-DUR(WS-LIST-CNT)
                 Move APPTTYPE   To WS-L-TYPE(WS-LIST-CNT)
                 Move APPTSTAT   To WS-L-STAT(WS-LIST-CNT)
                 Move APPTNOTE   To WS-L-NOTE(WS-LIST-CNT)
               End-If
             End-If
           End-If
         End-If.

      *>  Checks the slot keys common to all three actions; a blank
      *>  rep means the signed-on operator.
       115-Validate-Slot.
         Move Space To WS-STATUS.
         If WS-ENT-REP Equal Space Then
           Move LS-OPERID To WS-ENT-REP
         End-If.
         Evaluate True
           When WS-ENT-MONTH Less Than 1
             Or WS-ENT-MONTH Greater Than 12
             Or WS-ENT-DAY Less Than 1
             Or WS-ENT-DAY Greater Than 31
             Move "Date must be YYYYMMDD!" To WS-STATUS
           When WS-ENT-HOUR Greater Than 23
             Or WS-ENT-MIN Greater Than 59
             Move "Time must be HHMM!" To WS-STATUS
         End-Evaluate.

       120-Book-Slot.
         Perform 115-Validate-Slot.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         If WS-STATUS Equal Space Then
           Evaluate True
             When WS-ENT-DATE Less Than WS-CUR-DATE
               Move "Date is in the past!" To WS-STATUS
             When Not WS-ENT-TYPE-VALID
               Move "Type must be V or P!" To WS-STATUS
           End-Evaluate
         End-If.
         If WS-STATUS Equal Space
           And WS-ENT-REP Not Equal LS-OPERID Then
           Call "SUB133" Using WS-ENT-REP, WS-REP-OFFICE,
               WS-REP-RETVAL
           If WS-REP-RETVAL Not Equal "00" Then
             Move "Rep is not an operator!" To WS-STATUS
           End-If
         End-If.
         If WS-STATUS Equal Space Then
           If WS-ENT-DUR Equal Zero Then
             Move 30 To WS-ENT-DUR
           End-If
           Compute WS-NEW-START = WS-ENT-HOUR * 60 + WS-ENT-MIN
           Compute WS-NEW-END = WS-NEW-START + WS-ENT-DUR
           Open I-O APPOINT
           If WS-APPTSTAT Equal "35" Then
             Close APPOINT
             Open Output APPOINT
           Else
             Perform 125-Check-Double-Booking
           End-If
           If IS-CLASH Then
             Move "Rep already booked then!" To WS-STATUS
           Else
             Perform 127-Build-Booking
             Write APPT-REC
               Invalid Key
                 Perform 128-Rebook-Slot
               Not Invalid Key
                 Move "Appointment booked!" To WS-STATUS
                 Perform 150-Clear-Entry
             End-Write
           End-If
           Close APPOINT
         End-If.

       127-Build-Booking.
         Move Space       To APPT-REC.
         Move WS-ENT-REP  To APPTOPERID.
         Move WS-ENT-DATE To APPTDATE.
         Move WS-ENT-TIME To APPTTIME.
         Move LS-CUSTID   To APPTCUSTID.
         Move WS-ENT-TYPE To APPTTYPE.
         Move WS-ENT-DUR  To APPTDUR.
         Move "B"         To APPTSTAT.
         Move WS-ENT-NOTE To APPTNOTE.
         Move LS-OPERID   To APPTBOOKOP.
         Move WS-CUR-DATE To APPTBOOKDT.

      *>  A completed or cancelled slot keeps its rep/date/time key,
      *>  so booking the same start again takes the old row over;
      *>  only a slot still booked is refused.
       128-Rebook-Slot.
         Read APPOINT
           Key Is APPTKEY
           Invalid Key
             Move "Rep already booked then!" To WS-STATUS
         End-Read.
         If WS-STATUS Equal Space Then
           If APPTSTAT-BOOKED Then
             Move "Rep already booked then!" To WS-STATUS
           Else
             Perform 127-Build-Booking
             Rewrite APPT-REC
               Invalid Key
                 Move "Rep already booked then!" To WS-STATUS
               Not Invalid Key
                 Move "Appointment booked!" To WS-STATUS
                 Perform 150-Clear-Entry
             End-Rewrite
           End-If
         End-If.

      *>  Walks the rep's bookings for the day in time order; any
      *>  still-booked slot whose span overlaps the new one clashes.
      *>  A cancelled or completed slot no longer holds its time.
       125-Check-Double-Booking.
         Move "N" To WS-CLASH.
         Move "N" To WS-EOF.
         Move WS-ENT-REP  To APPTOPERID.
         Move WS-ENT-DATE To APPTDATE.
         Move Zero        To APPTTIME.
         Start APPOINT Key Is Not Less Than APPTKEY
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         Perform 126-Check-Booking-Next
           Until IS-EOF Or IS-CLASH.

       126-Check-Booking-Next.
         Read APPOINT Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If APPTOPERID Not Equal WS-ENT-REP
             Or APPTDATE Not Equal WS-ENT-DATE Then
             Move "Y" To WS-EOF
           Else
             If APPTSTAT-BOOKED Then
               Divide APPTTIME By 100 Giving WS-OLD-HOUR
                   Remainder WS-OLD-MIN
               Compute WS-OLD-START = WS-OLD-HOUR * 60 + WS-OLD-MIN
               Compute WS-OLD-END = WS-OLD-START + APPTDUR
               If WS-NEW-START Less Than WS-OLD-END
                 And WS-OLD-START Less Than WS-NEW-END Then
                 Move "Y" To WS-CLASH
               End-If
             End-If
           End-If
         End-If.

      *>  Reads the keyed slot for [D]one/[C]ancel; it has to be
      *>  this customer's and still booked.
       135-Read-Booked-Slot.
         Perform 115-Validate-Slot.
         If WS-STATUS Equal Space Then
           Open I-O APPOINT
           If WS-APPTSTAT Equal "35" Then
             Close APPOINT
             Move "No appointments on file!" To WS-STATUS
           Else
             Move WS-ENT-REP  To APPTOPERID
             Move WS-ENT-DATE To APPTDATE
             Move WS-ENT-TIME To APPTTIME
             Read APPOINT
               Key Is APPTKEY
               Invalid Key
                 Move "No such appointment!" To WS-STATUS
             End-Read
             If WS-STATUS Equal Space Then
               If APPTCUSTID Not Equal LS-CUSTID Then
                 Move "Slot is not this customer's!" To WS-STATUS
               Else
                 If Not APPTSTAT-BOOKED Then
                   Move "Appointment is not open!" To WS-STATUS
                 End-If
               End-If
             End-If
             If WS-STATUS Not Equal Space Then
               Close APPOINT
             End-If
           End-If
         End-If.

      *>  Completing the slot is the contact: one CONTACT.DAT row in
      *>  the rep's name, with the booking note (or the entry note,
      *>  when keyed) as its text.
       130-Complete-Slot.
         Perform 135-Read-Booked-Slot.
         If WS-STATUS Equal Space Then
           Move "C" To APPTSTAT
           If WS-ENT-NOTE Not Equal Space Then
             Move WS-ENT-NOTE To APPTNOTE
           End-If
           Rewrite APPT-REC
           End-Rewrite
           Move LS-CUSTID  To WS-CONT-CUSTID
           Move APPTOPERID To WS-CONT-OPERID
           If APPTTYPE-VISIT Then
             Move "V" To WS-CONT-METHOD
           Else
             Move "P" To WS-CONT-METHOD
           End-If
           Move "C"        To WS-CONT-OUTCOME
           Move APPTNOTE   To WS-CONT-TEXT
           If WS-CONT-TEXT Equal Space Then
             Move "APPOINTMENT KEPT" To WS-CONT-TEXT
           End-If
           Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL
           Move "Completed - contact logged!" To WS-STATUS
           Perform 150-Clear-Entry
           Close APPOINT
         End-If.

       140-Cancel-Slot.
         Perform 135-Read-Booked-Slot.
         If WS-STATUS Equal Space Then
           Move "X" To APPTSTAT
           If WS-ENT-NOTE Not Equal Space Then
             Move WS-ENT-NOTE To APPTNOTE
           End-If
           Rewrite APPT-REC
           End-Rewrite
           Move "Appointment cancelled!" To WS-STATUS
           Perform 150-Clear-Entry
           Close APPOINT
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
