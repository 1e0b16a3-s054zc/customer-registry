      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Daily appointment schedule sheets. Prints one sheet per rep **
      *> for every slot still booked on APPOINT.DAT (SUB410) for     **
      *> today, in time order: the customer's name, mailing address  **
      *> and preferred phone, and the customer's last three          **
      *> CONTACT.DAT rows so the rep walks in knowing the history -  **
      *> the paper diary, but one the office can see when somebody   **
      *> is out sick. The contact log is read once: the day's        **
      *> customers are tabled first and each keeps a rolling window  **
      *> of its newest three rows. Output: data/APPTSHEET.PRT,       **
      *> archived through SUB117. Run outside the PGM001 menu, each  **
      *> morning before the reps go out.                             **
      *>                                                             **
      *> The same run queues the text-message reminders (template    **
      *> *APPTRMD*, SMS channel) for every customer booked after     **
      *> today up to the next working day - so Friday's run covers   **
      *> the weekend and Monday - to the preferred mobile SUB156     **
      *> finds, unless the customer refuses texts or is not active.  **
      *> One reminder per customer; SMS101 merges the date and time  **
      *> of their next booked slot when it hands the text off.       **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Queue the day-before text reminders (*APPTRMD*,      **
      *>        SMS channel) for the customers booked up to the next **
      *>        working day.                                         **
      *>***************************************************************
       Identification Division.
         Program-Id.   APT101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select APPOINT Assign WS-APPTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is APPTKEY
             Alternate Record Key Is APPTCUSTID
               With Duplicates
             File Status WS-APPTSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select CONTACT Assign WS-CONTFILE
             Organization Is Line Sequential
             File Status WS-CONTSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd APPOINT.
           01 APPT-REC.
             Copy APPTFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd CONTACT.
           01 CONTACT-REC.
             Copy CONTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-APPTFILE Pic X(20) Value "data/APPOINT.DAT".
           01 WS-APPTSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-CONTFILE Pic X(20) Value "data/CONTACT.DAT".
           01 WS-CONTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/APPTSHEET.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CONT-EOF Pic X     Value "N".
             88 IS-CONT-EOF         Value "Y".
           01 WS-CUST-OPEN Pic X    Value "N".
             88 IS-CUST-OPEN        Value "Y".
           01 WS-CUST-FOUND Pic X   Value "N".
             88 IS-CUST-FOUND       Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-REP  Pic X(8)  Value Low-Values.
           01 WS-APPT-CNT Pic 9(6)  Value Zero.
           01 WS-REP-CNT  Pic 9(4)  Value Zero.
           01 WS-REP-APPTS Pic 9(4) Value Zero.

      *>  The day's customers, each with its newest three contact
      *>  rows (slot 1 newest) - the DOR101 one-pass table trick.
           01 WS-DAY-COUNT Pic 9(4) Value Zero.
           01 WS-DAY-TBL.
             05 WS-DAY-ENTRY Occurs 500 Times Indexed By WS-DX.
               10 WS-D-CUSTID Pic X(10).
               10 WS-D-CONT Occurs 3 Times Indexed By WS-KX.
                 15 WS-D-DTTM    Pic X(14).
                 15 WS-D-METHOD  Pic X(1).
                 15 WS-D-OUTCOME Pic X(1).
                 15 WS-D-OPERID  Pic X(8).
                 15 WS-D-TEXT    Pic X(40).
           01 WS-FIND-ID  Pic X(10) Value Space.
           01 WS-DAY-HIT  Pic X     Value "N".
             88 IS-DAY-HIT          Value "Y".

           01 WS-HDG-1.
             05 Filler  Pic X(24) Value "APPOINTMENT SCHEDULE FOR".
             05 Filler  Pic X(1)  Value Space.
             05 H-DATE  Pic X(8).
             05 Filler  Pic X(71) Value Space.
           01 WS-REP-HDG.
             05 Filler   Pic X(6)  Value "REP: ".
             05 RH-REP   Pic X(8).
             05 Filler   Pic X(90) Value Space.
           01 WS-APPT-LINE.
             05 Filler     Pic X(2)  Value Space.
             05 D-TIME     Pic X(4).
             05 Filler     Pic X(2)  Value Space.
             05 D-DUR      Pic ZZ9.
             05 Filler     Pic X(5)  Value " MIN ".
             05 D-TYPE     Pic X(9).
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTID   Pic X(10).
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTNAME Pic X(40).
             05 Filler     Pic X(25) Value Space.
           01 WS-ADDR-LINE.
             05 Filler     Pic X(8)  Value Space.
             05 Filler     Pic X(9)  Value "ADDRESS: ".
             05 A-ADDR1    Pic X(30).
             05 Filler     Pic X(1)  Value Space.
             05 A-CITY     Pic X(20).
             05 Filler     Pic X(1)  Value Space.
             05 A-STATE    Pic X(2).
             05 Filler     Pic X(1)  Value Space.
             05 A-ZIP      Pic X(10).
             05 Filler     Pic X(22) Value Space.
           01 WS-PHONE-LINE.
             05 Filler     Pic X(8)  Value Space.
             05 Filler     Pic X(9)  Value "PHONE:   ".
             05 P-PHONE    Pic X(20).
             05 Filler     Pic X(2)  Value Space.
             05 Filler     Pic X(6)  Value "NOTE: ".
             05 P-NOTE     Pic X(40).
             05 Filler     Pic X(19) Value Space.
           01 WS-CONT-LINE.
             05 Filler     Pic X(8)  Value Space.
             05 Filler     Pic X(9)  Value "CONTACT: ".
             05 C-DTTM     Pic X(14).
             05 Filler     Pic X(1)  Value Space.
             05 C-METHOD   Pic X(1).
             05 Filler     Pic X(1)  Value Space.
             05 C-OUTCOME  Pic X(1).
             05 Filler     Pic X(1)  Value Space.
             05 C-OPERID   Pic X(8).
             05 Filler     Pic X(1)  Value Space.
             05 C-TEXT     Pic X(40).
             05 Filler     Pic X(19) Value Space.
           01 WS-NOCONT-LINE.
             05 Filler     Pic X(8)  Value Space.
             05 Filler     Pic X(30) Value "CONTACT: NONE ON FILE".
             05 Filler     Pic X(66) Value Space.
           01 WS-REP-TOTAL.
             05 Filler      Pic X(22) Value "  APPOINTMENTS TODAY: ".
             05 RT-CNT      Pic ZZZ9.
             05 Filler      Pic X(78) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(20) Value "TOTAL APPOINTMENTS: ".
             05 T-APPT-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(8)  Value "  REPS: ".
             05 T-REP-CNT   Pic ZZZ9.
             05 Filler      Pic X(65) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

      *>  Reminder window and the customers already reminded.
           01 WS-RMD-DATE   Pic 9(8)  Value Zero.
           01 WS-RMD-CNT    Pic 9(6)  Value Zero.
           01 WS-RMD-COUNT  Pic 9(4)  Value Zero.
           01 WS-RMD-TBL.
             05 WS-RMD-ENTRY Occurs 500 Times Indexed By WS-MX.
               10 WS-M-CUSTID Pic X(10).
           01 WS-RMD-HIT    Pic X     Value "N".
             88 IS-RMD-HIT            Value "Y".
           01 WS-CAL-FUNC   Pic X(1).
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).
           01 WS-MOBILE     Pic X(20).
           01 WS-MOB-RETVAL Pic X(2).
           01 WS-MAIL-PRMSET.
             Copy MAILLK.
           01 WS-MAIL-RETVAL Pic X(2).

           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Open Input APPOINT.
         If WS-APPTSTAT Not Equal "00" Then
           Display "APT101: APPOINT.DAT not found."
           Close APPOINT
         Else
           Perform 200-Load-Day-Customers
           Close APPOINT
           Perform 220-Load-Last-Contacts
           Open Input CUST
           If WS-CUSTSTAT Equal "00" Then
             Move "Y" To WS-CUST-OPEN
           End-If
           Open Input APPOINT
           Open Output PRTFILE
           Move WS-CUR-DATE To H-DATE
           Write PRT-REC From WS-HDG-1
           Move "N" To WS-EOF
           Perform 310-Read-Next
           Perform 300-Print-Next
             Until IS-EOF
           If WS-REP-CNT Greater Than Zero Then
             Move WS-REP-APPTS To RT-CNT
             Write PRT-REC From WS-REP-TOTAL
           End-If
           Move WS-APPT-CNT To T-APPT-CNT
           Move WS-REP-CNT  To T-REP-CNT
           Write PRT-REC From WS-BLANK-LINE
           Write PRT-REC From WS-TOTAL-LINE
           Close PRTFILE
           Close APPOINT
           If IS-CUST-OPEN Then
             Perform 400-Queue-Reminders
           End-If
           If IS-CUST-OPEN Then
             Close CUST
           End-If
           Move "APT101" To WS-ARC-NAME
           Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE,
               WS-ARC-RETVAL
         End-If.
         Perform 999-End-Of-Program.

      *>  First pass: table each customer booked today once.
       200-Load-Day-Customers.
         Move "N" To WS-EOF.
         Perform 310-Read-Next.
         Perform 210-Note-Day-Customer
           Until IS-EOF.

       210-Note-Day-Customer.
         If APPTDATE Equal WS-CUR-DATE And APPTSTAT-BOOKED Then
           Move APPTCUSTID To WS-FIND-ID
           Perform 250-Find-Day-Customer
           If Not IS-DAY-HIT And WS-DAY-COUNT Less Than 500 Then
             Add 1 To WS-DAY-COUNT
             Set WS-DX To WS-DAY-COUNT
             Move APPTCUSTID To WS-D-CUSTID(WS-DX)
             Perform 215-Clear-Day-Contact
               Varying WS-KX From 1 By 1
               Until WS-KX Greater Than 3
           End-If
         End-If.
         Perform 310-Read-Next.

       215-Clear-Day-Contact.
         Move Space To WS-D-DTTM(WS-DX, WS-KX).
         Move Space To WS-D-METHOD(WS-DX, WS-KX).
         Move Space To WS-D-OUTCOME(WS-DX, WS-KX).
         Move Space To WS-D-OPERID(WS-DX, WS-KX).
         Move Space To WS-D-TEXT(WS-DX, WS-KX).

       220-Load-Last-Contacts.
         Move "N" To WS-CONT-EOF.
         Open Input CONTACT.
         If WS-CONTSTAT Not Equal "00" Then
           Close CONTACT
         Else
           Perform 230-Read-Contact-Next
             Until IS-CONT-EOF
           Close CONTACT
         End-If.

      *>  Rows are appended in time order, so each later row for a
      *>  customer pushes the older ones down one slot.
       230-Read-Contact-Next.
         Read CONTACT
           At End Move "Y" To WS-CONT-EOF
         End-Read.
         If Not IS-CONT-EOF Then
           Move CACTCUSTID To WS-FIND-ID
           Perform 250-Find-Day-Customer
           If IS-DAY-HIT Then
             Perform 240-Push-Contact
           End-If
         End-If.

       240-Push-Contact.
         Move WS-D-CONT(WS-DX, 2) To WS-D-CONT(WS-DX, 3).
         Move WS-D-CONT(WS-DX, 1) To WS-D-CONT(WS-DX, 2).
         Move CACTDTTM    To WS-D-DTTM(WS-DX, 1).
         Move CACTMETHOD  To WS-D-METHOD(WS-DX, 1).
         Move CACTOUTCOME To WS-D-OUTCOME(WS-DX, 1).
         Move CACTOPERID  To WS-D-OPERID(WS-DX, 1).
         Move CACTTEXT    To WS-D-TEXT(WS-DX, 1).

      *>  Looks WS-FIND-ID up in the day table; leaves WS-DX on the
      *>  entry when found.
       250-Find-Day-Customer.
         Move "N" To WS-DAY-HIT.
         If WS-DAY-COUNT Greater Than Zero Then
           Set WS-DX To 1
           Search WS-DAY-ENTRY Varying WS-DX
             At End Continue
             When WS-DX Greater Than WS-DAY-COUNT
               Continue
             When WS-D-CUSTID(WS-DX) Equal WS-FIND-ID
               Move "Y" To WS-DAY-HIT
           End-Search
         End-If.

       310-Read-Next.
         Read APPOINT Next Record
           At End Move "Y" To WS-EOF
         End-Read.

      *>  APPOINT.DAT's key is rep, date, time - read in key order
      *>  the day's slots already come out grouped by rep and in
      *>  time order, so no sort step is needed.
       300-Print-Next.
         If APPTDATE Equal WS-CUR-DATE And APPTSTAT-BOOKED Then
           If APPTOPERID Not Equal WS-CUR-REP Then
             If WS-REP-CNT Greater Than Zero Then
               Move WS-REP-APPTS To RT-CNT
               Write PRT-REC From WS-REP-TOTAL
             End-If
             Move APPTOPERID To WS-CUR-REP
             Move Zero       To WS-REP-APPTS
             Add 1 To WS-REP-CNT
             Write PRT-REC From WS-BLANK-LINE
             Move APPTOPERID To RH-REP
             Write PRT-REC From WS-REP-HDG
           End-If
           Perform 320-Print-Appointment
         End-If.
         Perform 310-Read-Next.

       320-Print-Appointment.
         Add 1 To WS-APPT-CNT.
         Add 1 To WS-REP-APPTS.
         Move "N" To WS-CUST-FOUND.
         If IS-CUST-OPEN Then
           Move APPTCUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Continue
             Not Invalid Key Move "Y" To WS-CUST-FOUND
           End-Read
         End-If.
         Write PRT-REC From WS-BLANK-LINE.
         Move APPTTIME   To D-TIME.
         Move APPTDUR    To D-DUR.
         If APPTTYPE-VISIT Then
           Move "VISIT"     To D-TYPE
         Else
           Move "CALL-BACK" To D-TYPE
         End-If.
         Move APPTCUSTID To D-CUSTID.
         Move Space      To A-ADDR1.
         Move Space      To A-CITY.
         Move Space      To A-STATE.
         Move Space      To A-ZIP.
         Move Space      To P-PHONE.
         If IS-CUST-FOUND Then
           Move RCUSTNAME  To D-CUSTNAME
           Move RCUSTADDR1 To A-ADDR1
           Move RCUSTCITY  To A-CITY
           Move RCUSTSTATE To A-STATE
           Move RCUSTZIP   To A-ZIP
           If RCUSTPREF-PHONE2 Then
             Move RCUSTPHN2 To P-PHONE
           Else
             Move RCUSTPHN1 To P-PHONE
           End-If
         Else
           Move "(CUSTOMER NOT ON FILE)" To D-CUSTNAME
         End-If.
         Move APPTNOTE To P-NOTE.
         Write PRT-REC From WS-APPT-LINE.
         Write PRT-REC From WS-ADDR-LINE.
         Write PRT-REC From WS-PHONE-LINE.
         Move APPTCUSTID To WS-FIND-ID.
         Perform 250-Find-Day-Customer.
         If IS-DAY-HIT Then
           If WS-D-DTTM(WS-DX, 1) Equal Space Then
             Write PRT-REC From WS-NOCONT-LINE
           Else
             Perform 330-Print-Contact
               Varying WS-KX From 1 By 1
               Until WS-KX Greater Than 3
           End-If
         End-If.

       330-Print-Contact.
         If WS-D-DTTM(WS-DX, WS-KX) Not Equal Space Then
           Move WS-D-DTTM(WS-DX, WS-KX)    To C-DTTM
           Move WS-D-METHOD(WS-DX, WS-KX)  To C-METHOD
           Move WS-D-OUTCOME(WS-DX, WS-KX) To C-OUTCOME
           Move WS-D-OPERID(WS-DX, WS-KX)  To C-OPERID
           Move WS-D-TEXT(WS-DX, WS-KX)    To C-TEXT
           Write PRT-REC From WS-CONT-LINE
         End-If.

      *>  Text reminders go out the day before: everything booked
      *>  after today up to the next working day (SUB151, the shop
      *>  calendar with no office), so nothing falls through a
      *>  weekend or a holiday.
       400-Queue-Reminders.
         Move Space       To WS-CAL-PRMSET.
         Move WS-CUR-DATE To LCLFROMDT.
         Move "N" To WS-CAL-FUNC.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.
         Move LCLRESDT To LCLFROMDT.
         Move "R" To WS-CAL-FUNC.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.
         Move LCLRESDT To WS-RMD-DATE.
         Open Input APPOINT.
         Move "N" To WS-EOF.
         Perform 310-Read-Next.
         Perform 410-Remind-Next
           Until IS-EOF.
         Close APPOINT.

       410-Remind-Next.
         If APPTSTAT-BOOKED
           And APPTDATE Greater Than WS-CUR-DATE
           And APPTDATE Not Greater Than WS-RMD-DATE Then
           Move "N" To WS-RMD-HIT
           If WS-RMD-COUNT Greater Than Zero Then
             Set WS-MX To 1
             Search WS-RMD-ENTRY Varying WS-MX
               At End Continue
               When WS-MX Greater Than WS-RMD-COUNT
                 Continue
               When WS-M-CUSTID(WS-MX) Equal APPTCUSTID
                 Move "Y" To WS-RMD-HIT
             End-Search
           End-If
           If Not IS-RMD-HIT And WS-RMD-COUNT Less Than 500 Then
             Add 1 To WS-RMD-COUNT
             Move APPTCUSTID To WS-M-CUSTID(WS-RMD-COUNT)
             Perform 420-Queue-One-Reminder
           End-If
         End-If.
         Perform 310-Read-Next.

      *>  Only an active, living customer who has not refused texts
      *>  and has a mobile on file is sent one.
       420-Queue-One-Reminder.
         Move APPTCUSTID To RCUSTID.
         Read CUST
           Key Is RCUSTID
           Invalid Key Continue
           Not Invalid Key
             If RCUSTSTAT-ACTIVE
               And Not RCUSTLIFECYC-DECEASED
               And Not RCUSTDNT-YES Then
               Call "SUB156" Using RCUSTID, WS-MOBILE, WS-MOB-RETVAL
               If WS-MOB-RETVAL Equal "00" Then
                 Move RCUSTID     To LMCUSTID
                 Move WS-MOBILE   To LMTOADDR
                 Move "*APPTRMD*" To LMTEMPLATE
                 Move "P"         To LMSTATUS
                 Move "S"         To LMCHANNEL
                 Call "SUB091" Using WS-MAIL-PRMSET, WS-MAIL-RETVAL
                 Add 1 To WS-RMD-CNT
               End-If
             End-If
         End-Read.

       999-End-Of-Program.
         Display "APT101: " WS-APPT-CNT " appointment(s) for "
                 WS-REP-CNT " rep(s), " WS-RMD-CNT
                 " text reminder(s) queued.".
         Stop Run.
