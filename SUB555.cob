      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain EVENT.DAT, the customer seminars    **
      *> and open days (see EVENTFD). The events are paged eight at  **
      *> a time in code order ([N]ext / [P]rev) with the places      **
      *> taken and the waiting list from EVREG.DAT.                  **
      *>                                                             **
      *>  [G]et  - fill the entry fields from the keyed event.       **
      *>  [S]ave - add the event, or replace it. A new event must be **
      *>           dated on or after the processing date and have at **
      *>           least one place. Raising the capacity of an open  **
      *>           event hands the new places to the waiting list    **
      *>           (SUB167 P) there and then.                        **
      *>                                                             **
      *> Status O takes sign-ups, C is closed to new ones, X is      **
      *> cancelled. Reached from the PGM001 MORE OPTIONS menu per    **
      *> the EVTMAINT permission.                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB555.

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

       Data Division.
         File Section.
           Fd EVENTS.
           01 EVENT-REC.
             Copy EVENTFD.

           Fd EVREG.
           01 EVREG-REC.
             Copy EVREGFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-EVFILE   Pic X(20) Value "data/EVENT.DAT".
           01 WS-EVSTAT   Pic 9(2).
           01 WS-ERFILE   Pic X(20) Value "data/EVREG.DAT".
           01 WS-ERSTAT   Pic 9(2).
           01 WS-ER-OPEN  Pic X     Value "N".
             88 IS-ER-OPEN          Value "Y".
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ER-EOF   Pic X     Value "N".
             88 IS-ER-EOF           Value "Y".
           01 WS-FOUND    Pic X     Value "N".
             88 IS-FOUND            Value "Y".
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-NOW-DATE Pic 9(8)  Value Zero.
           01 WS-NOW-TIME Pic 9(8)  Value Zero.
           01 WS-OLD-CAP  Pic 9(5)  Value Zero.
           01 WS-ENT-CODE  Pic X(8)  Value Space.
           01 WS-ENT-NAME  Pic X(30) Value Space.
           01 WS-ENT-DATE  Pic 9(8)  Value Zero.
           01 WS-ENT-VENUE Pic X(30) Value Space.
           01 WS-ENT-CAP   Pic 9(5)  Value Zero.
           01 WS-ENT-STAT  Pic X(1)  Value Space.
           01 WS-CNT-TAKEN Pic 9(5)  Value Zero.
           01 WS-CNT-WAIT  Pic 9(5)  Value Zero.
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CAL-FUNC   Pic X(1) Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).
           01 WS-ER-FUNC    Pic X(1) Value "P".
           01 WS-ER-PRMSET.
             Copy EVREGLK.
           01 WS-ER-RETVAL  Pic X(2).

           01 WS-PAGE-NO    Pic 9(3)  Value 1.
           01 WS-SKIP-CNT   Pic 9(5)  Value Zero.
           01 WS-SEEN-CNT   Pic 9(5)  Value Zero.
           01 WS-MORE       Pic X     Value "N".
             88 IS-MORE               Value "Y".
           01 WS-LIST-CNT Pic 9(2)  Value Zero.
           01 WS-LIST-TBL.
             05 WS-LIST-ROW Occurs 8 Times Indexed By WS-LX.
               10 WS-L-CODE   Pic X(8)  Value Space.
               10 WS-L-DATE   Pic X(8)  Value Space.
               10 WS-L-NAME   Pic X(30) Value Space.
               10 WS-L-CAP    Pic X(5)  Value Space.
               10 WS-L-TAKEN  Pic X(5)  Value Space.
               10 WS-L-WAIT   Pic X(5)  Value Space.
               10 WS-L-STAT   Pic X(1)  Value Space.

         Linkage Section.
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-EV-MAINT.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "MAINTAIN EVENTS.".
             05 Line  6 Col  3 Value "CODE     DATE     NAME"
                                     & "                           "
                                     & "CAP   TAKEN WAIT  S".
             05 Line  7 Col  3 Pic X(8)  From WS-L-CODE(1).
             05 Line  7 Col 12 Pic X(8)  From WS-L-DATE(1).
             05 Line  7 Col 21 Pic X(30) From WS-L-NAME(1).
             05 Line  7 Col 52 Pic X(5)  From WS-L-CAP(1).
             05 Line  7 Col 58 Pic X(5)  From WS-L-TAKEN(1).
             05 Line  7 Col 64 Pic X(5)  From WS-L-WAIT(1).
             05 Line  7 Col 70 Pic X(1)  From WS-L-STAT(1).
             05 Line  8 Col  3 Pic X(8)  From WS-L-CODE(2).
             05 Line  8 Col 12 Pic X(8)  From WS-L-DATE(2).
             05 Line  8 Col 21 Pic X(30) From WS-L-NAME(2).
             05 Line  8 Col 52 Pic X(5)  From WS-L-CAP(2).
             05 Line  8 Col 58 Pic X(5)  From WS-L-TAKEN(2).
             05 Line  8 Col 64 Pic X(5)  From WS-L-WAIT(2).
             05 Line  8 Col 70 Pic X(1)  From WS-L-STAT(2).
             05 Line  9 Col  3 Pic X(8)  From WS-L-CODE(3).
             05 Line  9 Col 12 Pic X(8)  From WS-L-DATE(3).
             05 Line  9 Col 21 Pic X(30) From WS-L-NAME(3).
             05 Line  9 Col 52 Pic X(5)  From WS-L-CAP(3).
             05 Line  9 Col 58 Pic X(5)  From WS-L-TAKEN(3).
             05 Line  9 Col 64 Pic X(5)  From WS-L-WAIT(3).
             05 Line  9 Col 70 Pic X(1)  From WS-L-STAT(3).
             05 Line 10 Col  3 Pic X(8)  From WS-L-CODE(4).
             05 Line 10 Col 12 Pic X(8)  From WS-L-DATE(4).
             05 Line 10 Col 21 Pic X(30) From WS-L-NAME(4).
             05 Line 10 Col 52 Pic X(5)  From WS-L-CAP(4).
             05 Line 10 Col 58 Pic X(5)  From WS-L-TAKEN(4).
             05 Line 10 Col 64 Pic X(5)  From WS-L-WAIT(4).
             05 Line 10 Col 70 Pic X(1)  From WS-L-STAT(4).
             05 Line 11 Col  3 Pic X(8)  From WS-L-CODE(5).
             05 Line 11 Col 12 Pic X(8)  From WS-L-DATE(5).
             05 Line 11 Col 21 Pic X(30) From WS-L-NAME(5).
             05 Line 11 Col 52 Pic X(5)  From WS-L-CAP(5).
             05 Line 11 Col 58 Pic X(5)  From WS-L-TAKEN(5).
             05 Line 11 Col 64 Pic X(5)  From WS-L-WAIT(5).
             05 Line 11 Col 70 Pic X(1)  From WS-L-STAT(5).
             05 Line 12 Col  3 Pic X(8)  From WS-L-CODE(6).
             05 Line 12 Col 12 Pic X(8)  From WS-L-DATE(6).
             05 Line 12 Col 21 Pic X(30) From WS-L-NAME(6).
             05 Line 12 Col 52 Pic X(5)  From WS-L-CAP(6).
             05 Line 12 Col 58 Pic X(5)  From WS-L-TAKEN(6).
             05 Line 12 Col 64 Pic X(5)  From WS-L-WAIT(6).
             05 Line 12 Col 70 Pic X(1)  From WS-L-STAT(6).
             05 Line 13 Col  3 Pic X(8)  From WS-L-CODE(7).
             05 Line 13 Col 12 Pic X(8)  From WS-L-DATE(7).
             05 Line 13 Col 21 Pic X(30) From WS-L-NAME(7).
             05 Line 13 Col 52 Pic X(5)  From WS-L-CAP(7).
             05 Line 13 Col 58 Pic X(5)  From WS-L-TAKEN(7).
             05 Line 13 Col 64 Pic X(5)  From WS-L-WAIT(7).
             05 Line 13 Col 70 Pic X(1)  From WS-L-STAT(7).
             05 Line 14 Col  3 Pic X(8)  From WS-L-CODE(8).
             05 Line 14 Col 12 Pic X(8)  From WS-L-DATE(8).
             05 Line 14 Col 21 Pic X(30) From WS-L-NAME(8).
             05 Line 14 Col 52 Pic X(5)  From WS-L-CAP(8).
             05 Line 14 Col 58 Pic X(5)  From WS-L-TAKEN(8).
             05 Line 14 Col 64 Pic X(5)  From WS-L-WAIT(8).
             05 Line 14 Col 70 Pic X(1)  From WS-L-STAT(8).
             05 Line 15 Col  3 Value "PAGE:".
             05 Line 15 Col  9 Pic ZZ9 From WS-PAGE-NO.
             05 Line 15 Col 20 Value "(S: O=Open C=Closed"
                                     & " X=Cancelled)".
             05 Line 17 Col  3 Value "CODE ...:".
             05 Line 17 Col 13 Pic X(8)  Using WS-ENT-CODE.
             05 Line 17 Col 23 Value "DATE:".
             05 Line 17 Col 29 Pic 9(8)  Using WS-ENT-DATE.
             05 Line 17 Col 39 Value "CAPACITY:".
             05 Line 17 Col 49 Pic 9(5)  Using WS-ENT-CAP.
             05 Line 17 Col 56 Value "STATUS:".
             05 Line 17 Col 64 Pic X(1)  Using WS-ENT-STAT.
             05 Line 18 Col  3 Value "NAME ...:".
             05 Line 18 Col 13 Pic X(30) Using WS-ENT-NAME.
             05 Line 19 Col  3 Value "VENUE ..:".
             05 Line 19 Col 13 Pic X(30) Using WS-ENT-VENUE.
             05 Line 23 Col  2 Value "Options: [B]ack [N]ext [P]rev"
                                     & " [G]et [S]ave".
             05 Line 23 Col 45 Pic X Using WS-INPKEY.
             05 Line 24 Col  2 Value "STATUS:".
             05 Line 24 Col 10 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
             WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
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
         Display SS-EV-MAINT.
         Accept  SS-EV-MAINT.
         Evaluate WS-INPKEY
           When "N" Perform 160-Next-Page
           When "P" Perform 170-Previous-Page
           When "G" Perform 120-Get-Event
           When "S" Perform 130-Save-Event
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       150-Clear-Entry.
         Move Space To WS-ENT-CODE.
         Move Space To WS-ENT-NAME.
         Move Zero  To WS-ENT-DATE.
         Move Space To WS-ENT-VENUE.
         Move Zero  To WS-ENT-CAP.
         Move Space To WS-ENT-STAT.

       160-Next-Page.
         If IS-MORE Then
           Add 1 To WS-PAGE-NO
           Move Space To WS-STATUS
         Else
           Move "No more events!" To WS-STATUS
         End-If.

       170-Previous-Page.
         If WS-PAGE-NO Greater Than 1 Then
           Subtract 1 From WS-PAGE-NO
           Move Space To WS-STATUS
         Else
           Move "Already on first page!" To WS-STATUS
         End-If.

      *>  Same skip-and-count paging SUB410 uses; each listed event
      *>  has its sign-ups counted off EVREG.DAT.
       200-Load-List.
         Move Zero To WS-LIST-CNT.
         Move Zero To WS-SEEN-CNT.
         Move "N"  To WS-MORE.
         Compute WS-SKIP-CNT = (WS-PAGE-NO - 1) * 8.
         Perform 210-Clear-List-Row
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than 8.
         Move "N" To WS-EOF.
         Open Input EVENTS.
         If WS-EVSTAT Not Equal "00" Then
           Close EVENTS
         Else
           Open Input EVREG
           If WS-ERSTAT Equal "00" Then
             Move "Y" To WS-ER-OPEN
           Else
             Move "N" To WS-ER-OPEN
             Close EVREG
           End-If
           Perform 220-Load-List-Next
             Until IS-EOF Or IS-MORE
           If IS-ER-OPEN Then
             Close EVREG
           End-If
           Close EVENTS
         End-If.

       210-Clear-List-Row.
         Move Space To WS-L-CODE(WS-LX).
         Move Space To WS-L-DATE(WS-LX).
         Move Space To WS-L-NAME(WS-LX).
         Move Space To WS-L-CAP(WS-LX).
         Move Space To WS-L-TAKEN(WS-LX).
         Move Space To WS-L-WAIT(WS-LX).
         Move Space To WS-L-STAT(WS-LX).

       220-Load-List-Next.
         Read EVENTS Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Add 1 To WS-SEEN-CNT
           If WS-SEEN-CNT Greater Than WS-SKIP-CNT Then
             If WS-LIST-CNT Equal 8 Then
               Move "Y" To WS-MORE
             Else
               Add 1 To WS-LIST-CNT
               Perform 230-Count-Sign-Ups
               Move EVCODE       To WS-L-CODE(WS-LIST-CNT)
               Move EVDATE       To WS-L-DATE(WS-LIST-CNT)
               Move EVNAME       To WS-L-NAME(WS-LIST-CNT)
               Move EVCAP        To WS-L-CAP(WS-LIST-CNT)
               Move WS-CNT-TAKEN To WS-L-TAKEN(WS-LIST-CNT)
               Move WS-CNT-WAIT  To WS-L-WAIT(WS-LIST-CNT)
               Move EVSTAT       To WS-L-STAT(WS-LIST-CNT)
             End-If
           End-If
         End-If.

      *>  A place is taken by a registered, attended or no-show
      *>  sign-up - the same count SUB167 holds the capacity to.
       230-Count-Sign-Ups.
         Move Zero To WS-CNT-TAKEN.
         Move Zero To WS-CNT-WAIT.
         If IS-ER-OPEN Then
           Move "N"    To WS-ER-EOF
           Move EVCODE To EREVENT
           Move Space  To ERCUSTID
           Start EVREG Key Is Not Less Than ERKEY
             Invalid Key Move "Y" To WS-ER-EOF
           End-Start
           Perform 240-Count-Sign-Ups-Next
             Until IS-ER-EOF
         End-If.

       240-Count-Sign-Ups-Next.
         Read EVREG Next Record
           At End Move "Y" To WS-ER-EOF
         End-Read.
         If Not IS-ER-EOF Then
           If EREVENT Not Equal EVCODE Then
             Move "Y" To WS-ER-EOF
           Else
             Evaluate True
               When ERSTAT-REGISTERED
                 Or ERSTAT-ATTENDED
                 Or ERSTAT-NOSHOW
                 Add 1 To WS-CNT-TAKEN
               When ERSTAT-WAITING
                 Add 1 To WS-CNT-WAIT
             End-Evaluate
           End-If
         End-If.

       120-Get-Event.
         If WS-ENT-CODE Equal Space Then
           Move "Event code required!" To WS-STATUS
         Else
           Open Input EVENTS
           If WS-EVSTAT Not Equal "00" Then
             Move "No events on file!" To WS-STATUS
           Else
             Move WS-ENT-CODE To EVCODE
             Read EVENTS
               Key Is EVCODE
               Invalid Key Move "Event not on file!" To WS-STATUS
               Not Invalid Key
                 Move EVNAME  To WS-ENT-NAME
                 Move EVDATE  To WS-ENT-DATE
                 Move EVVENUE To WS-ENT-VENUE
                 Move EVCAP   To WS-ENT-CAP
                 Move EVSTAT  To WS-ENT-STAT
                 Move Space   To WS-STATUS
             End-Read
           End-If
           Close EVENTS
         End-If.

       130-Save-Event.
         Perform 135-Validate-Event.
         If WS-STATUS Equal Space Then
           Open I-O EVENTS
           If WS-EVSTAT Equal "35" Then
             Close EVENTS
             Open Output EVENTS
             Close EVENTS
             Open I-O EVENTS
           End-If
           Move "N" To WS-FOUND
           Move WS-ENT-CODE To EVCODE
           Read EVENTS
             Key Is EVCODE
             Invalid Key Continue
             Not Invalid Key Move "Y" To WS-FOUND
           End-Read
           If Not IS-FOUND And WS-ENT-DATE Less Than WS-CUR-DATE
             Then
             Move "New event is in the past!" To WS-STATUS
           Else
             Move EVCAP To WS-OLD-CAP
             If Not IS-FOUND Then
               Initialize EVENT-REC
               Move WS-ENT-CODE To EVCODE
               Move Zero        To WS-OLD-CAP
             End-If
             Move WS-ENT-NAME  To EVNAME
             Move WS-ENT-DATE  To EVDATE
             Move WS-ENT-VENUE To EVVENUE
             Move WS-ENT-CAP   To EVCAP
             Move WS-ENT-STAT  To EVSTAT
             Move LS-OPERID    To EVOPERID
             Accept WS-NOW-DATE From Date YYYYMMDD
             Accept WS-NOW-TIME From Time
             Move WS-NOW-DATE To EVUPDDTTM(1:8)
             Move WS-NOW-TIME To EVUPDDTTM(9:6)
             If IS-FOUND Then
               Rewrite EVENT-REC
               End-Rewrite
               Move "Event updated!" To WS-STATUS
             Else
               Write EVENT-REC
               End-Write
               Move "Event added!" To WS-STATUS
             End-If
           End-If
           Close EVENTS
           If IS-FOUND And WS-ENT-CAP Greater Than WS-OLD-CAP
             And WS-ENT-STAT Equal "O" Then
             Perform 140-Fill-New-Places
           End-If
         End-If.

      *>  A blank status is taken as open.
       135-Validate-Event.
         Move Space To WS-STATUS.
         If WS-ENT-STAT Equal Space Then
           Move "O" To WS-ENT-STAT
         End-If.
         Move WS-ENT-STAT To EVSTAT.
         Move Space       To LCLOFFICE.
         Move Space       To LCLUNIT.
         Move WS-ENT-DATE To LCLFROMDT.
         Move WS-ENT-DATE To LCLTODT.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.
         Evaluate True
           When WS-ENT-CODE Equal Space
             Or WS-ENT-NAME Equal Space
             Move "Code and name required!" To WS-STATUS
           When WS-CAL-RETVAL Equal "03"
             Move "Date must be YYYYMMDD!" To WS-STATUS
           When WS-ENT-CAP Equal Zero
             Move "Capacity must be 1 or more!" To WS-STATUS
           When Not EVSTAT-VALID
             Move "Status must be O, C or X!" To WS-STATUS
         End-Evaluate.

       140-Fill-New-Places.
         Move WS-ENT-CODE To LEREVENT.
         Move Space       To LERCUSTID.
         Move LS-OPERID   To LEROPERID.
         Move "O"         To LERSRC.
         Call "SUB167" Using WS-ER-FUNC, WS-ER-PRMSET, WS-ER-RETVAL.
         If WS-ER-RETVAL Equal "00" And LERPROMCNT Greater Than Zero
           Then
           Move Space To WS-STATUS
           String "Saved - " Delimited By Size
                  LERPROMCNT Delimited By Size
                  " off waiting list!" Delimited By Size
             Into WS-STATUS
           End-String
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
