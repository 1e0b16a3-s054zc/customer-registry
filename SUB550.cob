      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to sign one customer up for the seminars and    **
      *> open days on EVENT.DAT and record whether they came, so the **
      *> sign-up sheet reaches the registry. Reached from the SUB230 **
      *> detail screen's e[V]ents option with the customer already   **
      *> fetched. The customer's sign-ups (EVREG.DAT) are paged      **
      *> eight at a time ([N]ext / [P]rev). Every action goes        **
      *> through SUB167, which the EVT101 portal feed shares:        **
      *>                                                             **
      *>  [R]egister - a place on the keyed event, or the waiting    **
      *>               list once it is full.                         **
      *>  [C]ancel   - give up the place or waiting-list entry; a    **
      *>               freed place goes to the first in line.        **
      *>  [A]ttended - after the event; logs the visit on            **
      *>               CONTACT.DAT (method V) in the operator's name.**
      *>  n[O]-show  - after the event, for a place not used.        **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB550.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select EVREG Assign WS-ERFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is ERKEY
             Alternate Record Key Is ERCUSTID
               With Duplicates
             File Status WS-ERSTAT.
           Select EVENTS Assign WS-EVFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is EVCODE
             File Status WS-EVSTAT.

       Data Division.
         File Section.
           Fd EVREG.
           01 EVREG-REC.
             Copy EVREGFD.

           Fd EVENTS.
           01 EVENT-REC.
             Copy EVENTFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-ERFILE   Pic X(20) Value "data/EVREG.DAT".
           01 WS-ERSTAT   Pic 9(2).
           01 WS-EVFILE   Pic X(20) Value "data/EVENT.DAT".
           01 WS-EVSTAT   Pic 9(2).
           01 WS-EV-OPEN  Pic X     Value "N".
             88 IS-EV-OPEN          Value "Y".
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ENT-EVENT Pic X(8) Value Space.
           01 WS-ER-FUNC    Pic X(1) Value Space.
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
               10 WS-L-EVENT  Pic X(8)  Value Space.
               10 WS-L-DATE   Pic X(8)  Value Space.
               10 WS-L-NAME   Pic X(30) Value Space.
               10 WS-L-VENUE  Pic X(20) Value Space.
               10 WS-L-STAT   Pic X(1)  Value Space.
               10 WS-L-SRC    Pic X(1)  Value Space.

         Linkage Section.
           01 LS-CUSTID Pic X(10).
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-EVREG-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "CUSTOMER EVENTS.".
             05 Line  4 Col 21 Pic X(10) From LS-CUSTID.
             05 Line  6 Col  3 Value "EVENT    DATE     NAME"
                                     & "                           "
                                     & "VENUE                S F".
             05 Line  7 Col  3 Pic X(8)  From WS-L-EVENT(1).
             05 Line  7 Col 12 Pic X(8)  From WS-L-DATE(1).
             05 Line  7 Col 21 Pic X(30) From WS-L-NAME(1).
             05 Line  7 Col 52 Pic X(20) From WS-L-VENUE(1).
             05 Line  7 Col 73 Pic X(1)  From WS-L-STAT(1).
             05 Line  7 Col 75 Pic X(1)  From WS-L-SRC(1).
             05 Line  8 Col  3 Pic X(8)  From WS-L-EVENT(2).
             05 Line  8 Col 12 Pic X(8)  From WS-L-DATE(2).
             05 Line  8 Col 21 Pic X(30) From WS-L-NAME(2).
             05 Line  8 Col 52 Pic X(20) From WS-L-VENUE(2).
             05 Line  8 Col 73 Pic X(1)  From WS-L-STAT(2).
             05 Line  8 Col 75 Pic X(1)  From WS-L-SRC(2).
             05 Line  9 Col  3 Pic X(8)  From WS-L-EVENT(3).
             05 Line  9 Col 12 Pic X(8)  From WS-L-DATE(3).
             05 Line  9 Col 21 Pic X(30) From WS-L-NAME(3).
             05 Line  9 Col 52 Pic X(20) From WS-L-VENUE(3).
             05 Line  9 Col 73 Pic X(1)  From WS-L-STAT(3).
             05 Line  9 Col 75 Pic X(1)  From WS-L-SRC(3).
             05 Line 10 Col  3 Pic X(8)  From WS-L-EVENT(4).
             05 Line 10 Col 12 Pic X(8)  From WS-L-DATE(4).
             05 Line 10 Col 21 Pic X(30) From WS-L-NAME(4).
             05 Line 10 Col 52 Pic X(20) From WS-L-VENUE(4).
             05 Line 10 Col 73 Pic X(1)  From WS-L-STAT(4).
             05 Line 10 Col 75 Pic X(1)  From WS-L-SRC(4).
             05 Line 11 Col  3 Pic X(8)  From WS-L-EVENT(5).
             05 Line 11 Col 12 Pic X(8)  From WS-L-DATE(5).
             05 Line 11 Col 21 Pic X(30) From WS-L-NAME(5).
             05 Line 11 Col 52 Pic X(20) From WS-L-VENUE(5).
             05 Line 11 Col 73 Pic X(1)  From WS-L-STAT(5).
             05 Line 11 Col 75 Pic X(1)  From WS-L-SRC(5).
             05 Line 12 Col  3 Pic X(8)  From WS-L-EVENT(6).
             05 Line 12 Col 12 Pic X(8)  From WS-L-DATE(6).
             05 Line 12 Col 21 Pic X(30) From WS-L-NAME(6).
             05 Line 12 Col 52 Pic X(20) From WS-L-VENUE(6).
             05 Line 12 Col 73 Pic X(1)  From WS-L-STAT(6).
             05 Line 12 Col 75 Pic X(1)  From WS-L-SRC(6).
             05 Line 13 Col  3 Pic X(8)  From WS-L-EVENT(7).
             05 Line 13 Col 12 Pic X(8)  From WS-L-DATE(7).
             05 Line 13 Col 21 Pic X(30) From WS-L-NAME(7).
             05 Line 13 Col 52 Pic X(20) From WS-L-VENUE(7).
             05 Line 13 Col 73 Pic X(1)  From WS-L-STAT(7).
             05 Line 13 Col 75 Pic X(1)  From WS-L-SRC(7).
             05 Line 14 Col  3 Pic X(8)  From WS-L-EVENT(8).
             05 Line 14 Col 12 Pic X(8)  From WS-L-DATE(8).
             05 Line 14 Col 21 Pic X(30) From WS-L-NAME(8).
             05 Line 14 Col 52 Pic X(20) From WS-L-VENUE(8).
             05 Line 14 Col 73 Pic X(1)  From WS-L-STAT(8).
             05 Line 14 Col 75 Pic X(1)  From WS-L-SRC(8).
             05 Line 15 Col  3 Value "PAGE:".
             05 Line 15 Col  9 Pic ZZ9 From WS-PAGE-NO.
             05 Line 15 Col 20 Value "(S: R=Registered W=Waiting"
                                     & " A=Attended N=No-show"
                                     & " C=Cancelled)".
             05 Line 16 Col 20 Value "(F: O=Operator P=Portal)".
             05 Line 18 Col  3 Value "EVENT ..:".
             05 Line 18 Col 13 Pic X(8) Using WS-ENT-EVENT.
             05 Line 23 Col  2 Value "Options: [B]ack [N]ext [P]rev"
                                     & " [R]egister [C]ancel [A]ttended"
                                     & " n[O]-show".
             05 Line 23 Col 73 Pic X Using WS-INPKEY.
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
         Move Space To WS-ENT-EVENT.
         Move 1     To WS-PAGE-NO.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Perform 200-Load-List.
         Display SS-EVREG-1.
         Accept  SS-EVREG-1.
         Evaluate WS-INPKEY
           When "N" Perform 160-Next-Page
           When "P" Perform 170-Previous-Page
           When "R" Perform 120-Register
           When "C" Perform 130-Cancel
           When "A" Perform 140-Attended
           When "O" Perform 145-No-Show
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

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

      *>  Same skip-and-count paging SUB410 uses over its alternate
      *>  key; sign-ups come back in event-code order, each with
      *>  the event's own date, name and venue.
       200-Load-List.
         Move Zero To WS-LIST-CNT.
         Move Zero To WS-SEEN-CNT.
         Move "N"  To WS-MORE.
         Compute WS-SKIP-CNT = (WS-PAGE-NO - 1) * 8.
         Perform 210-Clear-List-Row
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than 8.
         Move "N" To WS-EOF.
         Open Input EVREG.
         If WS-ERSTAT Not Equal "00" Then
           Close EVREG
         Else
           Open Input EVENTS
           If WS-EVSTAT Equal "00" Then
             Move "Y" To WS-EV-OPEN
           Else
             Move "N" To WS-EV-OPEN
             Close EVENTS
           End-If
           Move LS-CUSTID To ERCUSTID
           Start EVREG Key Is Equal ERCUSTID
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 220-Load-List-Next
             Until IS-EOF Or IS-MORE
           If IS-EV-OPEN Then
             Close EVENTS
           End-If
           Close EVREG
         End-If.

       210-Clear-List-Row.
         Move Space To WS-L-EVENT(WS-LX).
         Move Space To WS-L-DATE(WS-LX).
         Move Space To WS-L-NAME(WS-LX).
         Move Space To WS-L-VENUE(WS-LX).
         Move Space To WS-L-STAT(WS-LX).
         Move Space To WS-L-SRC(WS-LX).

       220-Load-List-Next.
         Read EVREG Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If ERCUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-SEEN-CNT
             If WS-SEEN-CNT Greater Than WS-SKIP-CNT Then
               If WS-LIST-CNT Equal 8 Then
                 Move "Y" To WS-MORE
               Else
                 Add 1 To WS-LIST-CNT
                 Move EREVENT To WS-L-EVENT(WS-LIST-CNT)
                 Move ERSTAT  To WS-L-STAT(WS-LIST-CNT)
                 Move ERSRC   To WS-L-SRC(WS-LIST-CNT)
                 Perform 230-Event-Details
               End-If
             End-If
           End-If
         End-If.

       230-Event-Details.
         If IS-EV-OPEN Then
           Move EREVENT To EVCODE
           Read EVENTS
             Key Is EVCODE
             Invalid Key
               Move "** NOT ON FILE **" To WS-L-NAME(WS-LIST-CNT)
             Not Invalid Key
               Move EVDATE  To WS-L-DATE(WS-LIST-CNT)
               Move EVNAME  To WS-L-NAME(WS-LIST-CNT)
               Move EVVENUE To WS-L-VENUE(WS-LIST-CNT)
           End-Read
         End-If.

       115-Call-Sub167.
         Move WS-ENT-EVENT To LEREVENT.
         Move LS-CUSTID    To LERCUSTID.
         Move LS-OPERID    To LEROPERID.
         Move "O"          To LERSRC.
         Call "SUB167" Using WS-ER-FUNC, WS-ER-PRMSET, WS-ER-RETVAL.

       120-Register.
         If WS-ENT-EVENT Equal Space Then
           Move "Event code required!" To WS-STATUS
         Else
           Move "R" To WS-ER-FUNC
           Perform 115-Call-Sub167
           Evaluate WS-ER-RETVAL
             When "00" Move "Registered!" To WS-STATUS
             When "01" Move "Event full - on waiting list!"
                         To WS-STATUS
             When "02" Move "Event not on file!" To WS-STATUS
             When "03" Move "Event not open for sign-up!"
                         To WS-STATUS
             When "04" Move "Already signed up!" To WS-STATUS
             When Other Move "Customer not active!" To WS-STATUS
           End-Evaluate
         End-If.

       130-Cancel.
         If WS-ENT-EVENT Equal Space Then
           Move "Event code required!" To WS-STATUS
         Else
           Move "C" To WS-ER-FUNC
           Perform 115-Call-Sub167
           Evaluate WS-ER-RETVAL
             When "00"
               If LERPROMO Equal Space Then
                 Move "Sign-up cancelled!" To WS-STATUS
               Else
                 Move Space To WS-STATUS
                 String "Cancelled - place to " Delimited By Size
                        LERPROMO Delimited By Space
                   Into WS-STATUS
                 End-String
               End-If
             When "02" Move "Event not on file!" To WS-STATUS
             When "03" Move "Event is over or cancelled!"
                         To WS-STATUS
             When Other Move "No open sign-up to cancel!"
                         To WS-STATUS
           End-Evaluate
         End-If.

       140-Attended.
         If WS-ENT-EVENT Equal Space Then
           Move "Event code required!" To WS-STATUS
         Else
           Move "A" To WS-ER-FUNC
           Perform 115-Call-Sub167
           Evaluate WS-ER-RETVAL
             When "00" Move "Attended - visit logged!" To WS-STATUS
             When "02" Move "Event not on file!" To WS-STATUS
             When "07" Move "Event not held yet!" To WS-STATUS
             When Other Move "Not signed up for it!" To WS-STATUS
           End-Evaluate
         End-If.

       145-No-Show.
         If WS-ENT-EVENT Equal Space Then
           Move "Event code required!" To WS-STATUS
         Else
           Move "N" To WS-ER-FUNC
           Perform 115-Call-Sub167
           Evaluate WS-ER-RETVAL
             When "00" Move "Marked no-show!" To WS-STATUS
             When "02" Move "Event not on file!" To WS-STATUS
             When "07" Move "Event not held yet!" To WS-STATUS
             When Other Move "No registered place for it!"
                         To WS-STATUS
           End-Evaluate
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
