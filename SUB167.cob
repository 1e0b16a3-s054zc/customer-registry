      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to sign customers up for the EVENT.DAT seminars **
      *> and open days and record how it went, on EVREG.DAT (see     **
      *> EVREGFD). Shared by the SUB550 screen and the EVT101 portal **
      *> sign-up feed so both keep the same capacity and waiting     **
      *> list. Dates are held against the processing date (SUB152).  **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  R = register LERCUSTID for LEREVENT. A place is given      **
      *>      while the registered places are fewer than the         **
      *>      capacity; past that the customer goes on the waiting   **
      *>      list. A cancelled sign-up may register again.          **
      *>  C = cancel the customer's place or waiting-list entry. A   **
      *>      freed place goes to the first on the waiting list.     **
      *>  A = attended: the event has been held and the customer     **
      *>      came (a waiting-list walk-in counts). Logs the visit   **
      *>      on CONTACT.DAT through SUB096, method V.               **
      *>  N = no-show: a registered customer did not come.           **
      *>  P = fill any free places from the waiting list - after     **
      *>      the capacity is raised on SUB555.                      **
      *>  Whoever is moved off the waiting list comes back in        **
      *>  LERPROMO (the last one, for P), the count in LERPROMCNT.   **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done; LERSTAT is the place's status now.               **
      *>  01: R only - the event is full, put on the waiting list.   **
      *>  02: No such event.                                         **
      *>  03: R/C/P - the event is closed, cancelled or held.        **
      *>  04: R - already registered or on the waiting list.         **
      *>  05: C/A/N - no sign-up in a state that allows this.        **
      *>  06: R - customer not on file or not active.                **
      *>  07: A/N - the event has not been held yet.                 **
      *>  08: Function code not valid.                               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB167.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select EVENTS Assign WS-EVFILE
             Organization Is Indexed
             Access Mode  Is Random
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

         Working-Storage Section.
           01 WS-EVFILE   Pic X(20) Value "data/EVENT.DAT".
           01 WS-EVSTAT   Pic 9(2).
           01 WS-ERFILE   Pic X(20) Value "data/EVREG.DAT".
           01 WS-ERSTAT   Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-NOW-DATE Pic 9(8)  Value Zero.
           01 WS-NOW-TIME Pic 9(8)  Value Zero.
           01 WS-NOW-DTTM Pic X(14) Value Space.
           01 WS-FOUND    Pic X     Value "N".
             88 IS-FOUND            Value "Y".
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-FILLED   Pic X     Value "N".
             88 IS-FILLED           Value "Y".
           01 WS-OLD-STAT Pic X(1)  Value Space.
           01 WS-LIFECYC  Pic X(1)  Value Space.
           01 WS-TAKEN    Pic 9(5)  Value Zero.
           01 WS-NEXT-WAIT Pic X(10) Value Space.
           01 WS-NEXT-TS  Pic X(14) Value Space.
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CONT-PRMSET.
             05 WS-CONT-CUSTID  Pic X(10).
             05 WS-CONT-OPERID  Pic X(8).
             05 WS-CONT-METHOD  Pic X(1).
             05 WS-CONT-OUTCOME Pic X(1).
             05 WS-CONT-TEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).
           01 WS-VISIT-TEXT.
             05 Filler     Pic X(15) Value "ATTENDED EVENT ".
             05 VT-EVENT   Pic X(8).
             05 Filler     Pic X(1)  Value Space.
             05 VT-DATE    Pic 9(8).
             05 Filler     Pic X(8)  Value Space.

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy EVREGLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00"  To LS-RETVAL.
         Move Space To LERSTAT.
         Move Space To LEREVNAME.
         Move Zero  To LEREVDATE.
         Move Space To LERPROMO.
         Move Zero  To LERPROMCNT.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
             WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 150-Read-Event.
         If LS-RETVAL Equal "00" Then
           Evaluate LS-FUNC
             When "R" Perform 200-Register
             When "C" Perform 300-Cancel
             When "A" Perform 400-Mark-Held
             When "N" Perform 400-Mark-Held
             When "P" Perform 500-Fill-Places
             When Other Move "08" To LS-RETVAL
           End-Evaluate
         End-If.
         Perform 999-End-Of-SubRutine.

       150-Read-Event.
         Open Input EVENTS.
         If WS-EVSTAT Not Equal "00" Then
           Move "02" To LS-RETVAL
         Else
           Move LEREVENT To EVCODE
           Read EVENTS
             Key Is EVCODE
             Invalid Key Move "02" To LS-RETVAL
             Not Invalid Key
               Move EVNAME To LEREVNAME
               Move EVDATE To LEREVDATE
           End-Read
         End-If.
         Close EVENTS.

      *>  The first sign-up ever creates the file, as the SUB162
      *>  address roles do.
       160-Open-Evreg.
         Open I-O EVREG.
         If WS-ERSTAT Equal "35" Then
           Close EVREG
           Open Output EVREG
           Close EVREG
           Open I-O EVREG
         End-If.

       170-Read-Place.
         Move "N" To WS-FOUND.
         Move LEREVENT  To EREVENT.
         Move LERCUSTID To ERCUSTID.
         Read EVREG
           Key Is ERKEY
           Invalid Key Continue
           Not Invalid Key Move "Y" To WS-FOUND
         End-Read.

       180-Stamp-Row.
         Accept WS-NOW-DATE From Date YYYYMMDD.
         Accept WS-NOW-TIME From Time.
         Move WS-NOW-DATE To WS-NOW-DTTM(1:8).
         Move WS-NOW-TIME To WS-NOW-DTTM(9:6).
         Move LEROPERID   To EROPERID.
         Move WS-NOW-DTTM To ERUPDDTTM.

      *>  Open events still to come only. The lifecycle stage at
      *>  sign-up is kept for EVT102; a re-registration after a
      *>  cancel takes a fresh stage and a fresh place in the queue.
       200-Register.
         If Not EVSTAT-OPEN Or EVDATE Less Than WS-CUR-DATE Then
           Move "03" To LS-RETVAL
         Else
           Perform 210-Read-Customer
         End-If.
         If LS-RETVAL Equal "00" Then
           Perform 160-Open-Evreg
           Perform 170-Read-Place
           If IS-FOUND And Not ERSTAT-CANCELLED Then
             Move "04"   To LS-RETVAL
             Move ERSTAT To LERSTAT
           Else
             Perform 600-Count-Places
             If WS-TAKEN Less Than EVCAP Then
               Move "R"  To LERSTAT
             Else
               Move "W"  To LERSTAT
               Move "01" To LS-RETVAL
             End-If
             Perform 180-Stamp-Row
             Move LEREVENT    To EREVENT
             Move LERCUSTID   To ERCUSTID
             Move LERSTAT     To ERSTAT
             Move WS-NOW-DTTM To ERREGDTTM
             Move LERSRC      To ERSRC
             Move WS-LIFECYC  To ERLIFEREG
             If IS-FOUND Then
               Rewrite EVREG-REC
               End-Rewrite
             Else
               Write EVREG-REC
               End-Write
             End-If
           End-If
           Close EVREG
         End-If.

       210-Read-Customer.
         Open Input CUST.
         If WS-CUSTSTAT Not Equal "00" Then
           Move "06" To LS-RETVAL
         Else
           Move LERCUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Move "06" To LS-RETVAL
             Not Invalid Key
               If RCUSTSTAT-ACTIVE Then
                 Move RCUSTLIFECYC To WS-LIFECYC
               Else
                 Move "06" To LS-RETVAL
               End-If
           End-Read
         End-If.
         Close CUST.

      *>  Only a place or a waiting-list entry can be cancelled, and
      *>  only before the event. A freed place goes straight on.
       300-Cancel.
         If EVSTAT-CANCELLED Or EVDATE Less Than WS-CUR-DATE Then
           Move "03" To LS-RETVAL
         Else
           Perform 160-Open-Evreg
           Perform 170-Read-Place
           If Not IS-FOUND Then
             Move "05" To LS-RETVAL
           Else
             If Not ERSTAT-REGISTERED And Not ERSTAT-WAITING Then
               Move "05"   To LS-RETVAL
               Move ERSTAT To LERSTAT
             Else
               Move ERSTAT To WS-OLD-STAT
               Move "C"    To ERSTAT
               Move "C"    To LERSTAT
               Perform 180-Stamp-Row
               Rewrite EVREG-REC
               End-Rewrite
               If WS-OLD-STAT Equal "R" And EVSTAT-OPEN Then
                 Move "N" To WS-FILLED
                 Perform 510-Fill-Next-Place
                   Until IS-FILLED
               End-If
             End-If
           End-If
           Close EVREG
         End-If.

      *>  Attended and no-show are recorded once the event date has
      *>  come. A no-show later found to have come can still be set
      *>  attended; the reverse would leave a visit on the contact
      *>  log that never happened, so it is refused.
       400-Mark-Held.
         If EVDATE Greater Than WS-CUR-DATE Then
           Move "07" To LS-RETVAL
         Else
           Perform 160-Open-Evreg
           Perform 170-Read-Place
           If Not IS-FOUND Then
             Move "05" To LS-RETVAL
           Else
             Move ERSTAT To LERSTAT
             Evaluate True
               When LS-FUNC Equal "A"
                 And (ERSTAT-REGISTERED Or ERSTAT-WAITING
                      Or ERSTAT-NOSHOW)
                 Move "A" To ERSTAT
                 Perform 410-Log-Visit
               When LS-FUNC Equal "N" And ERSTAT-REGISTERED
                 Move "N" To ERSTAT
               When Other
                 Move "05" To LS-RETVAL
             End-Evaluate
             If LS-RETVAL Equal "00" Then
               Move ERSTAT To LERSTAT
               Perform 180-Stamp-Row
               Rewrite EVREG-REC
               End-Rewrite
             End-If
           End-If
           Close EVREG
         End-If.

      *>  The attendance is the contact: one CONTACT.DAT row, method
      *>  V, in the name of whoever marked it.
       410-Log-Visit.
         Move LERCUSTID To WS-CONT-CUSTID.
         Move LEROPERID To WS-CONT-OPERID.
         Move "V"       To WS-CONT-METHOD.
         Move "C"       To WS-CONT-OUTCOME.
         Move LEREVENT  To VT-EVENT.
         Move EVDATE    To VT-DATE.
         Move WS-VISIT-TEXT To WS-CONT-TEXT.
         Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL.

       500-Fill-Places.
         If Not EVSTAT-OPEN Or EVDATE Less Than WS-CUR-DATE Then
           Move "03" To LS-RETVAL
         Else
           Perform 160-Open-Evreg
           Move "N" To WS-FILLED
           Perform 510-Fill-Next-Place
             Until IS-FILLED
           Close EVREG
         End-If.

      *>  One waiting-list entry - the longest waiting - onto a free
      *>  place per pass; done when the places or the list run out.
       510-Fill-Next-Place.
         Perform 600-Count-Places.
         If WS-TAKEN Not Less Than EVCAP
           Or WS-NEXT-WAIT Equal Space Then
           Move "Y" To WS-FILLED
         Else
           Move LEREVENT     To EREVENT
           Move WS-NEXT-WAIT To ERCUSTID
           Read EVREG
             Key Is ERKEY
             Invalid Key Move "Y" To WS-FILLED
           End-Read
           If Not IS-FILLED Then
             Move "R" To ERSTAT
             Perform 180-Stamp-Row
             Rewrite EVREG-REC
             End-Rewrite
             Move WS-NEXT-WAIT To LERPROMO
             Add 1 To LERPROMCNT
           End-If
         End-If.

      *>  Walks the event's sign-ups: places taken (registered, or
      *>  already marked attended/no-show) and the waiting-list
      *>  entry with the oldest sign-up stamp.
       600-Count-Places.
         Move Zero  To WS-TAKEN.
         Move Space To WS-NEXT-WAIT.
         Move Space To WS-NEXT-TS.
         Move "N"   To WS-EOF.
         Move LEREVENT To EREVENT.
         Move Space    To ERCUSTID.
         Start EVREG Key Is Not Less Than ERKEY
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         Perform 610-Count-Places-Next
           Until IS-EOF.

       610-Count-Places-Next.
         Read EVREG Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If EREVENT Not Equal LEREVENT Then
             Move "Y" To WS-EOF
           Else
             Evaluate True
               When ERSTAT-REGISTERED
                 Or ERSTAT-ATTENDED
                 Or ERSTAT-NOSHOW
                 Add 1 To WS-TAKEN
               When ERSTAT-WAITING
                 If WS-NEXT-WAIT Equal Space
                   Or ERREGDTTM Less Than WS-NEXT-TS Then
                   Move ERCUSTID  To WS-NEXT-WAIT
                   Move ERREGDTTM To WS-NEXT-TS
                 End-If
             End-Evaluate
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
