      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine for supervisors to run the operator bulletin    **
      *> board on data/BULLETIN.DAT that SUB154 shows at sign-on.    **
      *>                                                             **
      *>  [P]ost   - a new bulletin, numbered by SUB004: text line 1 **
      *>             required; priority I (important - stays on the  **
      *>             sign-on screen until acknowledged) or N, blank  **
      *>             meaning N; audience A (everyone), O plus an     **
      *>             active office code (SUB132) or R plus a role    **
      *>             level V, C or S; start date (blank = today) and **
      *>             a required end date, no earlier than today.     **
      *>  [F]ind   - show the bulletin keyed; [N]ext the one after   **
      *>             it (from the first when blank).                 **
      *>  [X]pire  - take the bulletin on show off the board now.    **
      *>  [W]ho    - count the active operators in the bulletin's    **
      *>             audience and list, 24 at a time, those with no  **
      *>             acknowledgement on data/BULLACK.DAT; press      **
      *>             again for the next page.                        **
      *>                                                             **
      *> Reached from the PGM001 more-options menu (SUB465) per the  **
      *> BULLETIN permission.                                        **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB495.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select BULLETIN Assign WS-BULLFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is BLNO
             File Status WS-BULLSTAT.
           Select BULLACK Assign WS-ACKFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is BAKEY
             File Status WS-ACKSTAT.
           Select OPER Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.

       Data Division.
         File Section.
           Fd BULLETIN.
           01 BULLETIN-REC.
             Copy BULLFD.

           Fd BULLACK.
           01 BULLACK-REC.
             Copy BULACKFD.

           Fd OPER.
           01 OPER-REC.
             Copy OPERFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-BULLFILE Pic X(20) Value "data/BULLETIN.DAT".
           01 WS-BULLSTAT Pic 9(2).
           01 WS-ACKFILE  Pic X(20) Value "data/BULLACK.DAT".
           01 WS-ACKSTAT  Pic 9(2).
           01 WS-OPERFILE Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ACK-OPEN Pic X     Value "N".
             88 ACK-OPEN            Value "Y".
           01 WS-IN-AUD   Pic X     Value "N".
             88 IN-AUDIENCE         Value "Y".
           01 WS-UNREAD   Pic X     Value "N".
             88 NOT-READ            Value "Y".
           01 WS-ENT-NO   Pic X(8)  Value Space.
           01 WS-SHOWN-NO Pic X(8)  Value Space.
           01 WS-ENT-PRIO Pic X(1)  Value Space.
           01 WS-ENT-AUDTYPE Pic X(1) Value Space.
           01 WS-ENT-AUDVAL  Pic X(3) Value Space.
           01 WS-ENT-START Pic 9(8) Value Zero.
           01 WS-ENT-START-X Redefines WS-ENT-START.
             05 WS-ST-YEAR  Pic 9(4).
             05 WS-ST-MONTH Pic 9(2).
             05 WS-ST-DAY   Pic 9(2).
           01 WS-ENT-END  Pic 9(8)  Value Zero.
           01 WS-ENT-END-X Redefines WS-ENT-END.
             05 WS-EN-YEAR  Pic 9(4).
             05 WS-EN-MONTH Pic 9(2).
             05 WS-EN-DAY   Pic 9(2).
           01 WS-ENT-TEXT1 Pic X(60) Value Space.
           01 WS-ENT-TEXT2 Pic X(60) Value Space.
           01 WS-ENT-TEXT3 Pic X(60) Value Space.
           01 WS-D-STATE  Pic X(30) Value Space.
           01 WS-D-POSTED Pic X(30) Value Space.
           01 WS-D-READ   Pic X(40) Value Space.
           01 WS-WHO-LINE-HDR Pic X(14) Value Space.
           01 WS-STATE-LINE.
             05 Filler    Pic X(11) Value "EXPIRED BY ".
             05 WS-S-OPER Pic X(8).
             05 Filler    Pic X(1)  Value Space.
             05 WS-S-DATE Pic X(8).
           01 WS-POSTED-LINE.
             05 WS-P-OPER Pic X(8).
             05 Filler    Pic X(4)  Value " ON ".
             05 WS-P-DATE Pic X(8).
           01 WS-READ-LINE.
             05 WS-R-UNREAD Pic ZZZ9.
             05 Filler      Pic X(13) Value " NOT READ OF ".
             05 WS-R-AUD    Pic ZZZ9.
             05 Filler      Pic X(12) Value " IN AUDIENCE".
           01 WS-AUD-CNT    Pic 9(4)  Value Zero.
           01 WS-UNREAD-CNT Pic 9(4)  Value Zero.
           01 WS-WHO-FROM   Pic X(8)  Value Space.
           01 WS-WHO-CNT    Pic 9(2)  Value Zero.
           01 WS-WHO-TBL.
             05 WS-WHO-CELL Occurs 24 Times.
               10 WS-WHO-ID Pic X(8)  Value Space.
               10 Filler    Pic X(1)  Value Space.
           01 WS-WHO-LINES Redefines WS-WHO-TBL.
             05 WS-WHO-LINE Pic X(54) Occurs 4 Times.
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-CUR-TIME Pic 9(8)  Value Zero.
           01 WS-STAMP    Pic X(14) Value Space.
           01 WS-NEW-NO   Pic X(8)  Value Space.
           01 WS-OFC-PRMSET.
             05 WS-OFC-CODE Pic X(3).
             05 WS-OFC-DESC Pic X(20).
           01 WS-OFC-RETVAL Pic X(2) Value Space.

         Linkage Section.
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-BULL-MAINT.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "MAINTAIN BULLETINS.".
             05 Line  6 Col  3 Value "BULLETIN NO .:".
             05 Line  6 Col 18 Pic X(8)  Using WS-ENT-NO.
             05 Line  6 Col 30 Pic X(30) From WS-D-STATE.
             05 Line  7 Col  3 Value "PRIORITY ....:".
             05 Line  7 Col 18 Pic X(1)  Using WS-ENT-PRIO.
             05 Line  7 Col 23 Value "(I important, N normal)".
             05 Line  8 Col  3 Value "AUDIENCE ....:".
             05 Line  8 Col 18 Pic X(1)  Using WS-ENT-AUDTYPE.
             05 Line  8 Col 20 Pic X(3)  Using WS-ENT-AUDVAL.
             05 Line  8 Col 25 Value "(A all, O office code,"
                                     & " R role V/C/S)".
             05 Line  9 Col  3 Value "START DATE ..:".
             05 Line  9 Col 18 Pic 9(8)  Using WS-ENT-START.
             05 Line  9 Col 30 Value "END DATE:".
             05 Line  9 Col 40 Pic 9(8)  Using WS-ENT-END.
             05 Line 10 Col  3 Value "TEXT ........:".
             05 Line 10 Col 18 Pic X(60) Using WS-ENT-TEXT1.
             05 Line 11 Col 18 Pic X(60) Using WS-ENT-TEXT2.
             05 Line 12 Col 18 Pic X(60) Using WS-ENT-TEXT3.
             05 Line 13 Col  3 Value "POSTED ......:".
             05 Line 13 Col 18 Pic X(30) From WS-D-POSTED.
             05 Line 14 Col  3 Value "READ ........:".
             05 Line 14 Col 18 Pic X(40) From WS-D-READ.
             05 Line 16 Col  3 Pic X(14) From WS-WHO-LINE-HDR.
             05 Line 17 Col  3 Pic X(54) From WS-WHO-LINE(1).
             05 Line 18 Col  3 Pic X(54) From WS-WHO-LINE(2).
             05 Line 19 Col  3 Pic X(54) From WS-WHO-LINE(3).
             05 Line 20 Col  3 Pic X(54) From WS-WHO-LINE(4).
             05 Line 23 Col  2 Value "Options: [B]ack [P]ost [F]ind"
                                     & " [N]ext [X]pire [W]ho".
             05 Line 23 Col 56 Pic X Using WS-INPKEY.
             05 Line 24 Col  2 Value "STATUS:".
             05 Line 24 Col 10 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-BULL-MAINT.
         Accept  SS-BULL-MAINT.
         Evaluate WS-INPKEY
           When "P" Perform 120-Post-Bulletin
           When "F" Perform 130-Find-Bulletin
           When "N" Perform 140-Next-Bulletin
           When "X" Perform 150-Expire-Bulletin
           When "W" Perform 160-Who-Not-Read
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       105-Make-Stamp.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move WS-CUR-DATE To WS-STAMP(1:8).
         Move WS-CUR-TIME To WS-STAMP(9:6).

      *>  Checks the keyed bulletin before it is posted; WS-STATUS is
      *>  left blank when everything is in order.
       115-Validate-Entry.
         Move Space To WS-STATUS.
         If WS-ENT-PRIO Equal Space Then
           Move "N" To WS-ENT-PRIO
         End-If.
         If WS-ENT-START Equal Zero Then
           Move WS-CUR-DATE To WS-ENT-START
         End-If.
         If WS-ENT-AUDTYPE Equal "A" Then
           Move Space To WS-ENT-AUDVAL
         End-If.
         Evaluate True
           When WS-ENT-TEXT1 Equal Space
             Move "Text line 1 is required!" To WS-STATUS
           When WS-ENT-PRIO Not Equal "I"
             And WS-ENT-PRIO Not Equal "N"
             Move "Priority must be I or N!" To WS-STATUS
           When WS-ENT-AUDTYPE Not Equal "A"
             And WS-ENT-AUDTYPE Not Equal "O"
             And WS-ENT-AUDTYPE Not Equal "R"
             Move "Audience must be A, O or R!" To WS-STATUS
           When WS-ENT-AUDTYPE Equal "O"
             And WS-ENT-AUDVAL Equal Space
             Move "Office code is required!" To WS-STATUS
           When WS-ENT-AUDTYPE Equal "R"
             And WS-ENT-AUDVAL Not Equal "V"
             And WS-ENT-AUDVAL Not Equal "C"
             And WS-ENT-AUDVAL Not Equal "S"
             Move "Role must be V, C or S!" To WS-STATUS
           When WS-ST-MONTH Less Than 1
             Or WS-ST-MONTH Greater Than 12
             Or WS-ST-DAY Less Than 1
             Or WS-ST-DAY Greater Than 31
             Move "Start date must be YYYYMMDD!" To WS-STATUS
           When WS-ENT-END Equal Zero
             Move "End date is required!" To WS-STATUS
           When WS-EN-MONTH Less Than 1
             Or WS-EN-MONTH Greater Than 12
             Or WS-EN-DAY Less Than 1
             Or WS-EN-DAY Greater Than 31
             Move "End date must be YYYYMMDD!" To WS-STATUS
           When WS-ENT-END Less Than WS-ENT-START
             Move "End date is before start!" To WS-STATUS
           When WS-ENT-END Less Than WS-CUR-DATE
             Move "End date is in the past!" To WS-STATUS
         End-Evaluate.
         If WS-STATUS Equal Space And WS-ENT-AUDTYPE Equal "O" Then
           Move WS-ENT-AUDVAL To WS-OFC-CODE
           Call "SUB132" Using WS-OFC-PRMSET, WS-OFC-RETVAL
           If WS-OFC-RETVAL Not Equal "00" Then
             Move "Office code not on file!" To WS-STATUS
           End-If
         End-If.

       120-Post-Bulletin.
         Perform 105-Make-Stamp.
         Perform 115-Validate-Entry.
         If WS-STATUS Equal Space Then
           Open I-O BULLETIN
           If WS-BULLSTAT Equal "35" Then
             Open Output BULLETIN
             Close BULLETIN
             Open I-O BULLETIN
           End-If
           Call "SUB004" Using WS-NEW-NO
           Move Space          To BULLETIN-REC
           Move WS-NEW-NO      To BLNO
           Move WS-ENT-PRIO    To BLPRIO
           Move WS-ENT-AUDTYPE To BLAUDTYPE
           Move WS-ENT-AUDVAL  To BLAUDVAL
           Move WS-ENT-START   To BLSTARTDT
           Move WS-ENT-END     To BLENDDT
           Move "A"            To BLSTAT
           Move WS-ENT-TEXT1   To BLTEXT1
           Move WS-ENT-TEXT2   To BLTEXT2
           Move WS-ENT-TEXT3   To BLTEXT3
           Move LS-OPERID      To BLPOSTOP
           Move WS-STAMP       To BLPOSTDTTM
           Write BULLETIN-REC
             Invalid Key Move "Bulletin number in use!" To WS-STATUS
             Not Invalid Key
               Perform 170-Show-Bulletin
               Move "Bulletin posted!" To WS-STATUS
           End-Write
           Close BULLETIN
         End-If.

       130-Find-Bulletin.
         Move Space To WS-STATUS.
         If WS-ENT-NO Equal Space Then
           Move "Bulletin number is required!" To WS-STATUS
         Else
           Open Input BULLETIN
           If WS-BULLSTAT Equal "35" Then
             Move "No bulletins on record!" To WS-STATUS
           Else
             Move WS-ENT-NO To BLNO
             Read BULLETIN Key Is BLNO
               Invalid Key
                 Perform 180-Clear-Shown
                 Move "Bulletin not on file!" To WS-STATUS
               Not Invalid Key
                 Perform 170-Show-Bulletin
             End-Read
           End-If
           Close BULLETIN
         End-If.

       140-Next-Bulletin.
         Move Space To WS-STATUS.
         Open Input BULLETIN.
         If WS-BULLSTAT Equal "35" Then
           Move "No bulletins on record!" To WS-STATUS
         Else
           Move WS-ENT-NO To BLNO
           If BLNO Equal Space Then
             Move Low-Values To BLNO
           End-If
           Start BULLETIN Key Is Greater Than BLNO
             Invalid Key Move "No more bulletins." To WS-STATUS
           End-Start
           If WS-STATUS Equal Space Then
             Read BULLETIN Next Record
               At End Move "No more bulletins." To WS-STATUS
               Not At End Perform 170-Show-Bulletin
             End-Read
           End-If
         End-If.
         Close BULLETIN.

      *>  Expires only the bulletin on show, so a number overkeyed
      *>  after Find cannot take the wrong one off the board.
       150-Expire-Bulletin.
         Move Space To WS-STATUS.
         If WS-SHOWN-NO Equal Space
           Or WS-ENT-NO Not Equal WS-SHOWN-NO Then
           Move "Find the bulletin first!" To WS-STATUS
         Else
           Perform 105-Make-Stamp
           Open I-O BULLETIN
           Move WS-SHOWN-NO To BLNO
           Read BULLETIN Key Is BLNO
             Invalid Key Move "Bulletin not on file!" To WS-STATUS
           End-Read
           If WS-STATUS Equal Space Then
             If BLSTAT-EXPIRED Then
               Move "Bulletin already expired." To WS-STATUS
             Else
               Move "E"       To BLSTAT
               Move LS-OPERID To BLEXPOP
               Move WS-STAMP  To BLEXPDTTM
               Rewrite BULLETIN-REC
               End-Rewrite
               Perform 170-Show-Bulletin
               Move "Bulletin expired!" To WS-STATUS
             End-If
           End-If
           Close BULLETIN
         End-If.

      *>  Counts the whole audience every time, but lists only the
      *>  24 unread operators after the last one listed; once the
      *>  list runs out the next press starts again from the top.
       160-Who-Not-Read.
         Move Space To WS-STATUS.
         If WS-SHOWN-NO Equal Space
           Or WS-ENT-NO Not Equal WS-SHOWN-NO Then
           Move "Find the bulletin first!" To WS-STATUS
         Else
           Move Space To WS-WHO-TBL
           Move Zero  To WS-WHO-CNT
           Move Zero  To WS-AUD-CNT
           Move Zero  To WS-UNREAD-CNT
           Move "N"   To WS-ACK-OPEN
           Open Input BULLACK
           If WS-ACKSTAT Equal "00" Then
             Move "Y" To WS-ACK-OPEN
           End-If
           Move "N" To WS-EOF
           Open Input OPER
           If WS-OPERSTAT Not Equal "00" Then
             Move "Y" To WS-EOF
           End-If
           Perform 165-Check-Operator
             Until IS-EOF
           Close OPER
           If ACK-OPEN Then
             Close BULLACK
           End-If
           Move WS-UNREAD-CNT To WS-R-UNREAD
           Move WS-AUD-CNT    To WS-R-AUD
           Move WS-READ-LINE  To WS-D-READ
           Move "NOT YET READ:" To WS-WHO-LINE-HDR
           If WS-WHO-CNT Less Than 24 Then
             Move Space To WS-WHO-FROM
           Else
             Move WS-WHO-ID(24) To WS-WHO-FROM
             Move "More - [W]ho for next page." To WS-STATUS
           End-If
           If WS-UNREAD-CNT Equal Zero Then
             Move "Everyone has read it." To WS-STATUS
           End-If
         End-If.

       165-Check-Operator.
         Read OPER Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And OOPERSTAT-ACTIVE Then
           Move "N" To WS-IN-AUD
           Evaluate True
             When BLAUD-ALL
               Move "Y" To WS-IN-AUD
             When BLAUD-OFFICE
               If OOPEROFFICE Equal BLAUDVAL Then
                 Move "Y" To WS-IN-AUD
               End-If
             When BLAUD-ROLE
               If OOPERROLE Equal BLAUDVAL(1:1) Then
                 Move "Y" To WS-IN-AUD
               End-If
           End-Evaluate
           If IN-AUDIENCE Then
             Add 1 To WS-AUD-CNT
             Perform 168-Check-Ack
           End-If
         End-If.

       168-Check-Ack.
         Move "N" To WS-UNREAD.
         If ACK-OPEN Then
           Move BLNO    To BANO
           Move OOPERID To BAOPERID
           Read BULLACK Key Is BAKEY
             Invalid Key Move "Y" To WS-UNREAD
           End-Read
         Else
           Move "Y" To WS-UNREAD
         End-If.
         If NOT-READ Then
           Add 1 To WS-UNREAD-CNT
           If OOPERID Greater Than WS-WHO-FROM
             And WS-WHO-CNT Less Than 24 Then
             Add 1 To WS-WHO-CNT
             Move OOPERID To WS-WHO-ID(WS-WHO-CNT)
           End-If
         End-If.

       170-Show-Bulletin.
         Move BLNO      To WS-ENT-NO.
         Move BLNO      To WS-SHOWN-NO.
         Move BLPRIO    To WS-ENT-PRIO.
         Move BLAUDTYPE To WS-ENT-AUDTYPE.
         Move BLAUDVAL  To WS-ENT-AUDVAL.
         Move BLSTARTDT To WS-ENT-START.
         Move BLENDDT   To WS-ENT-END.
         Move BLTEXT1   To WS-ENT-TEXT1.
         Move BLTEXT2   To WS-ENT-TEXT2.
         Move BLTEXT3   To WS-ENT-TEXT3.
         If BLSTAT-EXPIRED Then
           Move BLEXPOP         To WS-S-OPER
           Move BLEXPDTTM(1:8)  To WS-S-DATE
           Move WS-STATE-LINE   To WS-D-STATE
         Else
           Move "ACTIVE"        To WS-D-STATE
         End-If.
         Move BLPOSTOP        To WS-P-OPER.
         Move BLPOSTDTTM(1:8) To WS-P-DATE.
         Move WS-POSTED-LINE  To WS-D-POSTED.
         Move Space To WS-D-READ.
         Move Space To WS-WHO-LINE-HDR.
         Move Space To WS-WHO-TBL.
         Move Space To WS-WHO-FROM.

       180-Clear-Shown.
         Move Space To WS-SHOWN-NO.
         Move Space To WS-D-STATE.
         Move Space To WS-D-POSTED.
         Move Space To WS-D-READ.
         Move Space To WS-WHO-LINE-HDR.
         Move Space To WS-WHO-TBL.
         Move Space To WS-WHO-FROM.

       999-End-Of-SubRutine.
         Exit Program.
