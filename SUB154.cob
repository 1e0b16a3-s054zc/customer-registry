      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to show the signed-on operator the bulletins on **
      *> data/BULLETIN.DAT they have not yet read, one at a time,    **
      *> straight after a good sign-on in PGM001. A bulletin is for  **
      *> the operator when it is active, today falls between its     **
      *> start and end dates, and its audience is everyone, the      **
      *> operator's office (OOPEROFFICE) or the operator's role      **
      *> level. Important bulletins come first and stay on screen    **
      *> until [A]cknowledged; a normal one may be put off with      **
      *> [L]ater and comes back at the next sign-on. Each            **
      *> acknowledgement is written to data/BULLACK.DAT with the     **
      *> time, so the SUB495 supervisor screen can see who has not   **
      *> read a bulletin yet. No BULLETIN.DAT means nothing to show. **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB154.

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
             Access Mode  Is Random
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
           01 WS-SHOW     Pic X     Value "N".
             88 SHOW-IT             Value "Y".
           01 WS-DONE     Pic X     Value "N".
             88 IS-DONE             Value "Y".
           01 WS-PASS-PRIO Pic X(1) Value Space.
           01 WS-OPER-OFFICE Pic X(3) Value Space.
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-CUR-TIME Pic 9(8)  Value Zero.
           01 WS-STAMP    Pic X(14) Value Space.
           01 WS-D-HEAD   Pic X(30) Value Space.
           01 WS-D-NOTE   Pic X(50) Value Space.

         Linkage Section.
           01 LS-OPERID Pic X(8).
           01 LS-ROLE   Pic X(1).

         Screen Section.
           01 SS-BULLETIN.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Pic X(30) From WS-D-HEAD.
             05 Line  6 Col  3 Value "BULLETIN NO .:".
             05 Line  6 Col 18 Pic X(8)  From BLNO.
             05 Line  7 Col  3 Value "POSTED BY ...:".
             05 Line  7 Col 18 Pic X(8)  From BLPOSTOP.
             05 Line  7 Col 28 Value "ON".
             05 Line  7 Col 31 Pic X(8)  From BLPOSTDTTM.
             05 Line  8 Col  3 Value "SHOWN UNTIL .:".
             05 Line  8 Col 18 Pic 9(8)  From BLENDDT.
             05 Line 10 Col  3 Pic X(60) From BLTEXT1.
             05 Line 11 Col  3 Pic X(60) From BLTEXT2.
             05 Line 12 Col  3 Pic X(60) From BLTEXT3.
             05 Line 14 Col  3 Pic X(50) From WS-D-NOTE.
             05 Line 23 Col  2 Value "Options: [A]cknowledge [L]ater".
             05 Line 23 Col 40 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID, LS-ROLE.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move WS-CUR-DATE To WS-STAMP(1:8).
         Move WS-CUR-TIME To WS-STAMP(9:6).
         Open Input BULLETIN.
         If WS-BULLSTAT Not Equal "00" Then
           Close BULLETIN
           Perform 999-End-Of-SubRutine
         End-If.
         Perform 150-Load-Office.
         Perform 160-Open-Ack.
         Move "I" To WS-PASS-PRIO.
         Perform 200-Scan-Pass.
         Move "N" To WS-PASS-PRIO.
         Perform 200-Scan-Pass.
         Close BULLETIN.
         If ACK-OPEN Then
           Close BULLACK
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

      *>  An operator not on the master file (the old open sign-on)
      *>  has no office, so only everyone and role bulletins reach
      *>  them.
       150-Load-Office.
         Move Space To WS-OPER-OFFICE.
         Open Input OPER.
         If WS-OPERSTAT Equal "00" Then
           Move LS-OPERID To OOPERID
           Read OPER Key Is OOPERID
             Invalid Key Continue
             Not Invalid Key Move OOPEROFFICE To WS-OPER-OFFICE
           End-Read
         End-If.
         Close OPER.

       160-Open-Ack.
         Move "N" To WS-ACK-OPEN.
         Open I-O BULLACK.
         If WS-ACKSTAT Equal "35" Then
           Open Output BULLACK
           Close BULLACK
           Open I-O BULLACK
         End-If.
         If WS-ACKSTAT Equal "00" Then
           Move "Y" To WS-ACK-OPEN
         End-If.

      *>  One pass over the board for the priority in WS-PASS-PRIO,
      *>  oldest bulletin first.
       200-Scan-Pass.
         Move "N" To WS-EOF.
         Move Low-Values To BLNO.
         Start BULLETIN Key Is Greater Than BLNO
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         Perform 210-Read-Next
           Until IS-EOF.

       210-Read-Next.
         Read BULLETIN Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And BLPRIO Equal WS-PASS-PRIO Then
           Perform 220-Check-Bulletin
         End-If.

       220-Check-Bulletin.
         Move "N" To WS-SHOW.
         If BLSTAT-ACTIVE
           And BLSTARTDT Not Greater Than WS-CUR-DATE
           And BLENDDT Not Less Than WS-CUR-DATE Then
           Evaluate True
             When BLAUD-ALL
               Move "Y" To WS-SHOW
             When BLAUD-OFFICE
               If WS-OPER-OFFICE Not Equal Space
                 And BLAUDVAL Equal WS-OPER-OFFICE Then
                 Move "Y" To WS-SHOW
               End-If
             When BLAUD-ROLE
               If BLAUDVAL(1:1) Equal LS-ROLE Then
                 Move "Y" To WS-SHOW
               End-If
           End-Evaluate
         End-If.
         If SHOW-IT And ACK-OPEN Then
           Move BLNO      To BANO
           Move LS-OPERID To BAOPERID
           Read BULLACK Key Is BAKEY
             Invalid Key Continue
             Not Invalid Key Move "N" To WS-SHOW
           End-Read
         End-If.
         If SHOW-IT Then
           Perform 300-Show-Bulletin
         End-If.

       300-Show-Bulletin.
         If BLPRIO-IMPORTANT Then
           Move "IMPORTANT BULLETIN." To WS-D-HEAD
           Move "Stays on screen until you acknowledge it."
             To WS-D-NOTE
         Else
           Move "BULLETIN." To WS-D-HEAD
           Move "[L]ater shows it again at your next sign-on."
             To WS-D-NOTE
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move "N"   To WS-DONE.
         Perform 310-Show-Loop
           Until IS-DONE.

       310-Show-Loop.
         Display SS-BULLETIN.
         Accept  SS-BULLETIN.
         Evaluate WS-INPKEY
           When "A"
             Perform 320-Acknowledge
             Move "Y" To WS-DONE
           When "L"
             If BLPRIO-IMPORTANT Then
               Move "Please acknowledge this one!" To WS-STATUS
             Else
               Move "Y" To WS-DONE
             End-If
           When Other
             Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         Move Space To WS-INPKEY.

       320-Acknowledge.
         If ACK-OPEN Then
           Move BLNO      To BANO
           Move LS-OPERID To BAOPERID
           Move WS-STAMP  To BAACKDTTM
           Write BULLACK-REC
             Invalid Key Continue
           End-Write
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
