      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to ask for a one-off run of a console report -  **
      *> HQY101 for a customer, AQY101 for an operator, TER101 for   **
      *> one office, RPT113 against the last quarterly snapshot -    **
      *> without anybody at the server. The program and the answers  **
      *> to its prompts go on the data/RPTREQ.DAT request queue (see **
      *> RPTREQFD), numbered by SUB005, for the RRQ101 runner to     **
      *> work; the run is filed in the SUB117 report archive for     **
      *> reprint through SUB340.                                     **
      *>                                                             **
      *>  [P]rompts - show the keyed program's prompts (RRQCATWS).   **
      *>  [Q]ueue   - queue the run. The requester needs the         **
      *>              program's own SUB138 permission as well; an    **
      *>              office must be on file (SUB132), years and     **
      *>              dates must be all digits.                      **
      *>  [L]ist    - the requester's last eight requests with       **
      *>              their status: QUEUED, RUNNING, DONE (with the  **
      *>              archive run stamp to reprint) or FAILED.       **
      *>                                                             **
      *> Reached from the PGM001 more-options menu (SUB465) per the  **
      *> RPTREQ permission.                                          **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB505.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select RPTREQ Assign WS-REQFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is RQNO
             File Status WS-REQSTAT.

       Data Division.
         File Section.
           Fd RPTREQ.
           01 RPTREQ-REC.
             Copy RPTREQFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-REQFILE  Pic X(20) Value "data/RPTREQ.DAT".
           01 WS-REQSTAT  Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-RR-CAT.
             Copy RRQCATWS.
           01 WS-CAT-HIT  Pic X     Value "N".
             88 IS-CAT-HIT          Value "Y".
           01 WS-ENT-PGM  Pic X(8)  Value Space.
           01 WS-ENT-PARMS.
             05 WS-ENT-PARM  Pic X(20) Occurs 4 Times.
           01 WS-ENT-LABELS.
             05 WS-ENT-LABEL Pic X(16) Occurs 4 Times.
           01 WS-PX       Pic 9(1)  Value Zero.
           01 WS-NUM-CHK  Pic X(8)  Value Space.
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-CUR-TIME Pic 9(8)  Value Zero.
           01 WS-STAMP    Pic X(14) Value Space.
           01 WS-NEW-NO   Pic X(8)  Value Space.
           01 WS-PERM-RETVAL Pic X(2) Value Space.
           01 WS-OFC-PRMSET.
             05 WS-OFC-CODE Pic X(3).
             05 WS-OFC-DESC Pic X(20).
           01 WS-OFC-RETVAL Pic X(2) Value Space.

      *>  The requester's newest requests, oldest of them on top.
           01 WS-MINE-CNT Pic 9(1)  Value Zero.
           01 WS-MX       Pic 9(1)  Value Zero.
           01 WS-MINE-TBL.
             05 WS-MINE-LINE Pic X(76) Occurs 8 Times.
           01 WS-MINE-ROW.
             05 WS-M-NO     Pic X(8).
             05 Filler      Pic X(2)  Value Space.
             05 WS-M-PGM    Pic X(8).
             05 Filler      Pic X(2)  Value Space.
             05 WS-M-PARM   Pic X(20).
             05 Filler      Pic X(2)  Value Space.
             05 WS-M-STAT   Pic X(8).
             05 Filler      Pic X(2)  Value Space.
             05 WS-M-NOTE   Pic X(24).

         Linkage Section.
           01 LS-OPERID Pic X(8).
           01 LS-ROLE   Pic X(1).

         Screen Section.
           01 SS-REPORT-REQUEST.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "REQUEST A REPORT.".
             05 Line  6 Col  3 Value "PROGRAM .....:".
             05 Line  6 Col 18 Pic X(8)  Using WS-ENT-PGM.
             05 Line  6 Col 28 Value "(HQY101 AQY101 TER101 RPT113)".
             05 Line  7 Col  3 Pic X(16) From WS-ENT-LABEL(1).
             05 Line  7 Col 20 Pic X(20) Using WS-ENT-PARM(1).
             05 Line  8 Col  3 Pic X(16) From WS-ENT-LABEL(2).
             05 Line  8 Col 20 Pic X(20) Using WS-ENT-PARM(2).
             05 Line  9 Col  3 Pic X(16) From WS-ENT-LABEL(3).
             05 Line  9 Col 20 Pic X(20) Using WS-ENT-PARM(3).
             05 Line 10 Col  3 Pic X(16) From WS-ENT-LABEL(4).
             05 Line 10 Col 20 Pic X(20) Using WS-ENT-PARM(4).
             05 Line 12 Col  3 Value "REQUEST   PROGRAM   FIRST ANSWER".
             05 Line 12 Col 45 Value "STATUS    FILED AS / NOTE".
             05 Line 13 Col  3 Pic X(76) From WS-MINE-LINE(1).
             05 Line 14 Col  3 Pic X(76) From WS-MINE-LINE(2).
             05 Line 15 Col  3 Pic X(76) From WS-MINE-LINE(3).
             05 Line 16 Col  3 Pic X(76) From WS-MINE-LINE(4).
             05 Line 17 Col  3 Pic X(76) From WS-MINE-LINE(5).
             05 Line 18 Col  3 Pic X(76) From WS-MINE-LINE(6).
             05 Line 19 Col  3 Pic X(76) From WS-MINE-LINE(7).
             05 Line 20 Col  3 Pic X(76) From WS-MINE-LINE(8).
             05 Line 23 Col  2 Value "Options: [B]ack [P]rompts"
                                     & " [Q]ueue [L]ist mine".
             05 Line 23 Col 48 Pic X Using WS-INPKEY.
             05 Line 24 Col  2 Value "STATUS:".
             05 Line 24 Col 10 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID, LS-ROLE.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Perform 160-List-Mine.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-REPORT-REQUEST.
         Accept  SS-REPORT-REQUEST.
         Evaluate WS-INPKEY
           When "P" Perform 130-Show-Prompts
           When "Q" Perform 140-Queue-Request
           When "L"
             Move Space To WS-STATUS
             Perform 160-List-Mine
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

      *>  Leaves RR-CX on the keyed program's catalog entry.
       115-Find-Program.
         Move "N" To WS-CAT-HIT.
         Set RR-CX To 1.
         Search RR-CAT-ENTRY
           At End Continue
           When RR-PGM(RR-CX) Equal WS-ENT-PGM
             Move "Y" To WS-CAT-HIT
         End-Search.

      *>  Checks the keyed request before it is queued; WS-STATUS is
      *>  left blank when everything is in order.
       120-Validate-Request.
         Move Space To WS-STATUS.
         Perform 115-Find-Program.
         If Not IS-CAT-HIT Then
           Move "Program cannot be requested!" To WS-STATUS
         Else
           Perform 135-Load-Labels
           Call "SUB138" Using RR-PERM(RR-CX), LS-OPERID, LS-ROLE,
               WS-PERM-RETVAL
           If WS-PERM-RETVAL Not Equal "00" Then
             Move "Not authorized for this report!" To WS-STATUS
           End-If
         End-If.
         If WS-STATUS Equal Space Then
           Perform 125-Check-Required
             Varying WS-PX From 1 By 1
             Until WS-PX Greater Than RR-PARMREQ(RR-CX)
         End-If.
         If WS-STATUS Equal Space Then
           Evaluate WS-ENT-PGM
             When "HQY101"
               Move WS-ENT-PARM(2) To WS-NUM-CHK
               If WS-NUM-CHK(1:4) Not Numeric
                 Or WS-NUM-CHK(5:4) Not Equal Space Then
                 Move "From year must be 4 digits!" To WS-STATUS
               End-If
               Move WS-ENT-PARM(3) To WS-NUM-CHK
               If WS-NUM-CHK(1:4) Not Numeric
                 Or WS-NUM-CHK(5:4) Not Equal Space Then
                 Move "To year must be 4 digits!" To WS-STATUS
               End-If
             When "AQY101"
               Move WS-ENT-PARM(3) To WS-NUM-CHK
               If WS-NUM-CHK Not Equal Space
                 And WS-NUM-CHK Not Numeric Then
                 Move "From date must be YYYYMMDD!" To WS-STATUS
               End-If
               Move WS-ENT-PARM(4) To WS-NUM-CHK
               If WS-NUM-CHK Not Equal Space
                 And WS-NUM-CHK Not Numeric Then
                 Move "To date must be YYYYMMDD!" To WS-STATUS
               End-If
             When "TER101"
               Move WS-ENT-PARM(1) To WS-OFC-CODE
               Call "SUB132" Using WS-OFC-PRMSET, WS-OFC-RETVAL
               If WS-OFC-RETVAL Not Equal "00" Then
                 Move "Office code not on file!" To WS-STATUS
               End-If
           End-Evaluate
         End-If.

       125-Check-Required.
         If WS-ENT-PARM(WS-PX) Equal Space Then
           Move "Please answer every prompt!" To WS-STATUS
         End-If.

       130-Show-Prompts.
         Move Space To WS-STATUS.
         Perform 115-Find-Program.
         If IS-CAT-HIT Then
           Perform 135-Load-Labels
           If RR-PARMCNT(RR-CX) Equal Zero Then
             Move "No prompts - just [Q]ueue it." To WS-STATUS
           End-If
         Else
           Move Space To WS-ENT-LABELS
           Move "Program cannot be requested!" To WS-STATUS
         End-If.

      *>  Answers keyed beyond the program's prompts are dropped so
      *>  nothing stray is fed to its console.
       135-Load-Labels.
         Perform 137-Load-Label-Next
           Varying WS-PX From 1 By 1
           Until WS-PX Greater Than 4.

       137-Load-Label-Next.
         Move RR-LABEL(RR-CX, WS-PX) To WS-ENT-LABEL(WS-PX).
         If WS-PX Greater Than RR-PARMCNT(RR-CX) Then
           Move Space To WS-ENT-PARM(WS-PX)
         End-If.

       140-Queue-Request.
         Perform 105-Make-Stamp.
         Perform 120-Validate-Request.
         If WS-STATUS Equal Space Then
           Open I-O RPTREQ
           If WS-REQSTAT Equal "35" Then
             Open Output RPTREQ
             Close RPTREQ
             Open I-O RPTREQ
           End-If
           Call "SUB005" Using WS-NEW-NO
           Move Space        To RPTREQ-REC
           Move WS-NEW-NO    To RQNO
           Move WS-ENT-PGM   To RQPGM
           Move WS-ENT-PARMS To RQPARMS
           Move LS-OPERID    To RQREQOP
           Move WS-STAMP     To RQREQDTTM
           Move "Q"          To RQSTAT
           Write RPTREQ-REC
             Invalid Key Move "Request number in use!" To WS-STATUS
           End-Write
           Close RPTREQ
           If WS-STATUS Equal Space Then
             Perform 160-List-Mine
             Move "Request queued!" To WS-STATUS
           End-If
         End-If.

       160-List-Mine.
         Move Space To WS-MINE-TBL.
         Move Zero  To WS-MINE-CNT.
         Move "N"   To WS-EOF.
         Open Input RPTREQ.
         If WS-REQSTAT Not Equal "00" Then
           Move "Y" To WS-EOF
         End-If.
         Perform 165-Mine-Next
           Until IS-EOF.
         Close RPTREQ.

       165-Mine-Next.
         Read RPTREQ Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And RQREQOP Equal LS-OPERID Then
           Move RQNO      To WS-M-NO
           Move RQPGM     To WS-M-PGM
           Move RQPARM(1) To WS-M-PARM
           Move Space     To WS-M-NOTE
           Evaluate True
             When RQSTAT-QUEUED
               Move "QUEUED"  To WS-M-STAT
             When RQSTAT-RUNNING
               Move "RUNNING" To WS-M-STAT
             When RQSTAT-DONE
               Move "DONE"    To WS-M-STAT
               Move RQARCSTAMP To WS-M-NOTE
             When Other
               Move "FAILED"  To WS-M-STAT
               Move RQNOTE    To WS-M-NOTE
           End-Evaluate
           If WS-MINE-CNT Less Than 8 Then
             Add 1 To WS-MINE-CNT
           Else
             Perform 168-Shift-Up
               Varying WS-MX From 1 By 1
               Until WS-MX Greater Than 7
           End-If
           Move WS-MINE-ROW To WS-MINE-LINE(WS-MINE-CNT)
         End-If.

       168-Shift-Up.
         Move WS-MINE-LINE(WS-MX + 1) To WS-MINE-LINE(WS-MX).

       999-End-Of-SubRutine.
         Exit Program.
