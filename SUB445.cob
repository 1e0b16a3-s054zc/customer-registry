      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain the ALERTCD.DAT reference file of   **
      *> customer alert codes (VIP, VULN, FRAU, AGGR, INTP ...) the  **
      *> SUB450 customer alert screen validates against - the SUB290 **
      *> pattern. [A]dd writes a new code, [R]ename changes the      **
      *> description of an existing one (and reactivates it),        **
      *> [D]eactivate flags a code inactive. No in-use scan here: a  **
      *> deactivated code stops being accepted on new alerts, and    **
      *> alerts already set with it run to their own expiry. Reached **
      *> from the PGM001 menu per the ALRTCODE permission.           **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB445.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select ALERTCD Assign WS-ALRFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is ALCODE
             File Status WS-ALRSTAT.

       Data Division.
         File Section.
           Fd ALERTCD.
           01 ALERTCD-REC.
             Copy ALERTFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-ALRFILE Pic X(20) Value "data/ALERTCD.DAT".
           01 WS-ALRSTAT Pic 9(2).
           01 WS-INPKEY  Pic X     Value Space.
           01 WS-STATUS  Pic X(30) Value Space.
           01 WS-CODE    Pic X(4)  Value Space.
           01 WS-DESC    Pic X(20) Value Space.

         Screen Section.
           01 SS-ALR-MAINT.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "MAINTAIN ALERT CODES.".
             05 Line  6 Col  3 Value "CODE .......:".
             05 Line  6 Col 17 Pic X(4)  Using WS-CODE.
             05 Line  8 Col  3 Value "DESCRIPTION :".
             05 Line  8 Col 17 Pic X(20) Using WS-DESC.
             05 Line 10 Col  3 Value "(description is only used by"
                                     & " [A]dd and [R]ename)".
             05 Line 23 Col  2 Value "Options: [B]ack [A]dd [R]ename"
                                     & " [D]eactivate".
             05 Line 23 Col 46 Pic X Using WS-INPKEY.
             05 Line 23 Col 49 Value "STATUS:".
             05 Line 23 Col 57 Pic X(23) Using WS-STATUS.

       Procedure Division.
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
         Display SS-ALR-MAINT.
         Accept  SS-ALR-MAINT.
         Evaluate WS-INPKEY
           When "A" Perform 120-Add-Code
           When "R" Perform 130-Rename-Code
           When "D" Perform 140-Deactivate-Code
           When "B" Perform 999-End-Of-SubRutine
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       120-Add-Code.
         If WS-CODE Equal Space Or WS-DESC Equal Space Then
           Move "Code and description required!" To WS-STATUS
         Else
           Open I-O ALERTCD
           If WS-ALRSTAT Equal "35" Then
             Close ALERTCD
             Open Output ALERTCD
           End-If
           Move WS-CODE To ALCODE
           Move WS-DESC To ALDESC
           Move "A"     To ALSTAT
           Write ALERTCD-REC
             Invalid Key Move "Code already on file!" To WS-STATUS
             Not Invalid Key Move "Alert code added!" To WS-STATUS
           End-Write
           Close ALERTCD
         End-If.

       130-Rename-Code.
         If WS-CODE Equal Space Or WS-DESC Equal Space Then
           Move "Code and description required!" To WS-STATUS
         Else
           Open I-O ALERTCD
           If WS-ALRSTAT Equal "35" Then
             Move "No alert file on record!" To WS-STATUS
             Close ALERTCD
           Else
             Move WS-CODE To ALCODE
             Read ALERTCD
               Key Is ALCODE
               Invalid Key Move "Code not on file!" To WS-STATUS
               Not Invalid Key
                 Move WS-DESC To ALDESC
                 Move "A"     To ALSTAT
                 Rewrite ALERTCD-REC
                 End-Rewrite
                 Move "Alert code renamed!" To WS-STATUS
             End-Read
             Close ALERTCD
           End-If
         End-If.

       140-Deactivate-Code.
         If WS-CODE Equal Space Then
           Move "Alert code required!" To WS-STATUS
         Else
           Open I-O ALERTCD
           If WS-ALRSTAT Equal "35" Then
             Move "No alert file on record!" To WS-STATUS
             Close ALERTCD
           Else
             Move WS-CODE To ALCODE
             Read ALERTCD
               Key Is ALCODE
               Invalid Key Move "Code not on file!" To WS-STATUS
               Not Invalid Key
                 Move "I" To ALSTAT
                 Rewrite ALERTCD-REC
                 End-Rewrite
                 Move "Alert code deactivated!" To WS-STATUS
             End-Read
             Close ALERTCD
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
