      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain the NEWSLIST.DAT reference file of  **
      *> newsletter list codes (NEWS, EVNT, QTLY ...) the SUB515     **
      *> customer subscription screen validates against - the SUB445 **
      *> pattern. [A]dd writes a new list, [R]ename changes the      **
      *> description of an existing one (and reactivates it),        **
      *> [D]eactivate flags a list inactive. A deactivated list      **
      *> takes no new subscribers and NWL101 will not extract it;    **
      *> its subscription rows stay for the NWL102 report. Reached   **
      *> from the PGM001 MORE OPTIONS menu per the NEWSLIST          **
      *> permission.                                                 **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB510.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select NEWSLIST Assign WS-NLFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is NLCODE
             File Status WS-NLSTAT.

       Data Division.
         File Section.
           Fd NEWSLIST.
           01 NEWSLIST-REC.
             Copy NLISTFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-NLFILE  Pic X(20) Value "data/NEWSLIST.DAT".
           01 WS-NLSTAT  Pic 9(2).
           01 WS-INPKEY  Pic X     Value Space.
           01 WS-STATUS  Pic X(30) Value Space.
           01 WS-CODE    Pic X(4)  Value Space.
           01 WS-DESC    Pic X(20) Value Space.

         Screen Section.
           01 SS-NL-MAINT.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "MAINTAIN NEWSLETTER LISTS.".
             05 Line  6 Col  3 Value "LIST CODE ..:".
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
         Display SS-NL-MAINT.
         Accept  SS-NL-MAINT.
         Evaluate WS-INPKEY
           When "A" Perform 120-Add-List
           When "R" Perform 130-Rename-List
           When "D" Perform 140-Deactivate-List
           When "B" Perform 999-End-Of-SubRutine
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       120-Add-List.
         If WS-CODE Equal Space Or WS-DESC Equal Space Then
           Move "Code and description required!" To WS-STATUS
         Else
           Open I-O NEWSLIST
           If WS-NLSTAT Equal "35" Then
             Close NEWSLIST
             Open Output NEWSLIST
           End-If
           Move WS-CODE To NLCODE
           Move WS-DESC To NLDESC
           Move "A"     To NLSTAT
           Write NEWSLIST-REC
             Invalid Key Move "List already on file!" To WS-STATUS
             Not Invalid Key Move "List added!" To WS-STATUS
           End-Write
           Close NEWSLIST
         End-If.

       130-Rename-List.
         If WS-CODE Equal Space Or WS-DESC Equal Space Then
           Move "Code and description required!" To WS-STATUS
         Else
           Open I-O NEWSLIST
           If WS-NLSTAT Equal "35" Then
             Move "No list file on record!" To WS-STATUS
             Close NEWSLIST
           Else
             Move WS-CODE To NLCODE
             Read NEWSLIST
               Key Is NLCODE
               Invalid Key Move "List not on file!" To WS-STATUS
               Not Invalid Key
                 Move WS-DESC To NLDESC
                 Move "A"     To NLSTAT
                 Rewrite NEWSLIST-REC
                 End-Rewrite
                 Move "List renamed!" To WS-STATUS
             End-Read
             Close NEWSLIST
           End-If
         End-If.

       140-Deactivate-List.
         If WS-CODE Equal Space Then
           Move "List code required!" To WS-STATUS
         Else
           Open I-O NEWSLIST
           If WS-NLSTAT Equal "35" Then
             Move "No list file on record!" To WS-STATUS
             Close NEWSLIST
           Else
             Move WS-CODE To NLCODE
             Read NEWSLIST
               Key Is NLCODE
               Invalid Key Move "List not on file!" To WS-STATUS
               Not Invalid Key
                 Move "I" To NLSTAT
                 Rewrite NEWSLIST-REC
                 End-Rewrite
                 Move "List deactivated!" To WS-STATUS
             End-Read
             Close NEWSLIST
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
