      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain the LEADSRC.DAT reference file of   **
      *> lead-source codes (REF, WEB, ADV ...) that SUB163 checks a  **
      *> new customer's RCUSTSRC against - the SUB530 pattern. [A]dd **
      *> writes a new source, [R]ename changes the description of an **
      *> existing one (and reactivates it), [D]eactivate flags a     **
      *> source inactive. A deactivated source can no longer be      **
      *> given to a new customer; customers already carrying it keep **
      *> it (updates never re-check the code), and the FNL101 funnel **
      *> still reports it. Reached from the PGM001 MORE OPTIONS menu **
      *> per the SRCMAINT permission.                                **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB530.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select LEADSRC Assign WS-LSRCFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is LSCODE
             File Status WS-LSRCSTAT.

       Data Division.
         File Section.
           Fd LEADSRC.
           01 LEADSRC-REC.
             Copy LSRCFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-LSRCFILE Pic X(20) Value "data/LEADSRC.DAT".
           01 WS-LSRCSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-CODE     Pic X(3)  Value Space.
           01 WS-DESC     Pic X(20) Value Space.

         Screen Section.
           01 SS-LS-MAINT.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "MAINTAIN LEAD SOURCES.".
             05 Line  6 Col  3 Value "SOURCE CODE :".
             05 Line  6 Col 17 Pic X(3)  Using WS-CODE.
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
         Display SS-LS-MAINT.
         Accept  SS-LS-MAINT.
         Evaluate WS-INPKEY
           When "A" Perform 120-Add-Source
           When "R" Perform 130-Rename-Source
           When "D" Perform 140-Deactivate-Source
           When "B" Perform 999-End-Of-SubRutine
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       120-Add-Source.
         If WS-CODE Equal Space Or WS-DESC Equal Space Then
           Move "Code and description required!" To WS-STATUS
         Else
           Open I-O LEADSRC
           If WS-LSRCSTAT Equal "35" Then
             Close LEADSRC
             Open Output LEADSRC
           End-If
           Move WS-CODE To LSCODE
           Move WS-DESC To LSDESC
           Move "A"     To LSSTAT
           Write LEADSRC-REC
             Invalid Key Move "Source already on file!" To WS-STATUS
             Not Invalid Key Move "Source added!" To WS-STATUS
           End-Write
           Close LEADSRC
         End-If.

       130-Rename-Source.
         If WS-CODE Equal Space Or WS-DESC Equal Space Then
           Move "Code and description required!" To WS-STATUS
         Else
           Open I-O LEADSRC
           If WS-LSRCSTAT Equal "35" Then
             Move "No source file on record!" To WS-STATUS
             Close LEADSRC
           Else
             Move WS-CODE To LSCODE
             Read LEADSRC
               Key Is LSCODE
               Invalid Key Move "Source not on file!" To WS-STATUS
               Not Invalid Key
                 Move WS-DESC To LSDESC
                 Move "A"     To LSSTAT
                 Rewrite LEADSRC-REC
                 End-Rewrite
                 Move "Source renamed!" To WS-STATUS
             End-Read
             Close LEADSRC
           End-If
         End-If.

       140-Deactivate-Source.
         If WS-CODE Equal Space Then
           Move "Source code required!" To WS-STATUS
         Else
           Open I-O LEADSRC
           If WS-LSRCSTAT Equal "35" Then
             Move "No source file on record!" To WS-STATUS
             Close LEADSRC
           Else
             Move WS-CODE To LSCODE
             Read LEADSRC
               Key Is LSCODE
               Invalid Key Move "Source not on file!" To WS-STATUS
               Not Invalid Key
                 Move "I" To LSSTAT
                 Rewrite LEADSRC-REC
                 End-Rewrite
                 Move "Source deactivated!" To WS-STATUS
             End-Read
             Close LEADSRC
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
