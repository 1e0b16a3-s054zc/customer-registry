      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine for a supervisor to move every open follow-up   **
      *> one operator owns to another in one go - someone on leave,  **
      *> or leaving (SUB300 will not deactivate an operator who      **
      *> still owns any). [C]ount shows how many the FROM operator   **
      *> owns; [R]eassign moves them all to the TO operator, who     **
      *> must be active, through SUB150, each row stamped with the   **
      *> supervisor and the date. Reached from the PGM001            **
      *> more-options menu (SUB465) per the FUPREASN permission.     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB480.

       Data Division.
         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-ENT-FROM Pic X(8)  Value Space.
           01 WS-ENT-TO   Pic X(8)  Value Space.
           01 WS-OPEN-CNT Pic 9(6)  Value Zero.
           01 WS-MOVED-MSG.
             05 WS-MOVED-CNT Pic ZZZZZ9.
             05 Filler       Pic X(24) Value " follow-up(s) moved!".
           01 WS-FUO-FUNC   Pic X(1).
           01 WS-FUO-PRMSET.
             Copy FUPOWNLK.
           01 WS-FUO-RETVAL Pic X(2).

         Linkage Section.
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-REASSIGN.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "REASSIGN FOLLOW-UPS.".
             05 Line  6 Col  3 Value "FROM OPERATOR:".
             05 Line  6 Col 18 Pic X(8) Using WS-ENT-FROM.
             05 Line  8 Col  3 Value "TO OPERATOR ..:".
             05 Line  8 Col 18 Pic X(8) Using WS-ENT-TO.
             05 Line 10 Col  3 Value "OPEN FOLLOW-UPS OWNED:".
             05 Line 10 Col 26 Pic ZZZZZ9 From WS-OPEN-CNT.
             05 Line 23 Col  2 Value "Options: [B]ack [C]ount"
                                     & " [R]eassign".
             05 Line 23 Col 38 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Zero To WS-OPEN-CNT.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-REASSIGN.
         Accept  SS-REASSIGN.
         Evaluate WS-INPKEY
           When "C" Perform 120-Count-Open
           When "R" Perform 130-Reassign-All
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       120-Count-Open.
         Move Space To WS-STATUS.
         If WS-ENT-FROM Equal Space Then
           Move "FROM operator is required!" To WS-STATUS
         Else
           Move "C"         To WS-FUO-FUNC
           Move WS-ENT-FROM To LFOOWNER
           Call "SUB150" Using WS-FUO-FUNC, WS-FUO-PRMSET,
               WS-FUO-RETVAL
           Move LFOCOUNT To WS-OPEN-CNT
           If WS-OPEN-CNT Equal Zero Then
             Move "Nothing open for that operator." To WS-STATUS
           End-If
         End-If.

       130-Reassign-All.
         Move Space To WS-STATUS.
         Evaluate True
           When WS-ENT-FROM Equal Space
             Move "FROM operator is required!" To WS-STATUS
           When WS-ENT-TO Equal Space
             Move "TO operator is required!" To WS-STATUS
           When WS-ENT-TO Equal WS-ENT-FROM
             Move "FROM and TO are the same!" To WS-STATUS
           When Other
             Move "B"         To WS-FUO-FUNC
             Move WS-ENT-FROM To LFOOWNER
             Move WS-ENT-TO   To LFOTOOPER
             Move LS-OPERID   To LFOOPERID
             Call "SUB150" Using WS-FUO-FUNC, WS-FUO-PRMSET,
                 WS-FUO-RETVAL
             Evaluate WS-FUO-RETVAL
               When "02"
                 Move "TO operator is not active!" To WS-STATUS
               When "01"
                 Move "No customer file on record!" To WS-STATUS
               When Other
                 Move LFOCOUNT     To WS-MOVED-CNT
                 Move WS-MOVED-MSG To WS-STATUS
                 Move Zero         To WS-OPEN-CNT
             End-Evaluate
         End-Evaluate.

       999-End-Of-SubRutine.
         Exit Program.
