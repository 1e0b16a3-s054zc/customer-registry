      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain the system parameters on            **
      *> data/SYSPARM.DAT through SUB153. [F]ind shows the parameter **
      *> keyed, [N]ext the one after it in name order (from the      **
      *> first when blank): its description, type, allowed range or  **
      *> codes, default, current value and who last changed it. The **
      *> NEW fields start out holding the current value; [S]ave      **
      *> puts what is keyed there in force, once SUB153 has checked  **
      *> it against the parameter's type and range, and only with a  **
      *> reason - the change is logged with the old and new values,  **
      *> the operator and the reason for the auditors (PRM101).      **
      *> Reached from the PGM001 more-options menu (SUB465) per the  **
      *> SYSPARM permission.                                         **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB490.

       Data Division.
         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-ENT-NAME Pic X(16) Value Space.
           01 WS-SHOWN-NAME Pic X(16) Value Space.
           01 WS-NEW-NUM  Pic 9(6)  Value Zero.
           01 WS-NEW-UNIT Pic X(1)  Value Space.
           01 WS-NEW-CODE Pic X(1)  Value Space.
           01 WS-REASON   Pic X(40) Value Space.
           01 WS-D-DESC   Pic X(40) Value Space.
           01 WS-D-TYPE   Pic X(9)  Value Space.
           01 WS-D-RANGE  Pic X(30) Value Space.
           01 WS-D-DEFAULT Pic X(30) Value Space.
           01 WS-D-CURRENT Pic X(30) Value Space.
           01 WS-D-CHANGED Pic X(30) Value Space.
           01 WS-RANGE-LINE.
             05 WS-R-MIN  Pic ZZZZZ9.
             05 Filler    Pic X(4)  Value " TO ".
             05 WS-R-MAX  Pic ZZZZZ9.
           01 WS-CODES-LINE.
             05 Filler    Pic X(7)  Value "CODES: ".
             05 WS-R-CODES Pic X(6).
           01 WS-CHANGED-LINE.
             05 WS-C-OPER Pic X(8).
             05 Filler    Pic X(4)  Value " ON ".
             05 WS-C-DATE Pic X(8).
           01 WS-F-NUM    Pic 9(6)  Value Zero.
           01 WS-F-UNIT   Pic X(1)  Value Space.
           01 WS-F-CODE   Pic X(1)  Value Space.
           01 WS-F-TEXT   Pic X(30) Value Space.
           01 WS-VALUE-LINE.
             05 WS-V-NUM  Pic ZZZZZ9.
             05 Filler    Pic X(1)  Value Space.
             05 WS-V-UNIT Pic X(13).
           01 WS-PRM-FUNC   Pic X(1).
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL Pic X(2).

         Linkage Section.
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-PARM-MAINT.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "MAINTAIN SYSTEM PARAMETERS.".
             05 Line  6 Col  3 Value "PARAMETER ...:".
             05 Line  6 Col 18 Pic X(16) Using WS-ENT-NAME.
             05 Line  7 Col  3 Value "DESCRIPTION .:".
             05 Line  7 Col 18 Pic X(40) From WS-D-DESC.
             05 Line  8 Col  3 Value "TYPE ........:".
             05 Line  8 Col 18 Pic X(9)  From WS-D-TYPE.
             05 Line  9 Col  3 Value "ALLOWED .....:".
             05 Line  9 Col 18 Pic X(30) From WS-D-RANGE.
             05 Line 10 Col  3 Value "DEFAULT .....:".
             05 Line 10 Col 18 Pic X(30) From WS-D-DEFAULT.
             05 Line 11 Col  3 Value "CURRENT .....:".
             05 Line 11 Col 18 Pic X(30) From WS-D-CURRENT.
             05 Line 12 Col  3 Value "LAST CHANGE .:".
             05 Line 12 Col 18 Pic X(30) From WS-D-CHANGED.
             05 Line 14 Col  3 Value "NEW NUMBER ..:".
             05 Line 14 Col 18 Pic 9(6)  Using WS-NEW-NUM.
             05 Line 15 Col  3 Value "NEW UNIT ....:".
             05 Line 15 Col 18 Pic X(1)  Using WS-NEW-UNIT.
             05 Line 15 Col 23 Value "(C calendar, B business days)".
             05 Line 16 Col  3 Value "NEW CODE ....:".
             05 Line 16 Col 18 Pic X(1)  Using WS-NEW-CODE.
             05 Line 17 Col  3 Value "REASON ......:".
             05 Line 17 Col 18 Pic X(40) Using WS-REASON.
             05 Line 23 Col  2 Value "Options: [B]ack [F]ind [N]ext"
                                     & " [S]ave".
             05 Line 23 Col 40 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move "S" To WS-PRM-FUNC.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-PARM-MAINT.
         Accept  SS-PARM-MAINT.
         Evaluate WS-INPKEY
           When "F" Perform 120-Find-Parm
           When "N" Perform 130-Next-Parm
           When "S" Perform 140-Save-Parm
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       120-Find-Parm.
         Move Space To WS-STATUS.
         If WS-ENT-NAME Equal Space Then
           Move "Parameter name is required!" To WS-STATUS
         Else
           Move "G"         To WS-PRM-FUNC
           Move WS-ENT-NAME To LSPNAME
           Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
               WS-PRM-RETVAL
           If WS-PRM-RETVAL Equal "02" Then
             Perform 160-Clear-Shown
             Move "Unknown parameter!" To WS-STATUS
           Else
             Perform 150-Show-Parm
           End-If
         End-If.

       130-Next-Parm.
         Move Space To WS-STATUS.
         Move "N"         To WS-PRM-FUNC.
         Move WS-ENT-NAME To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         If WS-PRM-RETVAL Equal "03" Then
           Move "No more parameters." To WS-STATUS
         Else
           Perform 150-Show-Parm
         End-If.

      *>  Saves only the parameter on show, so a name overkeyed after
      *>  Find cannot be changed to another parameter's value.
       140-Save-Parm.
         Move Space To WS-STATUS.
         If WS-SHOWN-NAME Equal Space
           Or WS-ENT-NAME Not Equal WS-SHOWN-NAME Then
           Move "Find the parameter first!" To WS-STATUS
         Else
           Move "U"           To WS-PRM-FUNC
           Move WS-SHOWN-NAME To LSPNAME
           Move WS-NEW-NUM    To LSPNUM
           Move WS-NEW-UNIT   To LSPUNIT
           Move WS-NEW-CODE   To LSPCODE
           Move LS-OPERID     To LSPOPERID
           Move WS-REASON     To LSPREASON
           Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
               WS-PRM-RETVAL
           Evaluate WS-PRM-RETVAL
             When "00"
               Perform 150-Show-Parm
               Move Space To WS-REASON
               Move "Parameter saved!" To WS-STATUS
             When "04"
               Move "Number outside allowed range!" To WS-STATUS
             When "05"
               Move "Unit must be C or B!" To WS-STATUS
             When "06"
               Move "Code is not allowed!" To WS-STATUS
             When "07"
               Move "Reason is required!" To WS-STATUS
             When "08"
               Move "Value is unchanged." To WS-STATUS
             When Other
               Move "Unknown parameter!" To WS-STATUS
           End-Evaluate
         End-If.

       150-Show-Parm.
         Move LSPNAME To WS-ENT-NAME.
         Move LSPNAME To WS-SHOWN-NAME.
         Move LSPDESC To WS-D-DESC.
         Evaluate LSPTYPE
           When "C"
             Move "CODE"      To WS-D-TYPE
             Move LSPALLOWED  To WS-R-CODES
             Move WS-CODES-LINE To WS-D-RANGE
           When "D"
             Move "DAY COUNT" To WS-D-TYPE
           When Other
             Move "NUMBER"    To WS-D-TYPE
         End-Evaluate.
         If LSPTYPE Not Equal "C" Then
           Move LSPMIN        To WS-R-MIN
           Move LSPMAX        To WS-R-MAX
           Move WS-RANGE-LINE To WS-D-RANGE
         End-If.
         Move LSPDEFNUM  To WS-F-NUM.
         Move LSPDEFUNIT To WS-F-UNIT.
         Move LSPDEFCODE To WS-F-CODE.
         Perform 170-Format-Value.
         Move WS-F-TEXT  To WS-D-DEFAULT.
         Move LSPNUM     To WS-F-NUM.
         Move LSPUNIT    To WS-F-UNIT.
         Move LSPCODE    To WS-F-CODE.
         Perform 170-Format-Value.
         Move WS-F-TEXT  To WS-D-CURRENT.
         If LSPUPDOP Equal Space Then
           Move "NEVER - DEFAULT IN FORCE" To WS-D-CHANGED
         Else
           Move LSPUPDOP         To WS-C-OPER
           Move LSPUPDDTTM(1:8)  To WS-C-DATE
           Move WS-CHANGED-LINE  To WS-D-CHANGED
         End-If.
         Move LSPNUM  To WS-NEW-NUM.
         Move LSPUNIT To WS-NEW-UNIT.
         Move LSPCODE To WS-NEW-CODE.
         If LSPTYPE Equal "D" And LSPUNIT Equal Space Then
           Move "C" To WS-NEW-UNIT
         End-If.

       160-Clear-Shown.
         Move Space To WS-SHOWN-NAME.
         Move Space To WS-D-DESC.
         Move Space To WS-D-TYPE.
         Move Space To WS-D-RANGE.
         Move Space To WS-D-DEFAULT.
         Move Space To WS-D-CURRENT.
         Move Space To WS-D-CHANGED.

      *>  WS-F-NUM/UNIT/CODE as the screen shows a value of the type
      *>  in LSPTYPE.
       170-Format-Value.
         Move Space To WS-F-TEXT.
         If LSPTYPE Equal "C" Then
           Move WS-F-CODE To WS-F-TEXT
         Else
           Move WS-F-NUM  To WS-V-NUM
           Move Space     To WS-V-UNIT
           If LSPTYPE Equal "D" Then
             If WS-F-UNIT Equal "B" Then
               Move "BUSINESS DAYS" To WS-V-UNIT
             Else
               Move "CALENDAR DAYS" To WS-V-UNIT
             End-If
           End-If
           Move WS-VALUE-LINE To WS-F-TEXT
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
