      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Current-settings listing for the auditors. Every system     **
      *> parameter on data/SYSPARM.DAT (SUB153 brings the file in    **
      *> step with its catalogue first, so nothing is missing) with  **
      *> its description, type, allowed range or codes, default and  **
      *> current value - starred where it is not the default - and   **
      *> the operator and date of the last change; then every change **
      *> on data/PARMLOG.DAT, oldest first, with the value before    **
      *> and after, the operator and the reason given. Output:       **
      *> data/SYSPARM.PRT, archived through SUB117. Run outside the  **
      *> PGM001 menu, on request and ahead of each audit.            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   PRM101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select PARMLOG Assign WS-LOGFILE
             Organization Is Line Sequential
             File Status WS-LOGSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd PARMLOG.
           01 PARMLOG-REC.
             Copy PLOGFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(120).

         Working-Storage Section.
           01 WS-LOGFILE  Pic X(20) Value "data/PARMLOG.DAT".
           01 WS-LOGSTAT  Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/SYSPARM.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-PARM-CNT Pic 9(4)  Value Zero.
           01 WS-DIFF-CNT Pic 9(4)  Value Zero.
           01 WS-CHG-CNT  Pic 9(6)  Value Zero.
           01 WS-F-TYPE   Pic X(1)  Value Space.
           01 WS-F-NUM    Pic 9(6)  Value Zero.
           01 WS-F-UNIT   Pic X(1)  Value Space.
           01 WS-F-CODE   Pic X(1)  Value Space.
           01 WS-F-TEXT   Pic X(8)  Value Space.
           01 WS-VALUE-ED.
             05 WS-V-NUM  Pic ZZZZZ9.
             05 Filler    Pic X(1)  Value Space.
             05 WS-V-UNIT Pic X(1).
           01 WS-RANGE-ED.
             05 WS-R-MIN  Pic ZZZZZ9.
             05 Filler    Pic X(1)  Value "-".
             05 WS-R-MAX  Pic ZZZZZ9.

           01 WS-PRM-FUNC   Pic X(1).
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(38)
                Value "SYSTEM PARAMETERS - CURRENT SETTINGS ".
             05 H-DATE Pic X(8).
             05 Filler Pic X(74) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(18) Value "PARAMETER".
             05 Filler Pic X(42) Value "DESCRIPTION".
             05 Filler Pic X(3)  Value "T".
             05 Filler Pic X(15) Value "ALLOWED".
             05 Filler Pic X(10) Value "DEFAULT".
             05 Filler Pic X(12) Value "CURRENT".
             05 Filler Pic X(20) Value "LAST CHANGED".
           01 WS-DETAIL.
             05 D-NAME    Pic X(16).
             05 Filler    Pic X(2)  Value Space.
             05 D-DESC    Pic X(40).
             05 Filler    Pic X(2)  Value Space.
             05 D-TYPE    Pic X(1).
             05 Filler    Pic X(2)  Value Space.
             05 D-RANGE   Pic X(13).
             05 Filler    Pic X(2)  Value Space.
             05 D-DEFAULT Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-CURRENT Pic X(8).
             05 D-FLAG    Pic X(1).
             05 Filler    Pic X(3)  Value Space.
             05 D-CHGOP   Pic X(8).
             05 Filler    Pic X(1)  Value Space.
             05 D-CHGDT   Pic X(8).
             05 Filler    Pic X(2)  Value Space.
           01 WS-TOTAL-LINE.
             05 Filler    Pic X(12) Value "PARAMETERS: ".
             05 T-PARM-CNT Pic Z,ZZ9.
             05 Filler    Pic X(20) Value "   NOT THE DEFAULT: ".
             05 T-DIFF-CNT Pic Z,ZZ9.
             05 Filler    Pic X(78) Value Space.
           01 WS-NOTE-LINE.
             05 Filler Pic X(120)
                Value "T: N NUMBER, D DAY COUNT (B = BUSINESS DAYS), "
                    & "C CODE. * = NOT THE DEFAULT.".
           01 WS-LOG-HDG-1.
             05 Filler Pic X(120) Value "CHANGE LOG".
           01 WS-LOG-COL-HDG.
             05 Filler Pic X(16) Value "CHANGED".
             05 Filler Pic X(18) Value "PARAMETER".
             05 Filler Pic X(10) Value "OLD".
             05 Filler Pic X(10) Value "NEW".
             05 Filler Pic X(10) Value "OPERATOR".
             05 Filler Pic X(56) Value "REASON".
           01 WS-LOG-LINE.
             05 L-STAMP   Pic X(14).
             05 Filler    Pic X(2)  Value Space.
             05 L-NAME    Pic X(16).
             05 Filler    Pic X(2)  Value Space.
             05 L-OLD     Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 L-NEW     Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 L-OPER    Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 L-REASON  Pic X(40).
             05 Filler    Pic X(16) Value Space.
           01 WS-LOG-TOTAL.
             05 Filler    Pic X(9)  Value "CHANGES: ".
             05 T-CHG-CNT Pic ZZZ,ZZ9.
             05 Filler    Pic X(104) Value Space.
           01 WS-BLANK-LINE Pic X(120) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move "S" To WS-PRM-FUNC.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.

         Open Output PRTFILE.
         Move WS-CUR-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-COL-HDG.
         Move Space To LSPNAME.
         Move "00"  To WS-PRM-RETVAL.
         Perform 200-List-Next
           Until WS-PRM-RETVAL Not Equal "00".
         Write PRT-REC From WS-BLANK-LINE.
         Move WS-PARM-CNT To T-PARM-CNT.
         Move WS-DIFF-CNT To T-DIFF-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Write PRT-REC From WS-NOTE-LINE.

         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-LOG-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-LOG-COL-HDG.
         Move "N" To WS-EOF.
         Open Input PARMLOG.
         If WS-LOGSTAT Equal "00" Then
           Perform 300-Log-Next
             Until IS-EOF
         End-If.
         Close PARMLOG.
         Write PRT-REC From WS-BLANK-LINE.
         Move WS-CHG-CNT To T-CHG-CNT.
         Write PRT-REC From WS-LOG-TOTAL.
         Close PRTFILE.

         Move "PRM101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "PRM101: " WS-PARM-CNT " parameter(s), "
                 WS-DIFF-CNT " not at the default, "
                 WS-CHG-CNT " change(s) logged.".
         Perform 999-End-Of-Program.

       200-List-Next.
         Move "N" To WS-PRM-FUNC.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         If WS-PRM-RETVAL Equal "00" Then
           Perform 210-Write-Parm
         End-If.

       210-Write-Parm.
         Add 1 To WS-PARM-CNT.
         Move LSPNAME To D-NAME.
         Move LSPDESC To D-DESC.
         Move LSPTYPE To D-TYPE.
         Move LSPTYPE To WS-F-TYPE.
         If LSPTYPE Equal "C" Then
           Move LSPALLOWED  To D-RANGE
         Else
           Move LSPMIN      To WS-R-MIN
           Move LSPMAX      To WS-R-MAX
           Move WS-RANGE-ED To D-RANGE
         End-If.
         Move LSPDEFNUM  To WS-F-NUM.
         Move LSPDEFUNIT To WS-F-UNIT.
         Move LSPDEFCODE To WS-F-CODE.
         Perform 400-Format-Value.
         Move WS-F-TEXT  To D-DEFAULT.
         Move LSPNUM     To WS-F-NUM.
         Move LSPUNIT    To WS-F-UNIT.
         Move LSPCODE    To WS-F-CODE.
         Perform 400-Format-Value.
         Move WS-F-TEXT  To D-CURRENT.
         Move Space      To D-FLAG.
         If LSPNUM Not Equal LSPDEFNUM
           Or LSPUNIT Not Equal LSPDEFUNIT
           Or LSPCODE Not Equal LSPDEFCODE Then
           Move "*" To D-FLAG
           Add 1 To WS-DIFF-CNT
         End-If.
         Move LSPUPDOP        To D-CHGOP.
         Move LSPUPDDTTM(1:8) To D-CHGDT.
         Write PRT-REC From WS-DETAIL.

      *>  The log does not carry the type; a code change is told by
      *>  its code byte, a number by its digits.
       300-Log-Next.
         Read PARMLOG
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Add 1 To WS-CHG-CNT
           Move PLTIMESTAMP To L-STAMP
           Move PLNAME      To L-NAME
           Move "N"         To WS-F-TYPE
           If PLNEWCODE Not Equal Space Then
             Move "C" To WS-F-TYPE
           End-If
           Move PLOLDNUM    To WS-F-NUM
           Move PLOLDUNIT   To WS-F-UNIT
           Move PLOLDCODE   To WS-F-CODE
           Perform 400-Format-Value
           Move WS-F-TEXT   To L-OLD
           Move PLNEWNUM    To WS-F-NUM
           Move PLNEWUNIT   To WS-F-UNIT
           Move PLNEWCODE   To WS-F-CODE
           Perform 400-Format-Value
           Move WS-F-TEXT   To L-NEW
           Move PLOPERID    To L-OPER
           Move PLREASON    To L-REASON
           Write PRT-REC From WS-LOG-LINE
         End-If.

      *>  A number right-aligned with its unit byte after it (B for
      *>  business days), or a code on its own.
       400-Format-Value.
         Move Space To WS-F-TEXT.
         If WS-F-TYPE Equal "C" Then
           Move WS-F-CODE To WS-F-TEXT
         Else
           Move WS-F-NUM    To WS-V-NUM
           Move WS-F-UNIT   To WS-V-UNIT
           Move WS-VALUE-ED To WS-F-TEXT
         End-If.

       999-End-Of-Program.
         Stop Run.
