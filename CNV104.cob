      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> One-time conversion for every stored file whose record grew **
      *> this round. Without it every open against existing data     **
      *> fails on the record-length mismatch - the first sign-on     **
      *> dies inside SUB095 before anyone reaches a menu.            **
      *>                                                             **
      *>  OPERATOR.DAT   64 -> 134: surname and email address blank, **
      *>                to be keyed on the SUB300 screen.            **
      *>                                                             **
      *> Each file converts through a .NEW staging copy and rename   **
      *> (the SUB001 trick), so an interrupted conversion leaves     **
      *> the original untouched and can simply be rerun; a file      **
      *> already converted no longer opens under the old layout and  **
      *> is skipped. Run once, outside the PGM001 menu, with nobody  **
      *> signed on - after CNV103 in the deploy runbook.             **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Convert straight to the 134-byte layout, the         **
      *>        operator email included; CNV107 is withdrawn.        **
      *>***************************************************************
       Identification Division.
         Program-Id.   CNV104.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select OPEROLD Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is OO-OPERID
             File Status WS-OOLDSTAT.
           Select OPERNEW Assign WS-OPERFILE-NEW
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is OOPERID
             File Status WS-ONEWSTAT.

       Data Division.
         File Section.
           Fd OPEROLD.
           01 OPEROLD-REC.
             05 OO-OPERID Pic X(8).
             05 OO-REST   Pic X(56).

           Fd OPERNEW.
           01 OPERNEW-REC.
             Copy OPERFD.

         Working-Storage Section.
           01 WS-OPERFILE     Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OOLDSTAT     Pic 9(2).
           01 WS-OPERFILE-NEW Pic X(24)
                                Value "data/OPERATOR.DAT.NEW".
           01 WS-ONEWSTAT     Pic 9(2).
           01 WS-EOF          Pic X     Value "N".
             88 IS-EOF                  Value "Y".
           01 WS-CONV-CNT     Pic 9(6)  Value Zero.
           01 WS-RENAME-RC    Pic S9(9) Comp-5 Value Zero.

       Procedure Division.
       100-Main.
         Perform 400-Convert-Operator-File.
         Perform 999-End-Of-Program.

       400-Convert-Operator-File.
         Move Zero To WS-CONV-CNT.
         Move "N"  To WS-EOF.
         Open Input OPEROLD.
         If WS-OOLDSTAT Not Equal "00" Then
           Display "CNV104: OPERATOR.DAT not found or already "
                   "converted - skipped."
           Close OPEROLD
         Else
           Open Output OPERNEW
           Perform 410-Read-Oper-Next
           Perform 420-Convert-Oper-Next
             Until IS-EOF
           Close OPEROLD
           Close OPERNEW
           Call "CBL_RENAME_FILE"
             Using WS-OPERFILE-NEW, WS-OPERFILE
             Returning WS-RENAME-RC
           Display "CNV104: " WS-CONV-CNT " operator record(s) "
                   "converted."
         End-If.

       410-Read-Oper-Next.
         Read OPEROLD Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       420-Convert-Oper-Next.
         Move Space       To OPERNEW-REC.
         Move OPEROLD-REC To OPERNEW-REC(1:64).
         Move Space       To OOPERSURNAME.
         Move Space       To OOPEREMAIL.
         Write OPERNEW-REC
         End-Write.
         Add 1 To WS-CONV-CNT.
         Perform 410-Read-Oper-Next.

       999-End-Of-Program.
         Stop Run.
