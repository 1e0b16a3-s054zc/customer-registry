      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> One-time conversion for every stored file whose record grew **
      *> this round. Without it every open against existing data     **
      *> fails on the record-length mismatch - every SUB129 rep      **
      *> lookup, and so the customer detail screen, dies with it.    **
      *>                                                             **
      *>  SALESREP.DAT   75 ->  83: rep sign-on ID blank, to be      **
      *>                keyed on the SUB390 screen.                  **
      *>                                                             **
      *> Each file converts through a .NEW staging copy and rename   **
      *> (the SUB001 trick), so an interrupted conversion leaves     **
      *> the original untouched and can simply be rerun; a file      **
      *> already converted no longer opens under the old layout and  **
      *> is skipped. Run once, outside the PGM001 menu, with nobody  **
      *> signed on - after CNV104 in the deploy runbook.             **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   CNV105.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select REPOLD Assign WS-REPFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RO-TERR
             File Status WS-ROLDSTAT.
           Select REPNEW Assign WS-REPFILE-NEW
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is SRTERR
             File Status WS-RNEWSTAT.

       Data Division.
         File Section.
           Fd REPOLD.
           01 REPOLD-REC.
             05 RO-TERR Pic X(4).
             05 RO-REST Pic X(71).

           Fd REPNEW.
           01 REPNEW-REC.
             05 SRTERR   Pic X(4).
             05 SRNAME   Pic X(30).
             05 SREMAIL  Pic X(40).
             05 SRSTAT   Pic X(1).
             05 SROPERID Pic X(8).

         Working-Storage Section.
           01 WS-REPFILE      Pic X(20) Value "data/SALESREP.DAT".
           01 WS-ROLDSTAT     Pic 9(2).
           01 WS-REPFILE-NEW  Pic X(24)
                                Value "data/SALESREP.DAT.NEW".
           01 WS-RNEWSTAT     Pic 9(2).
           01 WS-EOF          Pic X     Value "N".
             88 IS-EOF                  Value "Y".
           01 WS-CONV-CNT     Pic 9(6)  Value Zero.
           01 WS-RENAME-RC    Pic S9(9) Comp-5 Value Zero.

       Procedure Division.
       100-Main.
         Perform 400-Convert-Rep-File.
         Perform 999-End-Of-Program.

       400-Convert-Rep-File.
         Move Zero To WS-CONV-CNT.
         Move "N"  To WS-EOF.
         Open Input REPOLD.
         If WS-ROLDSTAT Not Equal "00" Then
           Display "CNV105: SALESREP.DAT not found or already "
                   "converted - skipped."
           Close REPOLD
         Else
           Open Output REPNEW
           Perform 410-Read-Rep-Next
           Perform 420-Convert-Rep-Next
             Until IS-EOF
           Close REPOLD
           Close REPNEW
           Call "CBL_RENAME_FILE"
             Using WS-REPFILE-NEW, WS-REPFILE
             Returning WS-RENAME-RC
           Display "CNV105: " WS-CONV-CNT " sales rep record(s) "
                   "converted."
         End-If.

       410-Read-Rep-Next.
         Read REPOLD Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       420-Convert-Rep-Next.
         Move Space      To REPNEW-REC.
         Move REPOLD-REC To REPNEW-REC(1:75).
         Move Space      To SROPERID.
         Write REPNEW-REC
         End-Write.
         Add 1 To WS-CONV-CNT.
         Perform 410-Read-Rep-Next.

       999-End-Of-Program.
         Stop Run.
