      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Generate a new bulletin number based on the value in the    **
      *> .SEQ file. If no .SEQ file is found, it will be created and **
      *> initialized to "1". Same staged-write-and-rename trick      **
      *> SUB001 uses for CUSTOMER.SEQ, applied to BULLETIN.SEQ.      **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB004.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select BSEQ Assign WS-BSEQFILE
             Access Mode Is Sequential
             File Status WS-BSEQSTAT.
           Select BSEQNEW Assign WS-BSEQFILE-NEW
             Access Mode Is Sequential
             File Status WS-BSEQNEWSTAT.

       Data Division.
         File Section.
           Fd BSEQ.
           01 BSEQ-REC Pic 9(8).

           Fd BSEQNEW.
           01 BSEQNEW-REC Pic 9(8).

         Working-Storage Section.
           01 WS-BSEQFILE     Pic X(24) Value "data/BULLETIN.SEQ".
           01 WS-BSEQSTAT     Pic 9(2).
           01 WS-BSEQFILE-NEW Pic X(24) Value "data/BULLETIN.SEQ.NEW".
           01 WS-BSEQNEWSTAT  Pic 9(2).
           01 WS-BSEQ-NUM     Pic 9(8).
           01 WS-BSEQ-REF Redefines WS-BSEQ-NUM Pic X(8).
           01 WS-RENAME-RC    Pic S9(9) Comp-5 Value Zero.

         Linkage Section.
           01 LS-BSEQ-NUM Pic X(8).

       Procedure Division Using LS-BSEQ-NUM.
       100-Main.
         Open Input BSEQ.
         If WS-BSEQSTAT Equal "35" Then
           Close BSEQ
           Move 1 To WS-BSEQ-NUM
         Else
           Move 0 To WS-BSEQ-NUM
           Read BSEQ Record Into WS-BSEQ-NUM
           End-Read
           Close BSEQ
           Compute WS-BSEQ-NUM = (WS-BSEQ-NUM + 1)
         End-If.

         Perform 200-Write-Staged-Sequence.

         Move WS-BSEQ-REF To LS-BSEQ-NUM.

      *>  Writes the new value to a throwaway staging file and then
      *>  atomically renames it over BULLETIN.SEQ, so the live file is
      *>  always either the old complete value or the new one -
      *>  never a partially written record.
       200-Write-Staged-Sequence.
         Open Output BSEQNEW.
           Write BSEQNEW-REC From WS-BSEQ-REF
           End-Write
         Close BSEQNEW.

         Call "CBL_RENAME_FILE" Using WS-BSEQFILE-NEW, WS-BSEQFILE
           Returning WS-RENAME-RC.
         If WS-RENAME-RC Not Equal Zero Then
           Display "SUB004: warning - could not activate new "
                   "sequence file."
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
