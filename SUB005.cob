      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Generate a new report request number based on the value in **
      *> the .SEQ file. If no .SEQ file is found, it will be created **
      *> and initialized to "1". Same staged-write-and-rename trick  **
      *> SUB001 uses for CUSTOMER.SEQ, applied to RPTREQ.SEQ.        **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB005.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select RSEQ Assign WS-RSEQFILE
             Access Mode Is Sequential
             File Status WS-RSEQSTAT.
           Select RSEQNEW Assign WS-RSEQFILE-NEW
             Access Mode Is Sequential
             File Status WS-RSEQNEWSTAT.

       Data Division.
         File Section.
           Fd RSEQ.
           01 RSEQ-REC Pic 9(8).

           Fd RSEQNEW.
           01 RSEQNEW-REC Pic 9(8).

         Working-Storage Section.
           01 WS-RSEQFILE     Pic X(24) Value "data/RPTREQ.SEQ".
           01 WS-RSEQSTAT     Pic 9(2).
           01 WS-RSEQFILE-NEW Pic X(24) Value "data/RPTREQ.SEQ.NEW".
           01 WS-RSEQNEWSTAT  Pic 9(2).
           01 WS-RSEQ-NUM     Pic 9(8).
           01 WS-RSEQ-REF Redefines WS-RSEQ-NUM Pic X(8).
           01 WS-RENAME-RC    Pic S9(9) Comp-5 Value Zero.

         Linkage Section.
           01 LS-RSEQ-NUM Pic X(8).

       Procedure Division Using LS-RSEQ-NUM.
       100-Main.
         Open Input RSEQ.
         If WS-RSEQSTAT Equal "35" Then
           Close RSEQ
           Move 1 To WS-RSEQ-NUM
         Else
           Move 0 To WS-RSEQ-NUM
           Read RSEQ Record Into WS-RSEQ-NUM
           End-Read
           Close RSEQ
           Compute WS-RSEQ-NUM = (WS-RSEQ-NUM + 1)
         End-If.

         Perform 200-Write-Staged-Sequence.

         Move WS-RSEQ-REF To LS-RSEQ-NUM.

      *>  Writes the new value to a throwaway staging file and then
      *>  atomically renames it over RPTREQ.SEQ, so the live file is
      *>  always either the old complete value or the new one -
      *>  never a partially written record.
       200-Write-Staged-Sequence.
         Open Output RSEQNEW.
           Write RSEQNEW-REC From WS-RSEQ-REF
           End-Write
         Close RSEQNEW.

         Call "CBL_RENAME_FILE" Using WS-RSEQFILE-NEW, WS-RSEQFILE
           Returning WS-RENAME-RC.
         If WS-RENAME-RC Not Equal Zero Then
           Display "SUB005: warning - could not activate new "
                   "sequence file."
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
