      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> One-time conversion for every stored file whose record grew **
      *> this round. Without it every open against existing data     **
      *> fails on the record-length mismatch.                        **
      *>                                                             **
      *>  RPHOLD.DAT     665 -> 765: the parked customer image       **
      *>                (RPHIMAGE) widened from 500 to 600; the old  **
      *>                image is carried over as it stands.          **
      *>                                                             **
      *> Each file converts through a .NEW staging copy and rename   **
      *> (the SUB001 trick), so an interrupted conversion leaves     **
      *> the original untouched and can simply be rerun. The         **
      *> clearance queue is sequential and cannot tell a converted   **
      *> file from an old one, so a completed conversion leaves the  **
      *> data/CNV109.DONE marker (the MIG101 guard) and is never     **
      *> repeated. CUSTOMER.DAT is converted by CNV108. Run once,    **
      *> outside the PGM001 menu, with nobody signed on and no batch **
      *> running - after CNV108 in the deploy runbook.               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 The customer-file step is withdrawn: CNV108 now      **
      *>        converts CUSTOMER.DAT straight to 583 bytes.         **
      *>***************************************************************
       Identification Division.
         Program-Id.   CNV109.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select RPOLD Assign WS-RPFILE
             Access Mode Is Sequential
             File Status WS-ROLDSTAT.
           Select RPNEW Assign WS-RPFILE-NEW
             Access Mode Is Sequential
             File Status WS-RNEWSTAT.
           Select DONEMARK Assign WS-DONEFILE
             Organization Is Line Sequential
             File Status WS-DONESTAT.

       Data Division.
         File Section.
           Fd RPOLD.
           01 RPOLD-REC Pic X(665).

           Fd RPNEW.
           01 RPNEW-REC.
             Copy RPHOLDFD.

           Fd DONEMARK.
           01 DONEMARK-REC Pic X(14).

         Working-Storage Section.
           01 WS-RPFILE       Pic X(20) Value "data/RPHOLD.DAT".
           01 WS-ROLDSTAT     Pic 9(2).
           01 WS-RPFILE-NEW   Pic X(24)
                                Value "data/RPHOLD.DAT.NEW".
           01 WS-RNEWSTAT     Pic 9(2).
           01 WS-DONEFILE     Pic X(20) Value "data/CNV109.DONE".
           01 WS-DONESTAT     Pic 9(2).
           01 WS-EOF          Pic X     Value "N".
             88 IS-EOF                  Value "Y".
           01 WS-CONV-CNT     Pic 9(6)  Value Zero.
           01 WS-RENAME-RC    Pic S9(9) Comp-5 Value Zero.
           01 WS-CUR-DATE     Pic 9(8).

       Procedure Division.
       100-Main.
         Perform 300-Convert-Hold-Queue.
         Perform 999-End-Of-Program.

      *>  Only the marker tells a converted queue from one still in
      *>  the old layout; it is written once the rename is done.
       300-Convert-Hold-Queue.
         Open Input DONEMARK.
         If WS-DONESTAT Equal "00" Then
           Display "CNV109: data/CNV109.DONE found - RPHOLD.DAT "
                   "already converted - skipped."
           Close DONEMARK
         Else
           Close DONEMARK
           Move Zero To WS-CONV-CNT
           Move "N"  To WS-EOF
           Open Input RPOLD
           If WS-ROLDSTAT Not Equal "00" Then
             Display "CNV109: RPHOLD.DAT not found - skipped."
             Close RPOLD
           Else
             Open Output RPNEW
             Perform 310-Read-Rp-Next
             Perform 320-Convert-Rp-Next
               Until IS-EOF
             Close RPOLD
             Close RPNEW
             Call "CBL_RENAME_FILE"
               Using WS-RPFILE-NEW, WS-RPFILE
               Returning WS-RENAME-RC
             Display "CNV109: " WS-CONV-CNT " clearance-queue row(s) "
                     "converted."
           End-If
           Perform 390-Write-Done-Marker
         End-If.

       310-Read-Rp-Next.
         Read RPOLD Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Convert-Rp-Next.
         Move Space     To RPNEW-REC.
         Move RPOLD-REC To RPNEW-REC(1:665).
         Write RPNEW-REC
         End-Write.
         Add 1 To WS-CONV-CNT.
         Perform 310-Read-Rp-Next.

      *>  Written even when there was no queue to convert: SUB146
      *>  creates a missing queue in the new layout already.
       390-Write-Done-Marker.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Open Output DONEMARK.
         Move WS-CUR-DATE To DONEMARK-REC.
         Write DONEMARK-REC
         End-Write.
         Close DONEMARK.

       999-End-Of-Program.
         Stop Run.
