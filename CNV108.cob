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
      *>  CUSTOMER.DAT   500 -> 583: do-not-text flag "N", to be     **
      *>                set on the SUB200/SUB210 screens; the        **
      *>                structured name parts and salutation blank   **
      *>                and the split flag "N" - NMP101 then parses  **
      *>                every name; lead source (RCUSTSRC) blank -   **
      *>                nobody recorded where the existing customers **
      *>                came from, and the FNL101 funnel reports     **
      *>                them under "(NONE)".                         **
      *>  CUSTOMER.MAILQ  96 ->  97: channel blank, so every queued  **
      *>                row stays the email or letter it was.        **
      *>                                                             **
      *> Each file converts through a .NEW staging copy and rename   **
      *> (the SUB001 trick), so an interrupted conversion leaves     **
      *> the original untouched and can simply be rerun. The         **
      *> customer file, already converted, no longer opens under     **
      *> the old layout and is skipped; the queue is sequential and  **
      *> cannot tell, so a completed queue conversion leaves the     **
      *> data/CNV108.DONE marker (the MIG101 guard) and is never     **
      *> repeated. Run once, outside the PGM001 menu, with nobody    **
      *> signed on and no batch running - after CNV106 and before    **
      *> NMP101 in the deploy runbook.                               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Convert the customer file straight to the 583-byte   **
      *>        layout, name parts and lead source included; the     **
      *>        CNV109 and CNV110 customer steps are withdrawn.      **
      *>***************************************************************
       Identification Division.
         Program-Id.   CNV108.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUSTOLD Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is OC-CUSTID
             Alternate Record Key Is OC-NAME
               With Duplicates
             File Status WS-COLDSTAT.
           Select CUSTNEW Assign WS-CUSTFILE-NEW
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CNEWSTAT.
           Select MQOLD Assign WS-MQFILE
             Access Mode Is Sequential
             File Status WS-MOLDSTAT.
           Select MQNEW Assign WS-MQFILE-NEW
             Access Mode Is Sequential
             File Status WS-MNEWSTAT.
           Select DONEMARK Assign WS-DONEFILE
             Organization Is Line Sequential
             File Status WS-DONESTAT.

       Data Division.
         File Section.
           Fd CUSTOLD.
           01 CUSTOLD-REC.
             05 OC-CUSTID Pic X(10).
             05 OC-STAT   Pic X(1).
             05 OC-NAME   Pic X(40).
             05 OC-REST   Pic X(449).

           Fd CUSTNEW.
           01 CUSTNEW-REC.
             Copy CUSTFD.

           Fd MQOLD.
           01 MQOLD-REC Pic X(96).

           Fd MQNEW.
           01 MQNEW-REC.
             Copy MAILFD.

           Fd DONEMARK.
           01 DONEMARK-REC Pic X(14).

         Working-Storage Section.
           01 WS-CUSTFILE     Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-COLDSTAT     Pic 9(2).
           01 WS-CUSTFILE-NEW Pic X(24)
                                Value "data/CUSTOMER.DAT.NEW".
           01 WS-CNEWSTAT     Pic 9(2).
           01 WS-MQFILE       Pic X(24) Value "data/CUSTOMER.MAILQ".
           01 WS-MOLDSTAT     Pic 9(2).
           01 WS-MQFILE-NEW   Pic X(28)
                                Value "data/CUSTOMER.MAILQ.NEW".
           01 WS-MNEWSTAT     Pic 9(2).
           01 WS-DONEFILE     Pic X(20) Value "data/CNV108.DONE".
           01 WS-DONESTAT     Pic 9(2).
           01 WS-EOF          Pic X     Value "N".
             88 IS-EOF                  Value "Y".
           01 WS-CONV-CNT     Pic 9(6)  Value Zero.
           01 WS-RENAME-RC    Pic S9(9) Comp-5 Value Zero.
           01 WS-CUR-DATE     Pic 9(8).

       Procedure Division.
       100-Main.
         Perform 200-Convert-Customer-File.
         Perform 300-Convert-Mail-Queue.
         Perform 999-End-Of-Program.

       200-Convert-Customer-File.
         Move Zero To WS-CONV-CNT.
         Move "N"  To WS-EOF.
         Open Input CUSTOLD.
         If WS-COLDSTAT Not Equal "00" Then
           Display "CNV108: CUSTOMER.DAT not found or already "
                   "converted - skipped."
           Close CUSTOLD
         Else
           Open Output CUSTNEW
           Perform 210-Read-Cust-Next
           Perform 220-Convert-Cust-Next
             Until IS-EOF
           Close CUSTOLD
           Close CUSTNEW
           Call "CBL_RENAME_FILE"
             Using WS-CUSTFILE-NEW, WS-CUSTFILE
             Returning WS-RENAME-RC
           Display "CNV108: " WS-CONV-CNT " customer record(s) "
                   "converted."
         End-If.

       210-Read-Cust-Next.
         Read CUSTOLD Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       220-Convert-Cust-Next.
         Move Space       To CUSTNEW-REC.
         Move CUSTOLD-REC To CUSTNEW-REC(1:500).
         Move "N"         To RCUSTDNT.
         Move Space       To RCUSTTITLE.
         Move Space       To RCUSTFNAME.
         Move Space       To RCUSTMNAME.
         Move Space       To RCUSTLNAME.
         Move Space       To RCUSTSUFFIX.
         Move Space       To RCUSTSALUT.
         Move "N"         To RCUSTNMSPLIT.
         Move Space       To RCUSTSRC.
         Write CUSTNEW-REC
         End-Write.
         Add 1 To WS-CONV-CNT.
         Perform 210-Read-Cust-Next.

      *>  Only the marker tells a converted queue from one still in
      *>  the old layout; it is written once the rename is done.
       300-Convert-Mail-Queue.
         Open Input DONEMARK.
         If WS-DONESTAT Equal "00" Then
           Display "CNV108: data/CNV108.DONE found - CUSTOMER.MAILQ "
                   "already converted - skipped."
           Close DONEMARK
         Else
           Close DONEMARK
           Move Zero To WS-CONV-CNT
           Move "N"  To WS-EOF
           Open Input MQOLD
           If WS-MOLDSTAT Not Equal "00" Then
             Display "CNV108: CUSTOMER.MAILQ not found - skipped."
             Close MQOLD
           Else
             Open Output MQNEW
             Perform 310-Read-Mq-Next
             Perform 320-Convert-Mq-Next
               Until IS-EOF
             Close MQOLD
             Close MQNEW
             Call "CBL_RENAME_FILE"
               Using WS-MQFILE-NEW, WS-MQFILE
               Returning WS-RENAME-RC
             Display "CNV108: " WS-CONV-CNT " mail-queue row(s) "
                     "converted."
           End-If
           Perform 390-Write-Done-Marker
         End-If.

       310-Read-Mq-Next.
         Read MQOLD Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Convert-Mq-Next.
         Move Space     To MQNEW-REC.
         Move MQOLD-REC To MQNEW-REC(1:96).
         Move Space     To MCHANNEL.
         Write MQNEW-REC
         End-Write.
         Add 1 To WS-CONV-CNT.
         Perform 310-Read-Mq-Next.

      *>  Written even when there was no queue to convert: SUB091
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
