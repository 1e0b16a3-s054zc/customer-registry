      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine for supervisors to work the restricted-party    **
      *> clearance queue (data/RPHOLD.DAT) that SUB146 fills. Each   **
      *> pending row shows what was held (a create or update parked  **
      *> by SUB101/SUB102, or an existing customer flagged by the    **
      *> RPL102 rescreen), the name screened, the list entry it      **
      *> matched and how, and who asked and when.                    **
      *>                                                             **
      *> [C]lear rules the hit a false match: a clearance for this   **
      *> customer, entry and name goes on data/RPCLEAR.DAT, and a    **
      *> held create or update is sent back through SUB101/SUB102    **
      *> under the supervisor's own operator ID - the clearance lets **
      *> it pass the screen this time, every other check runs as     **
      *> usual. [R]eject drops a held create or update (the clerk's  **
      *> change is never saved) or, for a rescreen row, confirms the **
      *> match for compliance to act on. Decided rows stay on the    **
      *> queue as the history. Reached from the PGM001 menu, which   **
      *> only offers the option to supervisors.                      **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB415.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select RPHOLD Assign WS-HOLDFILE
             Access Mode Is Sequential
             File Status WS-HOLDSTAT.
           Select RPCLEAR Assign WS-CLRFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCLKEY
             File Status WS-CLRSTAT.

       Data Division.
         File Section.
           Fd RPHOLD.
           01 RPHOLD-REC.
             Copy RPHOLDFD.

           Fd RPCLEAR.
           01 RPCLEAR-REC.
             Copy RPCLRFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-HOLDFILE Pic X(20) Value "data/RPHOLD.DAT".
           01 WS-HOLDSTAT Pic 9(2).
           01 WS-CLRFILE  Pic X(20) Value "data/RPCLEAR.DAT".
           01 WS-CLRSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUST-DAT.
             Copy CUSTWS.
           01 WS-UPD-REASON Pic X(2) Value Space.
           01 WS-RETVAL   Pic X(2)  Value Space.
           01 WS-ENC-FUNC   Pic X(1).
           01 WS-ENC-RETVAL Pic X(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-SHOWN    Pic X     Value "N".
             88 IS-SHOWN            Value "Y".
           01 WS-PEND-CNT Pic 9(4)  Value Zero.
           01 WS-ACTION-DESC Pic X(20) Value Space.
           01 WS-MATCH-DESC  Pic X(12) Value Space.

         Linkage Section.
           01 LS-OPERID   Pic X(8).

         Screen Section.
           01 SS-SCREEN-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  3 Col  3 Value "RESTRICTED-PARTY CLEARANCE.".
             05 Line  5 Col  3 Value "HELD ......:".
             05 Line  5 Col 16 Pic X(20) From WS-ACTION-DESC.
             05 Line  7 Col  3 Value "CUSTOMER ID:".
             05 Line  7 Col 16 Pic X(10) From RPHCUSTID.
             05 Line  8 Col  3 Value "NAME ......:".
             05 Line  8 Col 16 Pic X(40) From RPHNAME.
             05 Line 10 Col  3 Value "LISTED ....:".
             05 Line 10 Col 16 Pic X(40) From RPHLISTNAME.
             05 Line 11 Col  3 Value "ENTRY ID ..:".
             05 Line 11 Col 16 Pic X(8)  From RPHENTRYID.
             05 Line 11 Col 28 Value "PROGRAM:".
             05 Line 11 Col 37 Pic X(10) From RPHPROGRAM.
             05 Line 11 Col 50 Value "LIST VER:".
             05 Line 11 Col 60 Pic X(8)  From RPHLISTVER.
             05 Line 12 Col  3 Value "MATCH .....:".
             05 Line 12 Col 16 Pic X(12) From WS-MATCH-DESC.
             05 Line 14 Col  3 Value "REQUESTED .:".
             05 Line 14 Col 16 Pic X(8)  From RPHRQOPER.
             05 Line 14 Col 26 Pic X(14) From RPHRQDTTM.
             05 Line 14 Col 44 Value "RSN:".
             05 Line 14 Col 49 Pic X(2)  From RPHREASON.
             05 Line 23 Col  2 Value "Options: [B]ack [C]lear"
                                     & " [R]eject [N]ext".
             05 Line 23 Col 42 Pic X Using WS-INPKEY.
             05 Line 23 Col 44 Value "STATUS:".
             05 Line 23 Col 52 Pic X(28) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move Zero  To WS-PEND-CNT.
         Open I-O RPHOLD.
         If WS-HOLDSTAT Equal "35" Then
           Close RPHOLD
           Display "No screening hits pending."
         Else
           Move "N" To WS-EOF
           Perform 110-Read-Next
           Perform 120-Review-Next
             Until IS-EOF Or WS-INPKEY Equal "B"
           Close RPHOLD
           If WS-PEND-CNT Equal Zero Then
             Display "No screening hits pending."
           End-If
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Read-Next.
         Read RPHOLD Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       120-Review-Next.
         If RPHSTATUS-PENDING Then
           Add 1 To WS-PEND-CNT
           Perform 130-Show-Hold
         End-If.
         If WS-INPKEY Not Equal "B" Then
           Perform 110-Read-Next
         End-If.

       130-Show-Hold.
         Evaluate True
           When RPHACTION-CREATE
             Move "NEW CUSTOMER"       To WS-ACTION-DESC
           When RPHACTION-UPDATE
             Move "NAME CHANGE"        To WS-ACTION-DESC
           When Other
             Move "RESCREEN OF FILE"   To WS-ACTION-DESC
         End-Evaluate.
         If RPHMATCH-EXACT Then
           Move "EXACT NAME"  To WS-MATCH-DESC
         Else
           Move "SOUNDS LIKE" To WS-MATCH-DESC
         End-If.
         Move "N" To WS-SHOWN.
         Perform 140-Hold-Loop
           Until IS-SHOWN Or WS-INPKEY Equal "B".

       140-Hold-Loop.
         Display SS-SCREEN-1.
         Accept  SS-SCREEN-1.
         Evaluate WS-INPKEY
           When "C" Perform 150-Clear-Hold
                    Move "Y" To WS-SHOWN
           When "R" Perform 160-Stamp-Decision-R
                    If RPHACTION-RESCREEN Then
                      Move "Match confirmed!" To WS-STATUS
                    Else
                      Move "Held change rejected!" To WS-STATUS
                    End-If
                    Move "Y" To WS-SHOWN
           When "N" Move "Y" To WS-SHOWN
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

      *>  The clearance goes on file first, so the resubmitted create
      *>  or update passes the screen; a second, different hit on the
      *>  same name is parked afresh by SUB146 (14) and this row is
      *>  still done with.
       150-Clear-Hold.
         Perform 170-Write-Clearance.
         Evaluate True
           When RPHACTION-CREATE
             Perform 152-Resubmit-Create
           When RPHACTION-UPDATE
             Perform 154-Resubmit-Update
           When Other
             Perform 155-Stamp-Decision-C
             Move "Match cleared!" To WS-STATUS
         End-Evaluate.

      *>  The parked image holds the national ID in its stored form;
      *>  SUB101/SUB102 expect it as keyed, so it is decoded first.
       151-Load-Held-Image.
         Move RPHIMAGE To WS-CUST-DAT.
         Move "D" To WS-ENC-FUNC.
         Call "SUB136" Using WS-ENC-FUNC, CUSTNATID Of WS-CUST-DAT,
             WS-ENC-RETVAL.

       152-Resubmit-Create.
         Perform 151-Load-Held-Image.
         Call "SUB101" Using WS-CUST-DAT, LS-OPERID, WS-RETVAL.
         Evaluate WS-RETVAL
           When "00"
           When "10"
             Perform 155-Stamp-Decision-C
             Move "Cleared - customer created!" To WS-STATUS
           When "14"
             Perform 155-Stamp-Decision-C
             Move "Cleared - another hit held!" To WS-STATUS
           When Other
             Perform 160-Stamp-Decision-R
             Move "Create refused - rejected!" To WS-STATUS
         End-Evaluate.

      *>  A record someone else changed since the clerk keyed this
      *>  one cannot be applied blind; the row is closed and the
      *>  clerk re-keys - the clearance already on file lets the
      *>  same name through then.
       154-Resubmit-Update.
         Perform 151-Load-Held-Image.
         Move RPHREASON To WS-UPD-REASON.
         Call "SUB102" Using WS-CUST-DAT, LS-OPERID,
             WS-UPD-REASON, WS-RETVAL.
         Evaluate WS-RETVAL
           When "00"
             Perform 155-Stamp-Decision-C
             Move "Cleared - update applied!" To WS-STATUS
           When "14"
             Perform 155-Stamp-Decision-C
             Move "Cleared - another hit held!" To WS-STATUS
           When "07"
             Perform 160-Stamp-Decision-R
             Move "Changed since - re-key it!" To WS-STATUS
           When Other
             Perform 160-Stamp-Decision-R
             Move "Update refused - rejected!" To WS-STATUS
         End-Evaluate.

       155-Stamp-Decision-C.
         Move "C" To RPHSTATUS.
         Perform 165-Stamp-Decision.

       160-Stamp-Decision-R.
         Move "R" To RPHSTATUS.
         Perform 165-Stamp-Decision.

       165-Stamp-Decision.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move LS-OPERID   To RPHDECOPER.
         Move Spaces      To RPHDECDTTM.
         Move WS-CUR-DATE To RPHDECDTTM(1:8).
         Move WS-CUR-TIME To RPHDECDTTM(9:6).
         Rewrite RPHOLD-REC
         End-Rewrite.

      *>  Held upper-cased, the form SUB146 compares against; a
      *>  repeat clearance of the same pair just refreshes the row.
       170-Write-Clearance.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Open I-O RPCLEAR.
         If WS-CLRSTAT Equal "35" Then
           Close RPCLEAR
           Open Output RPCLEAR
         End-If.
         Move RPHCUSTID   To RCLCUSTID.
         Move RPHENTRYID  To RCLENTRYID.
         Move RPHNAME     To RCLNAME.
         Inspect RCLNAME Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         Move LS-OPERID   To RCLOPERID.
         Move WS-CUR-DATE To RCLDATE.
         Write RPCLEAR-REC
           Invalid Key
             Rewrite RPCLEAR-REC
             End-Rewrite
         End-Write.
         Close RPCLEAR.

       999-End-Of-SubRutine.
         Exit Program.
