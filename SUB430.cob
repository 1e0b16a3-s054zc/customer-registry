      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine for supervisors to work the right-to-erasure    **
      *> queue (data/ERASEREQ.DAT) that SUB425 fills. Each pending   **
      *> request shows the customer, the reason code, who logged it  **
      *> and when, the regulator's due date, and whether a legal     **
      *> hold (SUB140) or credit hold now stands in the way.         **
      *>                                                             **
      *> [A]pprove releases the request to the next ERA101 run; it   **
      *> is refused while either hold stands, and a supervisor may   **
      *> not approve a request they logged themselves. [R]eject      **
      *> closes it. Decided rows stay on the queue as the history.   **
      *> Reached from the PGM001 menu, which only offers the option  **
      *> to supervisors.                                             **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB430.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select ERASEREQ Assign WS-ERAFILE
             Access Mode Is Sequential
             File Status WS-ERASTAT.

       Data Division.
         File Section.
           Fd ERASEREQ.
           01 ERASEREQ-REC.
             Copy ERASEFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-ERAFILE  Pic X(20) Value "data/ERASEREQ.DAT".
           01 WS-ERASTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUST-DAT.
             Copy CUSTWS.
           01 WS-RETVAL   Pic X(2)  Value Space.
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-SHOWN    Pic X     Value "N".
             88 IS-SHOWN            Value "Y".
           01 WS-PEND-CNT Pic 9(4)  Value Zero.
           01 WS-CUST-NAME Pic X(40) Value Space.
           01 WS-HOLD-WARN Pic X(30) Value Space.
           01 WS-RSN-PRMSET.
             05 WS-RSN-CODE Pic X(2).
             05 WS-RSN-DESC Pic X(20).
           01 WS-RSN-RETVAL Pic X(2) Value Space.
           01 WS-HOLD-PRMSET.
             05 WS-HOLD-ID   Pic X(10).
             05 WS-HOLD-OPER Pic X(8).
             05 WS-HOLD-DATE Pic 9(8).
           01 WS-HOLD-RETVAL Pic X(2).

         Linkage Section.
           01 LS-OPERID   Pic X(8).

         Screen Section.
           01 SS-SCREEN-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  3 Col  3 Value "ERASURE APPROVALS.".
             05 Line  5 Col  3 Value "CUSTOMER ID:".
             05 Line  5 Col 16 Pic X(10) From ERCUSTID.
             05 Line  6 Col  3 Value "NAME ......:".
             05 Line  6 Col 16 Pic X(40) From WS-CUST-NAME.
             05 Line  8 Col  3 Value "REASON ....:".
             05 Line  8 Col 16 Pic X(2)  From ERREASON.
             05 Line  8 Col 20 Pic X(20) From WS-RSN-DESC.
             05 Line 10 Col  3 Value "REQUESTED .:".
             05 Line 10 Col 16 Pic X(8)  From ERRQOPER.
             05 Line 10 Col 26 Pic X(14) From ERRQDTTM.
             05 Line 11 Col  3 Value "DUE BY ....:".
             05 Line 11 Col 16 Pic 9(8)  From ERDUEDT.
             05 Line 13 Col  3 Pic X(30) From WS-HOLD-WARN.
             05 Line 23 Col  2 Value "Options: [B]ack [A]pprove"
                                     & " [R]eject [N]ext".
             05 Line 23 Col 43 Pic X Using WS-INPKEY.
             05 Line 23 Col 45 Value "STATUS:".
             05 Line 23 Col 53 Pic X(27) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move Zero  To WS-PEND-CNT.
         Open I-O ERASEREQ.
         If WS-ERASTAT Equal "35" Then
           Close ERASEREQ
           Display "No erasure requests pending."
         Else
           Move "N" To WS-EOF
           Perform 110-Read-Next
           Perform 120-Review-Next
             Until IS-EOF Or WS-INPKEY Equal "B"
           Close ERASEREQ
           If WS-PEND-CNT Equal Zero Then
             Display "No erasure requests pending."
           End-If
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Read-Next.
         Read ERASEREQ Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       120-Review-Next.
         If ERSTATUS-PENDING Then
           Add 1 To WS-PEND-CNT
           Perform 130-Show-Request
         End-If.
         If WS-INPKEY Not Equal "B" Then
           Perform 110-Read-Next
         End-If.

       130-Show-Request.
         Move ERCUSTID To CUSTID Of WS-CUST-DAT.
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL.
         If WS-RETVAL Equal "00" Or WS-RETVAL Equal "04" Then
           Move CUSTNAME Of WS-CUST-DAT To WS-CUST-NAME
         Else
           Move "** NOT ON FILE **" To WS-CUST-NAME
           Move "N" To CUSTCRHOLD Of WS-CUST-DAT
         End-If.
         Move ERREASON To WS-RSN-CODE.
         Move Space    To WS-RSN-DESC.
         Call "SUB139" Using WS-RSN-PRMSET, WS-RSN-RETVAL.
         Perform 135-Check-Holds.
         Move "N" To WS-SHOWN.
         Perform 140-Request-Loop
           Until IS-SHOWN Or WS-INPKEY Equal "B".

       135-Check-Holds.
         Move Space To WS-HOLD-WARN.
         Move ERCUSTID To WS-HOLD-ID.
         Call "SUB140" Using WS-HOLD-PRMSET, WS-HOLD-RETVAL.
         Evaluate True
           When WS-HOLD-RETVAL Equal "00"
             Move "** UNDER LEGAL HOLD **" To WS-HOLD-WARN
           When CUSTCRHOLD-YES Of WS-CUST-DAT
             Move "** OPEN CREDIT HOLD **" To WS-HOLD-WARN
         End-Evaluate.

       140-Request-Loop.
         Display SS-SCREEN-1.
         Accept  SS-SCREEN-1.
         Evaluate WS-INPKEY
           When "A" Perform 150-Approve-Request
           When "R" Move "R" To ERSTATUS
                    Perform 160-Stamp-Decision
                    Move "Request rejected!" To WS-STATUS
                    Move "Y" To WS-SHOWN
           When "N" Move "Y" To WS-SHOWN
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

      *>  Two people stand behind every erasure: the clerk who logged
      *>  it and a different supervisor who approves it.
       150-Approve-Request.
         Evaluate True
           When ERRQOPER Equal LS-OPERID
             Move "Cannot approve own request!" To WS-STATUS
           When WS-HOLD-RETVAL Equal "00"
             Move "Under legal hold!" To WS-STATUS
           When CUSTCRHOLD-YES Of WS-CUST-DAT
             Move "Open credit hold!" To WS-STATUS
           When Other
             Move "A" To ERSTATUS
             Perform 160-Stamp-Decision
             Move "Request approved!" To WS-STATUS
             Move "Y" To WS-SHOWN
         End-Evaluate.

       160-Stamp-Decision.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move LS-OPERID   To ERDECOPER.
         Move Spaces      To ERDECDTTM.
         Move WS-CUR-DATE To ERDECDTTM(1:8).
         Move WS-CUR-TIME To ERDECDTTM(9:6).
         Rewrite ERASEREQ-REC
         End-Rewrite.

       999-End-Of-SubRutine.
         Exit Program.
