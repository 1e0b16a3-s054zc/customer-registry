      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to record a customer's death in one action,     **
      *> reached from the SUB210 update screen's [D]ied option with  **
      *> the customer already fetched. Takes the date of death and   **
      *> the person who told us - a customer record of their own,    **
      *> linked here as executor (EX) or next of kin (NK). [R]ecord  **
      *> then, in order:                                             **
      *>   - sets do-not-mail, do-not-call and do-not-email and      **
      *>     moves the lifecycle to D (deceased) through SUB102,     **
      *>     reason DE, so the audit trail and journal carry it;     **
      *>   - links the notifier both ways on CUSTREL.DAT (SUB385     **
      *>     shows the link);                                        **
      *>   - retires every pending or failed CUSTOMER.MAILQ row for  **
      *>     the customer (status X, as SUB395 does);                **
      *>   - queues a *DECEASED* notice to the owning rep's email    **
      *>     (SALESREP.DAT via SUB129) through SUB091;               **
      *>   - writes the DECEASED.DAT row PUR101 and the reports use. **
      *> CAM101, RPT105 and the SUB135 verification cycle skip a     **
      *> deceased customer; PUR101 keeps the record for the estate   **
      *> period.                                                     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Widened the SUB129 parameter set for the rep's       **
      *>        sign-on ID.                                          **
      *> 261015 Recording a death sets do-not-text too, and any      **
      *>        pending or failed text for the customer is retired   **
      *>        with the rest of their queued mail.                  **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB455.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select DECEASED Assign WS-DECFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is DCCUSTID
             File Status WS-DECSTAT.
           Select CUSTREL Assign WS-CRELFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is CR-KEY
             File Status WS-CRELSTAT.
           Select MAILQ Assign WS-MAILFILE
             Access Mode Is Sequential
             File Status WS-MAILSTAT.

       Data Division.
         File Section.
           Fd DECEASED.
           01 DECEASED-REC.
             Copy DECEASFD.

           Fd CUSTREL.
           01 CUSTREL-REC.
             05 CR-KEY.
               10 CR-CUSTID Pic X(10).
               10 CR-RELID  Pic X(10).
             05 CR-ROLE Pic X(2).

           Fd MAILQ.
           01 MAILQ-REC.
             Copy MAILFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-DECFILE  Pic X(20) Value "data/DECEASED.DAT".
           01 WS-DECSTAT  Pic 9(2).
           01 WS-CRELFILE Pic X(20) Value "data/CUSTREL.DAT".
           01 WS-CRELSTAT Pic 9(2).
           01 WS-MAILFILE Pic X(20) Value "data/CUSTOMER.MAILQ".
           01 WS-MAILSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-ENT-DEATHDT Pic 9(8)  Value Zero.
           01 WS-ENT-ID      Pic X(10) Value Space Justified Right.
           01 WS-ENT-ROLE    Pic X(2)  Value Space.
           01 WS-MAIL-CNT    Pic 9(4)  Value Zero.
           01 WS-DONE        Pic X     Value "N".
             88 IS-DONE                Value "Y".
           01 WS-REP-SENT    Pic X     Value "N".
             88 REP-SENT               Value "Y".
           01 WS-CUST-DAT.
             Copy CUSTWS.
           01 WS-NOTIF-DAT.
             Copy CUSTWS.
           01 WS-RETVAL   Pic X(2)  Value Space.
           01 WS-UPD-REASON Pic X(2) Value "DE".
           01 WS-REP-PRMSET.
             05 WS-REP-TERR  Pic X(4).
             05 WS-REP-NAME  Pic X(30).
             05 WS-REP-EMAIL Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2)  Value Space.
           01 WS-MAIL-PRMSET.
             Copy MAILLK.
           01 WS-MAIL-RETVAL Pic X(2).

         Linkage Section.
           01 LS-CUSTID   Pic X(10).
           01 LS-OPERID   Pic X(8).

         Screen Section.
           01 SS-DEATH-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "RECORD DEATH.".
             05 Line  4 Col 22 Value "CUSTOMER:".
             05 Line  4 Col 32 Pic X(10) From LS-CUSTID.
             05 Line  6 Col  3 Value "NAME ......:".
             05 Line  6 Col 16 Pic X(40) From CUSTNAME Of WS-CUST-DAT.
             05 Line  8 Col  3 Value "DATE OF DEATH:".
             05 Line  8 Col 18 Pic 9(8) Using WS-ENT-DEATHDT.
             05 Line  8 Col 28 Value "(YYYYMMDD)".
             05 Line 10 Col  3 Value "NOTIFIED BY :".
             05 Line 10 Col 18 Pic X(10) Using WS-ENT-ID.
             05 Line 10 Col 30 Value "RELATION:".
             05 Line 10 Col 40 Pic X(2) Using WS-ENT-ROLE.
             05 Line 10 Col 44 Value "(EX=Executor NK=Next of kin)".
             05 Line 11 Col 18 Pic X(40) From CUSTNAME Of WS-NOTIF-DAT.
             05 Line 13 Col  3 Value "(the person notifying must be on"
                                     & " file - create them first)".
             05 Line 15 Col  3 Value "[R]ecord sets do-not-mail/call/"
                                     & "email and lifecycle D, retires".
             05 Line 16 Col  3 Value "pending mail and sends the rep a"
                                     & " notice. It cannot be undone".
             05 Line 17 Col  3 Value "here.".
             05 Line 23 Col  2 Value "Options: [B]ack [R]ecord".
             05 Line 23 Col 27 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-CUSTID, LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move Zero  To WS-ENT-DEATHDT.
         Move Space To WS-ENT-ID.
         Move Space To WS-ENT-ROLE.
         Move Space To CUSTNAME Of WS-NOTIF-DAT.
         Move "N"   To WS-DONE.
         Move LS-CUSTID To CUSTID Of WS-CUST-DAT.
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL.
         If WS-RETVAL Not Equal "00" Then
           Perform 999-End-Of-SubRutine
         End-If.
         If CUSTLIFECYC-DECEASED Of WS-CUST-DAT Then
           Move "Y" To WS-DONE
           Move "Already recorded as deceased!" To WS-STATUS
         End-If.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-DEATH-1.
         Accept  SS-DEATH-1.
         Evaluate WS-INPKEY
           When "R"
             If IS-DONE Then
               Move "Already recorded as deceased!" To WS-STATUS
             Else
               Perform 120-Record-Death
             End-If
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

      *>  Right-justifies a numeric-only ID entry and zero-fills it,
      *>  the same rule the other entry screens apply.
       115-Normalize-Id.
         If WS-ENT-ID Not Equal Space Then
           Inspect WS-ENT-ID Replacing Leading Space By Zero
         End-If.

       120-Record-Death.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Perform 115-Normalize-Id.
         Move Space To CUSTNAME Of WS-NOTIF-DAT.
         Move "02"  To WS-RETVAL.
         If WS-ENT-ID Not Equal Space
           And WS-ENT-ID Not Equal LS-CUSTID Then
           Move WS-ENT-ID To CUSTID Of WS-NOTIF-DAT
           Call "SUB104" Using WS-NOTIF-DAT, WS-RETVAL
         End-If.
         Evaluate True
           When WS-ENT-DEATHDT Equal Zero
             Move "Date of death is required!" To WS-STATUS
           When WS-ENT-DEATHDT Greater Than WS-CUR-DATE
             Move "Date of death is in future!" To WS-STATUS
           When WS-ENT-ID Equal Space
             Move "Notifier ID is required!" To WS-STATUS
           When WS-ENT-ID Equal LS-CUSTID
             Move "Notifier cannot be customer!" To WS-STATUS
           When WS-RETVAL Not Equal "00"
             Move "Notifier not on file!" To WS-STATUS
           When WS-ENT-ROLE Not Equal "EX" And Not Equal "NK"
             Move "Relation must be EX or NK!" To WS-STATUS
           When Other
             Perform 200-Update-Customer
             If WS-RETVAL Equal "00" Then
               Perform 300-Link-Notifier
               Perform 400-Retire-Mail
               Perform 500-Notify-Rep
               Perform 600-Write-Deceased
               Move "Y" To WS-DONE
               If REP-SENT Then
                 Move "Death recorded - rep notified!"
                   To WS-STATUS
               Else
                 Move "Recorded - no rep to notify!" To WS-STATUS
               End-If
             End-If
         End-Evaluate.

      *>  Re-fetched so the SUB102 version check sees the record as
      *>  it stands now, not as it stood when the screen opened.
       200-Update-Customer.
         Move LS-CUSTID To CUSTID Of WS-CUST-DAT.
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL.
         If WS-RETVAL Not Equal "00" Then
           Move "Customer not found!" To WS-STATUS
         Else
           Move "Y" To CUSTDNM Of WS-CUST-DAT
           Move "Y" To CUSTDNC Of WS-CUST-DAT
           Move "Y" To CUSTDNE Of WS-CUST-DAT
           Move "Y" To CUSTDNT Of WS-CUST-DAT
           Move "D" To CUSTLIFECYC Of WS-CUST-DAT
           Call "SUB102" Using WS-CUST-DAT, LS-OPERID,
               WS-UPD-REASON, WS-RETVAL
           Evaluate WS-RETVAL
             When "00"
               Continue
             When "07"
               Move "Record changed by another user!" To WS-STATUS
             When Other
               Move "Failed to update customer!" To WS-STATUS
           End-Evaluate
         End-If.

      *>  Both directions, the SUB385 way; an existing link between
      *>  the two takes the new role.
       300-Link-Notifier.
         Open I-O CUSTREL.
         If WS-CRELSTAT Equal "35" Then
           Close CUSTREL
           Open Output CUSTREL
         End-If.
         Move LS-CUSTID   To CR-CUSTID.
         Move WS-ENT-ID   To CR-RELID.
         Perform 310-Write-Link.
         Move WS-ENT-ID   To CR-CUSTID.
         Move LS-CUSTID   To CR-RELID.
         Perform 310-Write-Link.
         Close CUSTREL.

       310-Write-Link.
         Move WS-ENT-ROLE To CR-ROLE.
         Write CUSTREL-REC
           Invalid Key
             Rewrite CUSTREL-REC
             End-Rewrite
         End-Write.

      *>  Pending rows would go out on the next MLR101/LTR101 run,
      *>  failed ones could be requeued from SUB395 - both retire.
       400-Retire-Mail.
         Move Zero To WS-MAIL-CNT.
         Move "N"  To WS-EOF.
         Open I-O MAILQ.
         If WS-MAILSTAT Not Equal "00" Then
           Close MAILQ
         Else
           Perform 410-Retire-Mail-Next
             Until IS-EOF
           Close MAILQ
         End-If.

       410-Retire-Mail-Next.
         Read MAILQ Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF
           And MCUSTID Equal LS-CUSTID
           And (MSTATUS-PENDING Or MSTATUS-FAILED) Then
           Move "X" To MSTATUS
           Rewrite MAILQ-REC
           End-Rewrite
           Add 1 To WS-MAIL-CNT
         End-If.

      *>  Queued after the retire pass, so this one row survives it.
       500-Notify-Rep.
         Move "N" To WS-REP-SENT.
         Move CUSTTERR Of WS-CUST-DAT To WS-REP-TERR.
         Call "SUB129" Using WS-REP-PRMSET, WS-REP-RETVAL.
         If WS-REP-RETVAL Equal "00"
           And WS-REP-EMAIL Not Equal Space Then
           Move LS-CUSTID    To LMCUSTID
           Move WS-REP-EMAIL To LMTOADDR
           Move "*DECEASED*" To LMTEMPLATE
           Call "SUB091" Using WS-MAIL-PRMSET, WS-MAIL-RETVAL
           Move "Y" To WS-REP-SENT
         End-If.

       600-Write-Deceased.
         Open I-O DECEASED.
         If WS-DECSTAT Equal "35" Then
           Close DECEASED
           Open Output DECEASED
         End-If.
         Move LS-CUSTID      To DCCUSTID.
         Move WS-ENT-DEATHDT To DCDEATHDT.
         Move WS-ENT-ID      To DCNOTIFID.
         Move WS-ENT-ROLE    To DCNOTIFROLE.
         Move LS-OPERID      To DCRECOPER.
         Move Spaces         To DCRECDTTM.
         Move WS-CUR-DATE    To DCRECDTTM(1:8).
         Move WS-CUR-TIME    To DCRECDTTM(9:6).
         Move WS-MAIL-CNT    To DCMAILCNT.
         Move WS-REP-SENT    To DCREPNOTE.
         Write DECEASED-REC
           Invalid Key
             Rewrite DECEASED-REC
             End-Rewrite
         End-Write.
         Close DECEASED.

       999-End-Of-SubRutine.
         Exit Program.
