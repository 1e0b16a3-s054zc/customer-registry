      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Inbound batch that applies the SMS gateway's delivery       **
      *> receipts. SMS101 hands texts over on SMSOUT.DAT and marks   **
      *> the queue row SENT; the gateway returns data/SMSRCPT.DAT,   **
      *> one row per text it could settle: the message reference     **
      *> SMS101 gave it (customer ID + queued stamp), the mobile,    **
      *> D delivered or F failed, when, and the gateway's reason.    **
      *> The file's SUB131 control totals are verified before a      **
      *> single row is applied. Each receipt flips the matching      **
      *> SENT text row on CUSTOMER.MAILQ to DELIVERED or FAILED - a  **
      *> failed one lands on the SUB395 queue-operations list like   **
      *> any other, and is logged on CONTACT.DAT as FAILED (SUB096,  **
      *> operator BATCH). Failed texts and receipts matching no SENT **
      *> text row are printed on data/SMSRCPT.PRT in the BNC101      **
      *> style. Run outside the PGM001 menu, nightly after the       **
      *> gateway drops its file.                                     **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SMR101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select RCPTFILE Assign WS-RCPTFILE
             Organization Is Line Sequential
             File Status WS-RCPTSTAT.
           Select MAILQ Assign WS-MAILFILE
             Access Mode Is Sequential
             File Status WS-MAILSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd RCPTFILE.
           01 RCPT-REC.
             05 SR-MSGREF.
               10 SR-CUSTID Pic X(10).
               10 SR-QUEUED Pic X(14).
             05 SR-MOBILE   Pic X(20).
             05 SR-STATUS   Pic X(1).
             05 SR-DTTM     Pic X(14).
             05 SR-REASON   Pic X(30).

           Fd MAILQ.
           01 MAILQ-REC.
             Copy MAILFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(84).

         Working-Storage Section.
           01 WS-RCPTFILE Pic X(30) Value "data/SMSRCPT.DAT".
           01 WS-RCPTSTAT Pic 9(2).
           01 WS-MAILFILE Pic X(20) Value "data/CUSTOMER.MAILQ".
           01 WS-MAILSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/SMSRCPT.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-RCPT-EOF Pic X     Value "N".
             88 IS-RCPT-EOF         Value "Y".
           01 WS-Q-EOF    Pic X     Value "N".
             88 IS-Q-EOF            Value "Y".
           01 WS-DLVR-CNT Pic 9(6)  Value Zero.
           01 WS-FAIL-CNT Pic 9(6)  Value Zero.
           01 WS-EXCP-CNT Pic 9(6)  Value Zero.
           01 WS-CONT-PRMSET.
             05 WS-CACTCUSTID  Pic X(10).
             05 WS-CACTOPERID  Pic X(8).
             05 WS-CACTMETHOD  Pic X(1).
             05 WS-CACTOUTCOME Pic X(1).
             05 WS-CACTTEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).

      *>  The receipt file, loaded once - and whether the queue pass
      *>  found the SENT text row each one settles.
           01 WS-RCPT-COUNT Pic 9(4) Value Zero.
           01 WS-RCPT-TBL.
             05 WS-RCPT-ENTRY Occurs 2000 Times Indexed By WS-RX.
               10 WS-R-CUSTID  Pic X(10).
               10 WS-R-QUEUED  Pic X(14).
               10 WS-R-MOBILE  Pic X(20).
               10 WS-R-STATUS  Pic X(1).
               10 WS-R-REASON  Pic X(30).
               10 WS-R-MATCHED Pic X(1).

           01 WS-HDG-1.
             05 Filler Pic X(31)
                         Value "TEXT MESSAGE RECEIPT EXCEPTIONS".
             05 Filler Pic X(49) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(20) Value "MOBILE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(14) Value "QUEUED".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(30) Value "REASON".

           01 WS-DETAIL.
             05 D-CUSTID Pic X(10).
             05 Filler   Pic X(2)  Value Space.
             05 D-MOBILE Pic X(20).
             05 Filler   Pic X(2)  Value Space.
             05 D-QUEUED Pic X(14).
             05 Filler   Pic X(2)  Value Space.
             05 D-REASON Pic X(30).

           01 WS-TOTAL-LINE.
             05 Filler      Pic X(17) Value "TOTAL EXCEPTIONS:".
             05 T-EXCP-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(56) Value Space.

       Procedure Division.
       100-Main.
         Perform 200-Load-Receipt-File.
         If WS-RCPT-COUNT Equal Zero Then
           Display "SMR101: no receipt file, nothing to do."
         Else
           Open Output PRTFILE
           Write PRT-REC From WS-HDG-1
           Write PRT-REC From WS-HDG-2
           Perform 300-Work-The-Queue
           Perform 400-Report-Next-Receipt
             Varying WS-RX From 1 By 1
             Until WS-RX Greater Than WS-RCPT-COUNT
           Move WS-EXCP-CNT To T-EXCP-CNT
           Write PRT-REC From WS-TOTAL-LINE
           Close PRTFILE
           Display "SMR101: " WS-DLVR-CNT " text(s) delivered, "
                   WS-FAIL-CNT " failed, "
                   WS-EXCP-CNT " exception(s)."
         End-If.
         Perform 999-End-Of-Program.

       200-Load-Receipt-File.
         Perform 205-Verify-Control-Totals.
         If Not IS-RCPT-EOF Then
           Open Input RCPTFILE
           If WS-RCPTSTAT Not Equal "00" Then
             Close RCPTFILE
           Else
             Perform 210-Read-Receipt-Next
               Until IS-RCPT-EOF
             Close RCPTFILE
           End-If
         End-If.

      *>  The whole file is proven complete before a single row is
      *>  applied; a file with no control records still processes.
       205-Verify-Control-Totals.
         Move "V" To WS-CTL-FUNC.
         Move WS-RCPTFILE To WS-CTL-FILE.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         If WS-CTL-RETVAL Equal "06" Then
           Display "SMR101: control totals do not match - "
                   "file rejected."
           Move "Y" To WS-RCPT-EOF
         End-If.

       210-Read-Receipt-Next.
         Read RCPTFILE
           At End Move "Y" To WS-RCPT-EOF
         End-Read.
         If Not IS-RCPT-EOF
           And RCPT-REC(1:5) Not Equal "*CTL*"
           And WS-RCPT-COUNT Less Than 2000 Then
           Add 1 To WS-RCPT-COUNT
           Move SR-CUSTID To WS-R-CUSTID(WS-RCPT-COUNT)
           Move SR-QUEUED To WS-R-QUEUED(WS-RCPT-COUNT)
           Move SR-MOBILE To WS-R-MOBILE(WS-RCPT-COUNT)
           Move SR-STATUS To WS-R-STATUS(WS-RCPT-COUNT)
           Move SR-REASON To WS-R-REASON(WS-RCPT-COUNT)
           Move "N"       To WS-R-MATCHED(WS-RCPT-COUNT)
         End-If.

      *>  One pass over the queue: every SENT text row a receipt
      *>  names is settled in place, so the queue shows what the
      *>  gateway actually managed - not what it was handed.
       300-Work-The-Queue.
         Open I-O MAILQ.
         If WS-MAILSTAT Equal "35" Then
           Close MAILQ
         Else
           Perform 310-Read-Queue-Next
           Perform 320-Match-Queue-Row
             Until IS-Q-EOF
           Close MAILQ
         End-If.

       310-Read-Queue-Next.
         Read MAILQ Next Record
           At End Move "Y" To WS-Q-EOF
         End-Read.

       320-Match-Queue-Row.
         If MSTATUS-SENT And MCHANNEL-SMS Then
           Perform 330-Check-Receipt-Next
             Varying WS-RX From 1 By 1
             Until WS-RX Greater Than WS-RCPT-COUNT
         End-If.
         Perform 310-Read-Queue-Next.

       330-Check-Receipt-Next.
         If WS-R-MATCHED(WS-RX) Equal "N"
           And WS-R-CUSTID(WS-RX) Equal MCUSTID
           And WS-R-QUEUED(WS-RX) Equal MQUEUEDTTM Then
           If WS-R-STATUS(WS-RX) Equal "D" Then
             Move "D" To MSTATUS
             Add 1 To WS-DLVR-CNT
           Else
             Move "F" To MSTATUS
             Add 1 To WS-FAIL-CNT
             Perform 420-Log-Failure
           End-If
           Rewrite MAILQ-REC
           End-Rewrite
           Move "Y" To WS-R-MATCHED(WS-RX)
           Set WS-RX To WS-RCPT-COUNT
         End-If.

      *>  A failed text is printed with the gateway's reason, a
      *>  receipt that settles no SENT text row as unmatched - both
      *>  for somebody to chase with the gateway.
       400-Report-Next-Receipt.
         Move WS-R-CUSTID(WS-RX) To D-CUSTID.
         Move WS-R-MOBILE(WS-RX) To D-MOBILE.
         Move WS-R-QUEUED(WS-RX) To D-QUEUED.
         If WS-R-MATCHED(WS-RX) Equal "N" Then
           Move "NO MATCHING SENT TEXT ROW" To D-REASON
           Write PRT-REC From WS-DETAIL
           Add 1 To WS-EXCP-CNT
         Else
           If WS-R-STATUS(WS-RX) Not Equal "D" Then
             Move WS-R-REASON(WS-RX) To D-REASON
             If D-REASON Equal Space Then
               Move "FAILED AT GATEWAY" To D-REASON
             End-If
             Write PRT-REC From WS-DETAIL
             Add 1 To WS-EXCP-CNT
           End-If
         End-If.

      *>  A failed text is failed contact: one CONTACT.DAT row
      *>  through SUB096 under operator BATCH, matching the row
      *>  SMS101 logged for the send.
       420-Log-Failure.
         Move MCUSTID  To WS-CACTCUSTID.
         Move "BATCH"  To WS-CACTOPERID.
         Move "T"      To WS-CACTMETHOD.
         Move "F"      To WS-CACTOUTCOME.
         Move Space    To WS-CACTTEXT.
         String "TEXT FAILED " Delimited By Size
                MTEMPLATE Delimited By Space
           Into WS-CACTTEXT
         End-String.
         Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL.

       999-End-Of-Program.
         Stop Run.
