      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Inbound batch for the postal service's change-of-address    **
      *> feed - the forwarding data the post office sells before the **
      *> mail ever bounces, where SUB310 only hears about mail that  **
      *> already failed. Reads data/NCOA.DAT, one row per move: the  **
      *> customer's name, the old address line and ZIP as the post   **
      *> office knew them, and the full new address. Each row is     **
      *> matched against active customers by exact name plus old     **
      *> address line - on the record or on any of the customer's    **
      *> address roles (CUSTADDR.DAT, SUB162), and only the          **
      *> addresses that matched are moved; matching nobody, or more  **
      *> than one customer, is an exception on data/COAEXCP.PRT. The **
      *> run mode comes from data/COAMODE.CFG (the MNT101            **
      *> preview/apply split): anything but "A" is a preview that    **
      *> only lists the proposed updates on data/COAPREV.PRT; mode   **
      *> "A" puts the new state and ZIP through SUB113 first (the    **
      *> ADR101 pattern - a failure is an exception, not an update)  **
      *> and applies each survivor through SUB104+SUB102, so the     **
      *> territory re-derivation, undeliverable-flag clearing and    **
      *> audit rows all fire as if a clerk had typed the move. The   **
      *> file's SUB131 control totals are verified first. Run        **
      *> outside the PGM001 menu, when the feed lands.               **
      *>                                                             **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Match the old address against each address role      **
      *>        (SUB162) as well as the primary address, and move    **
      *>        only the addresses that matched; a new ADDRESSES     **
      *>        column lists which.                                  **
      *> 261015 In apply mode, check the NCOA feed against the       **
      *>        SUB169 inbound file registry after the control       **
      *>        totals and refuse one already applied (a supervisor  **
      *>        releases it through INB101); mark it processed when  **
      *>        the run completes. A preview is never refused.       **
      *> 261015 Apply runs checkpoint through SUB170 every CHKPT-    **
      *>        EVERY rows under the feed fingerprint; a run that    **
      *>        died over the same file is resumed past the rows     **
      *>        already done with its counts restored.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   COA101.
             Copy CUSTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(106).

           Fd EXCFILE.
           01 EXC-REC Pic X(84).
           01 WS-BAK-RETVAL Pic X(2).
           01 WS-MATCH-CNT Pic 9(2) Value Zero.
           01 WS-MATCH-ID  Pic X(10) Value Space.
           01 WS-MATCH-HITS Pic X(5) Value Space.
           01 WS-MATCH-HIT-TBL Redefines WS-MATCH-HITS.
             05 WS-MATCH-HIT Pic X(1) Occurs 5 Times.
           01 WS-CAND-HITS Pic X(5)  Value Space.
           01 WS-CAND-HIT-TBL Redefines WS-CAND-HITS.
             05 WS-CAND-HIT Pic X(1) Occurs 5 Times.
           01 WS-HIT-CODES Pic X(5)  Value "PBSRM".
           01 WS-HIT-CODE-TBL Redefines WS-HIT-CODES.
             05 WS-HIT-CODE Pic X(1) Occurs 5 Times.
           01 WS-HX        Pic 9(1)  Value Zero.
           01 WS-WHICH-PTR Pic 9(2)  Value Zero.
           01 WS-CAD-FUNC   Pic X(1).
           01 WS-CAD-PRMSET.
             Copy CADDRLK.
           01 WS-CAD-RETVAL Pic X(2).
           01 WS-APPL-CNT Pic 9(6)  Value Zero.
           01 WS-EXCP-CNT Pic 9(6)  Value Zero.
           01 WS-OPERID   Pic X(8)  Value "BATCH".
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-INB-FUNC    Pic X(1).
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-RETVAL  Pic X(2).
           01 WS-CKP-FUNC   Pic X(1).
           01 WS-CKP-PRMSET.
             Copy CHKPTLK.
           01 WS-CKP-RETVAL Pic X(2).
           01 WS-CKP-ON     Pic X     Value "N".
             88 IS-CKP-ON             Value "Y".
           01 WS-RESTART    Pic X     Value "N".
             88 IS-RESTART            Value "Y".
           01 WS-SKIP-CNT   Pic 9(9)  Value Zero.

           01 WS-HDG-1.
             05 Filler   Pic X(28)
                Value "CHANGE-OF-ADDRESS UPDATES ".
             05 H-MODE   Pic X(10).
             05 Filler   Pic X(68) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(40) Value "NAME".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(30) Value "NEW ADDRESS".
             05 Filler Pic X(13) Value Space.
             05 Filler Pic X(9)  Value "ADDRESSES".

           01 WS-DETAIL.
             05 D-CUSTID Pic X(10).
             05 D-ADDR1  Pic X(30).
             05 Filler   Pic X(2)  Value Space.
             05 D-DISP   Pic X(10).
             05 Filler   Pic X(1)  Value Space.
             05 D-WHICH  Pic X(9).

           01 WS-EXC-HDG.
             05 Filler Pic X(40) Value "NAME".
             05 T-APPL-CNT Pic ZZZ,ZZ9.
             05 Filler     Pic X(14) Value "  EXCEPTIONS: ".
             05 T-EXCP-CNT Pic ZZZ,ZZ9.
             05 Filler     Pic X(68) Value Space.
           01 WS-RESTART-LINE.
             05 Filler   Pic X(16) Value "RESTARTED AFTER ".
             05 R-KEY    Pic X(30).
             05 Filler   Pic X(15) Value " CHECKPOINT AT ".
             05 R-STAMP  Pic X(14).
             05 Filler   Pic X(25) Value Space.

       Procedure Division.
       100-Main.
                   "file rejected."
           Move "Y" To WS-ABORT
         End-If.
         If WS-CTL-RETVAL Not Equal "06"
           And WS-CTL-RETVAL Not Equal "02" And IS-APPLY-MODE Then
           Perform 215-Check-Inbound-Registry
         End-If.

      *>  A file SUB131 found is checked against the inbound file
      *>  registry (SUB169) when the run will apply it: one already
      *>  processed is refused until a supervisor releases it for
      *>  one more run through INB101. A preview changes nothing
      *>  and is never refused.
       215-Check-Inbound-Registry.
         Move "C"          To WS-INB-FUNC.
         Move WS-NCOAFILE  To LIRFILE.
         Move "COA101"     To LIRJOB.
         Move WS-CTL-COUNT To LIRCOUNT.
         Move WS-CTL-HASH  To LIRHASH.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.
         Evaluate WS-INB-RETVAL
           When "05"
             Display "COA101: file already processed by " LIRPRCJOB
                     " at " LIRPRCDTTM " - refused."
             Move "Y" To WS-ABORT
           When "01"
             Display "COA101: reprocessing under a supervisor release."
         End-Evaluate.

       220-Backup-Files.
         Call "SUB092" Using WS-BAK-RETVAL.
           Move "Y" To WS-ABORT
         End-If.

      *>  An apply run checkpoints through SUB170 under the feed's
      *>  fingerprint (SUB131 count and hash). A run that died over
      *>  the same file is resumed: SUB170 hands back the rows read
      *>  and the counts of its last checkpoint. A row the run that
      *>  died had already applied after its last checkpoint no
      *>  longer matches the old address, so it is never applied
      *>  (or audited) twice - it is listed as an exception.
       230-Begin-Checkpoint.
         Move "N"          To WS-RESTART.
         Move "B"          To WS-CKP-FUNC.
         Move "COA101"     To LCKJOB.
         Move WS-CTL-COUNT To LCKFILEID(1:9).
         Move WS-CTL-HASH  To LCKFILEID(10:9).
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.
         If WS-CKP-RETVAL Equal "01" Then
           Move "Y" To WS-RESTART
         End-If.

      *>  The reports of the run that died are carried on under a
      *>  restart line.
       240-Resume-After-Checkpoint.
         Display "COA101: restart - resuming after row " LCKRECS.
         Move LCKCNT1 To WS-APPL-CNT.
         Move LCKCNT2 To WS-EXCP-CNT.
         Open Extend PRTFILE.
         If WS-PRTSTAT Equal "35" Then
           Open Output PRTFILE
           Write PRT-REC From WS-HDG-1
           Write PRT-REC From WS-HDG-2
         End-If.
         Open Extend EXCFILE.
         If WS-EXCSTAT Equal "35" Then
           Open Output EXCFILE
           Write EXC-REC From WS-EXC-HDG
         End-If.
         Move Space    To R-KEY.
         String "ROW " LCKRECS Delimited By Size
           Into R-KEY
         End-String.
         Move LCKSTAMP To R-STAMP.
         Write PRT-REC From WS-RESTART-LINE.

      *>  The rows up to the checkpoint are done and are read past.
       245-Skip-Committed.
         Perform 310-Read-Next.

       300-Process-File.
         Open Input NCOAFILE.
         If WS-NCOASTAT Not Equal "00" Then
             Close NCOAFILE
             Close CUST
           Else
             If IS-APPLY-MODE Then
               Perform 230-Begin-Checkpoint
             End-If
             If IS-RESTART Then
               Perform 240-Resume-After-Checkpoint
             Else
               Open Output PRTFILE
               Write PRT-REC From WS-HDG-1
               Write PRT-REC From WS-HDG-2
               Open Output EXCFILE
               Write EXC-REC From WS-EXC-HDG
             End-If
             Perform 310-Read-Next
             If IS-RESTART Then
               Perform 245-Skip-Committed
                 Varying WS-SKIP-CNT From 1 By 1
                 Until WS-SKIP-CNT Greater Than LCKRECS
                   Or IS-EOF
             End-If
             If IS-APPLY-MODE Then
               Move "Y" To WS-CKP-ON
             End-If
             Perform 320-Process-Row
               Until IS-EOF
             Move WS-APPL-CNT To T-APPL-CNT
             Move WS-EXCP-CNT To T-EXCP-CNT
             Write PRT-REC From WS-TOTAL-LINE
             If IS-APPLY-MODE Then
               Perform 380-End-Checkpoint
             End-If
             Perform 360-Mark-File-Processed
             Close NCOAFILE
             Close CUST
             Close PRTFILE
         End-If.

       310-Read-Next.
         If IS-CKP-ON Then
           Perform 370-Take-Checkpoint
         End-If.
         Read NCOAFILE
           At End Move "Y" To WS-EOF
         End-Read.
      *>  A match means the exact name plus the old address line the
      *>  post office carried; the old ZIP must agree too when the
      *>  feed supplies one. The whole file is scanned so a second
      *>  match surfaces as ambiguity instead of a wrong update. The
      *>  old address is looked for on the record (the primary
      *>  address) and on each of the customer's address roles
      *>  (SUB162); a customer counts once however many of its
      *>  addresses match, and WS-MATCH-HITS remembers which did.
       330-Match-Row.
         Move Zero  To WS-MATCH-CNT.
         Move Space To WS-MATCH-ID.
         Move Space To WS-MATCH-HITS.
         Move "N"   To WS-SCAN-EOF.
         Move Low-Values To RCUSTID.
         Start CUST Key Is Greater Than RCUSTID
           At End Move "Y" To WS-SCAN-EOF
         End-Read.
         If Not IS-SCAN-EOF And RCUSTSTAT-ACTIVE
           And RCUSTNAME Equal NC-NAME Then
           Perform 337-Check-Addresses
           If WS-CAND-HITS Not Equal Space Then
             Add 1 To WS-MATCH-CNT
             Move RCUSTID      To WS-MATCH-ID
             Move WS-CAND-HITS To WS-MATCH-HITS
           End-If
         End-If.

      *>  Slot 1 is the primary address, slots 2-5 the billing,
      *>  shipping, registered and mailing roles.
       337-Check-Addresses.
         Move Space To WS-CAND-HITS.
         If RCUSTADDR1 Equal NC-OLDADDR1
           And (NC-OLDZIP Equal Space
                Or RCUSTZIP Equal NC-OLDZIP) Then
           Move "Y" To WS-CAND-HIT(1)
         End-If.
         Perform 338-Check-Role-Address
           Varying WS-HX From 2 By 1
           Until WS-HX Greater Than 5.

       338-Check-Role-Address.
         Move "G"                To WS-CAD-FUNC.
         Move RCUSTID            To LCACUSTID.
         Move WS-HIT-CODE(WS-HX) To LCAROLE.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET,
             WS-CAD-RETVAL.
         If WS-CAD-RETVAL Equal "00"
           And LCAADDR1 Equal NC-OLDADDR1
           And (NC-OLDZIP Equal Space
                Or LCAZIP Equal NC-OLDZIP) Then
           Move "Y" To WS-CAND-HIT(WS-HX)
         End-If.

      *>  Preview lists the proposed update; apply runs it through
      *>  the usual path - the new state and ZIP validated by
      *>  SUB113 like a typed entry, then a SUB104 fetch, the new
      *>  address laid over it, and SUB102 with everything that
      *>  entails. Only the addresses that matched move: the record
      *>  when the primary address matched, and each matched role
      *>  through SUB162 - a customer whose billing address moved
      *>  keeps its registered address, and the other way round.
       340-Report-Or-Apply.
         Move WS-MATCH-ID To D-CUSTID.
         Move NC-NAME     To D-NAME.
         Move NC-NEWADDR1 To D-ADDR1.
         Perform 350-Format-Which.
         If IS-APPLY-MODE Then
           Move NC-NEWSTATE To WS-ADDR-STATE
           Move NC-NEWZIP   To WS-ADDR-ZIP
             Write EXC-REC From WS-EXC-DETAIL
             Add 1 To WS-EXCP-CNT
           Else
             Move "00" To WS-RETVAL
             If WS-MATCH-HIT(1) Equal "Y" Then
               Move WS-MATCH-ID To CUSTID Of WS-CUST-DAT
               Call "SUB104" Using WS-CUST-DAT, WS-RETVAL
               If WS-RETVAL Equal "00" Then
                 Move NC-NEWADDR1 To CUSTADDR1 Of WS-CUST-DAT
                 Move NC-NEWADDR2 To CUSTADDR2 Of WS-CUST-DAT
                 Move NC-NEWCITY  To CUSTCITY  Of WS-CUST-DAT
                 Move NC-NEWSTATE To CUSTSTATE Of WS-CUST-DAT
                 Move NC-NEWZIP   To CUSTZIP   Of WS-CUST-DAT
                 Call "SUB102" Using WS-CUST-DAT, WS-OPERID,
                 WS-UPD-REASON, WS-RETVAL
               End-If
             End-If
             If WS-RETVAL Equal "00" Then
               Perform 345-Apply-Role-Address
                 Varying WS-HX From 2 By 1
                 Until WS-HX Greater Than 5
               Move "APPLIED" To D-DISP
               Add 1 To WS-APPL-CNT
             Else
         End-If.
         Write PRT-REC From WS-DETAIL.

      *>  The post office's forwarding data is domestic, so a moved
      *>  role lands as a US address; SUB162 clears its returned-
      *>  mail flag with the change and writes the audit row.
       345-Apply-Role-Address.
         If WS-MATCH-HIT(WS-HX) Equal "Y" Then
           Move "S"                To WS-CAD-FUNC
           Move WS-MATCH-ID        To LCACUSTID
           Move WS-HIT-CODE(WS-HX) To LCAROLE
           Move NC-NEWADDR1        To LCAADDR1
           Move NC-NEWADDR2        To LCAADDR2
           Move NC-NEWCITY         To LCACITY
           Move NC-NEWSTATE        To LCASTATE
           Move NC-NEWZIP          To LCAZIP
           Move "US"               To LCACTRY
           Move WS-OPERID          To LCAOPERID
           Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET,
               WS-CAD-RETVAL
         End-If.

      *>  The ADDRESSES column lists the matched addresses by code:
      *>  P primary, B billing, S shipping, R registered, M mailing.
       350-Format-Which.
         Move Space To D-WHICH.
         Move 1     To WS-WHICH-PTR.
         Perform 355-Format-Which-Code
           Varying WS-HX From 1 By 1
           Until WS-HX Greater Than 5.

       355-Format-Which-Code.
         If WS-MATCH-HIT(WS-HX) Equal "Y" Then
           String WS-HIT-CODE(WS-HX) " " Delimited By Size
             Into D-WHICH
             With Pointer WS-WHICH-PTR
           End-String
         End-If.

      *>  The run is complete: the file goes on the registry as
      *>  processed, so a second run over it is refused.
       360-Mark-File-Processed.
         If WS-CTL-RETVAL Not Equal "02" And IS-APPLY-MODE Then
           Move "D" To WS-INB-FUNC
           Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
               WS-INB-RETVAL
         End-If.

      *>  Each row finished is reported to SUB170, which commits
      *>  the rows read and the counts every CHKPT-EVERY rows.
       370-Take-Checkpoint.
         Move "C"         To WS-CKP-FUNC.
         Move NC-NAME     To LCKKEY.
         Add 1            To LCKRECS.
         Move WS-APPL-CNT To LCKCNT1.
         Move WS-EXCP-CNT To LCKCNT2.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.

       380-End-Checkpoint.
         Move "N"         To WS-CKP-ON.
         Move "E"         To WS-CKP-FUNC.
         Move WS-APPL-CNT To LCKCNT1.
         Move WS-EXCP-CNT To LCKCNT2.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.

       999-End-Of-Program.
         Stop Run.
