      *> RCUSTPHN2, RCUSTCITY, RCUSTSTATE, RCUSTZIP or RCUSTTYPE),   **
      *> the text to match and the replacement text; the first       **
      *> occurrence of the match inside the field is replaced. The   **
      *> RCUSTPHN-NPA rule (written by NPA102 from an area-code      **
      *> split) is matched on the digits of both phone fields - old  **
      *> area code, optionally followed by the exchange - and        **
      *> replaces only the three area-code digits, keeping whatever  **
      *> punctuation the number was keyed with; it is reported and   **
      *> audited under the phone field actually changed. Up to 500   **
      *> rules are read, enough for a split's exchange list. The     **
      *> run mode comes from data/MASSMODE.CFG: anything but "A" is  **
      *> a preview, which only reports what would change on          **
      *> data/MASSPREV.PRT; mode "A" applies the changes, with a     **
      *>        SUB102 does - an area-code split is exactly the run   **
      *>        that would otherwise leave the index wrong for every  **
      *>        changed customer.                                     **
      *> 261015 New RCUSTPHN-NPA rule kind for area-code splits,     **
      *>        matched on the phone digits and applied to both      **
      *>        phone fields; rule table raised from 20 to 500.      **
      *> 261015 A RCUSTZIP rule moves the customer's entry on the    **
      *>        ADDRXRF.DAT address cross-reference (SUB160).        **
      *> 261015 Apply runs checkpoint through SUB170 every CHKPT-    **
      *>        EVERY customers; a run that died is resumed after    **
      *>        the last checkpoint key, and customers it had        **
      *>        already rewritten since then are skipped rather than **
      *>        changed twice.                                       **
      *>***************************************************************
       Identification Division.
         Program-Id.   MNT101.
           01 WS-XRF-RETVAL Pic X(2).
           01 WS-OLD-PHN1   Pic X(20) Value Space.
           01 WS-OLD-PHN2   Pic X(20) Value Space.
           01 WS-OLD-ZIP    Pic X(10) Value Space.
           01 WS-AXR-FUNC   Pic X(1).
           01 WS-AXR-PRMSET.
             Copy ADDRXLK.
           01 WS-AXR-RETVAL Pic X(2).
           01 WS-HOLD-PRMSET.
             05 WS-HOLD-ID   Pic X(10).
             05 WS-HOLD-OPER Pic X(8).
             05 WS-HOLD-DATE Pic 9(8).
           01 WS-HOLD-RETVAL Pic X(2).
           01 WS-CKP-FUNC   Pic X(1).
           01 WS-CKP-PRMSET.
             Copy CHKPTLK.
           01 WS-CKP-RETVAL Pic X(2).
           01 WS-CKP-ON     Pic X     Value "N".
             88 IS-CKP-ON             Value "Y".
           01 WS-RESTART    Pic X     Value "N".
             88 IS-RESTART            Value "Y".
           01 WS-DONE-BEFORE Pic X    Value "N".
             88 IS-DONE-BEFORE        Value "Y".


           01 WS-RULE-COUNT Pic 9(3) Value Zero.
           01 WS-RULE-TBL.
             05 WS-RULE-ENTRY Occurs 500 Times Indexed By WS-RX.
               10 WS-R-FIELD Pic X(15).
               10 WS-R-MATCH Pic X(20).
               10 WS-R-REPL  Pic X(20).
           01 WS-SCAN-MAX  Pic S9(4) Comp-5 Value Zero.
           01 WS-PTR       Pic 9(3)  Value 1.
           01 WS-TAIL-LEN  Pic S9(4) Comp-5 Value Zero.
           01 WS-CHG-FIELD Pic X(15) Value Space.
           01 WS-DIG-CNT   Pic 9(2)  Value Zero.
           01 WS-DIG-START Pic 9(2)  Value Zero.
           01 WS-DIGITS    Pic X(20) Value Space.
           01 WS-DIG-TBL.
             05 WS-DIG-POS Pic 9(2) Occurs 20 Times.

           01 WS-HDG-1.
             05 Filler   Pic X(26) Value "MASS MAINTENANCE ".
             05 Filler      Pic X(14) Value "TOTAL CHANGES:".
             05 T-CHG-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(79) Value Space.
           01 WS-RESTART-LINE.
             05 Filler   Pic X(16) Value "RESTARTED AFTER ".
             05 R-KEY    Pic X(30).
             05 Filler   Pic X(15) Value " CHECKPOINT AT ".
             05 R-STAMP  Pic X(14).
             05 Filler   Pic X(5)  Value Space.

       Procedure Division.
       100-Main.
         Read RULEFILE
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And WS-RULE-COUNT Less Than 500
           And MR-FIELD Not Equal Space
           And MR-MATCH Not Equal Space Then
           Add 1 To WS-RULE-COUNT
           Move "Y" To WS-ABORT
         End-If.

      *>  An apply run checkpoints through SUB170. A run that died
      *>  is resumed: SUB170 hands back the last checkpoint's key
      *>  and change count.
       260-Begin-Checkpoint.
         Move "N"      To WS-RESTART.
         Move "B"      To WS-CKP-FUNC.
         Move "MNT101" To LCKJOB.
         Move Space    To LCKFILEID.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.
         If WS-CKP-RETVAL Equal "01" Then
           Move "Y" To WS-RESTART
         End-If.

      *>  Customers up to the checkpoint key are done and are not
      *>  read again; the report of the run that died is carried on
      *>  under a restart line.
       270-Resume-After-Checkpoint.
         Display "MNT101: restart - resuming after customer " LCKKEY.
         Move LCKCNT1 To WS-CHG-CNT.
         Move LCKKEY  To RCUSTID.
         Start CUST Key Is Greater Than RCUSTID
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         Open Extend PRTFILE.
         If WS-PRTSTAT Equal "35" Then
           Open Output PRTFILE
           Write PRT-REC From WS-HDG-1
           Write PRT-REC From WS-HDG-2
         End-If.
         Move LCKKEY   To R-KEY.
         Move LCKSTAMP To R-STAMP.
         Write PRT-REC From WS-RESTART-LINE.

      *>  Each customer finished is reported to SUB170, which
      *>  commits the key and count every CHKPT-EVERY customers.
       280-Take-Checkpoint.
         Move "C"        To WS-CKP-FUNC.
         Move RCUSTID    To LCKKEY.
         Add 1           To LCKRECS.
         Move WS-CHG-CNT To LCKCNT1.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.

       290-End-Checkpoint.
         Move "N"        To WS-CKP-ON.
         Move "E"        To WS-CKP-FUNC.
         Move WS-CHG-CNT To LCKCNT1.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.

       300-Process-File.
         Move "N" To WS-EOF.
         If IS-APPLY-MODE Then
           Display "MNT101: CUSTOMER.DAT not found."
           Close CUST
         Else
           If IS-APPLY-MODE Then
             Perform 260-Begin-Checkpoint
           End-If
           If IS-RESTART Then
             Perform 270-Resume-After-Checkpoint
           Else
             Open Output PRTFILE
             Write PRT-REC From WS-HDG-1
             Write PRT-REC From WS-HDG-2
           End-If
           If Not IS-EOF Then
             Perform 310-Read-Next
           End-If
           If IS-APPLY-MODE Then
             Move "Y" To WS-CKP-ON
           End-If
           Perform 320-Process-Record
             Until IS-EOF
           Move WS-CHG-CNT To T-CHG-CNT
           Write PRT-REC From WS-TOTAL-LINE
           If IS-APPLY-MODE Then
             Perform 290-End-Checkpoint
           End-If
           Close CUST
           Close PRTFILE
         End-If.

       310-Read-Next.
         If IS-CKP-ON Then
           Perform 280-Take-Checkpoint
         End-If.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         End-If.

       321-Apply-Rules-To-Record.
         Perform 322-Check-Restart-Window.
         If RCUSTSTAT-ACTIVE And Not IS-DONE-BEFORE Then
           Move "N" To WS-REC-CHANGED
           Move Space    To WS-JRNL-BEFORE
           Move CUST-REC To WS-JRNL-BEFORE(1:Length Of CUST-REC)
           Move RCUSTPHN1 To WS-OLD-PHN1
           Move RCUSTPHN2 To WS-OLD-PHN2
           Move RCUSTZIP  To WS-OLD-ZIP
           Perform 330-Apply-One-Rule
             Varying WS-RX From 1 By 1
             Until WS-RX Greater Than WS-RULE-COUNT
             Rewrite CUST-REC
             End-Rewrite
             Perform 325-Reindex-Changed-Phones
             Perform 327-Reindex-Changed-Zip
           End-If
         End-If.
         Perform 310-Read-Next.

      *>  A resumed run does not apply the rules again to a
      *>  customer the run that died had already rewritten after its
      *>  last checkpoint - a rule whose replacement contains its
      *>  own match text would change the record a second time, with
      *>  a second set of audit rows and journal images.
       322-Check-Restart-Window.
         Move "N" To WS-DONE-BEFORE.
         If IS-RESTART And RCUSTSTAT-ACTIVE Then
           Move "J"     To WS-CKP-FUNC
           Move RCUSTID To LCKCUSTID
           Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
               WS-CKP-RETVAL
           If WS-CKP-RETVAL Equal "00" Then
             Move "Y"          To WS-DONE-BEFORE
             Move RCUSTID      To D-CUSTID
             Move Space        To D-FIELD
             Move "SKIPPED"    To D-OLDVAL
             Move "APPLIED BEFORE RESTART" To D-NEWVAL
             Write PRT-REC From WS-DETAIL
           End-If
         End-If.

      *>  Keeps the cross-reference in step with a number an applied
      *>  rule changed: the old entry goes, the new one points here -
      *>  the same rule SUB102 applies on an operator's edit.
           End-If
         End-If.

      *>  A ZIP rule moves the customer's address cross-reference
      *>  entry (SUB160) from the old ZIP to the new one.
       327-Reindex-Changed-Zip.
         If WS-OLD-ZIP Not Equal RCUSTZIP Then
           Move "C"     To LAXSOURCE
           Move RCUSTID To LAXCUSTID
           If WS-OLD-ZIP(1:5) Not Equal RCUSTZIP(1:5) Then
             Move "D"        To WS-AXR-FUNC
             Move WS-OLD-ZIP To LAXZIP
             Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
                 WS-AXR-RETVAL
           End-If
           Move "A"        To WS-AXR-FUNC
           Move RCUSTZIP   To LAXZIP
           Move RCUSTADDR1 To LAXSTREET
           Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
               WS-AXR-RETVAL
         End-If.

       330-Apply-One-Rule.
         Move WS-R-FIELD(WS-RX) To WS-CHG-FIELD.
         Evaluate WS-R-FIELD(WS-RX)
           When "RCUSTPHN-NPA"
             Move "RCUSTPHN1" To WS-CHG-FIELD
             Move Space To WS-VAL
             Move RCUSTPHN1 To WS-VAL(1:20)
             Perform 345-Try-Npa-Replace
             If IS-MATCHED Then
               Perform 360-Report-Change
               If IS-APPLY-MODE Then
                 Perform 370-Log-Change
                 Move WS-NEWVAL(1:20) To RCUSTPHN1
                 Move "Y" To WS-REC-CHANGED
               End-If
             End-If
             Move "RCUSTPHN2" To WS-CHG-FIELD
             Move Space To WS-VAL
             Move RCUSTPHN2 To WS-VAL(1:20)
             Perform 345-Try-Npa-Replace
             If IS-MATCHED Then
               Perform 360-Report-Change
               If IS-APPLY-MODE Then
                 Perform 370-Log-Change
                 Move WS-NEWVAL(1:20) To RCUSTPHN2
                 Move "Y" To WS-REC-CHANGED
               End-If
             End-If
           When "RCUSTPHN1"
             Move Space To WS-VAL
             Move RCUSTPHN1 To WS-VAL(1:20)
           End-If
         End-If.

      *>  Area-code rule: the number's digits are picked out of the
      *>  field with their positions, so a number keyed as 555.123.
      *>  4567 matches like (555) 123-4567. Only a ten-digit number,
      *>  or eleven with the leading 1, is a North American number;
      *>  anything else is left alone. The new code goes back into
      *>  the same three positions the old one held.
       345-Try-Npa-Replace.
         Move "N"   To WS-MATCHED.
         Move Zero  To WS-DIG-CNT.
         Move Space To WS-DIGITS.
         Perform 346-Collect-Digit
           Varying WS-VAL-CX From 1 By 1
           Until WS-VAL-CX Greater Than 20.
         Move Zero To WS-DIG-START.
         If WS-DIG-CNT Equal 10 Then
           Move 1 To WS-DIG-START
         End-If.
         If WS-DIG-CNT Equal 11 And WS-DIGITS(1:1) Equal "1" Then
           Move 2 To WS-DIG-START
         End-If.
         If WS-DIG-START Greater Than Zero
           And WS-R-REPL(WS-RX)(1:3) Is Numeric
           And WS-DIGITS(WS-DIG-START:3) Equal
               WS-R-MATCH(WS-RX)(1:3) Then
           Move "Y" To WS-MATCHED
           If WS-R-MATCH(WS-RX)(4:3) Not Equal Space
             And WS-DIGITS(WS-DIG-START + 3:3) Not Equal
                 WS-R-MATCH(WS-RX)(4:3) Then
             Move "N" To WS-MATCHED
           End-If
         End-If.
         If IS-MATCHED Then
           Move WS-VAL To WS-NEWVAL
           Move WS-R-REPL(WS-RX)(1:1)
             To WS-NEWVAL(WS-DIG-POS(WS-DIG-START):1)
           Move WS-R-REPL(WS-RX)(2:1)
             To WS-NEWVAL(WS-DIG-POS(WS-DIG-START + 1):1)
           Move WS-R-REPL(WS-RX)(3:1)
             To WS-NEWVAL(WS-DIG-POS(WS-DIG-START + 2):1)
           If WS-NEWVAL Equal WS-VAL Then
             Move "N" To WS-MATCHED
           End-If
         End-If.

       346-Collect-Digit.
         If WS-VAL(WS-VAL-CX:1) Is Numeric Then
           Add 1 To WS-DIG-CNT
           Move WS-VAL(WS-VAL-CX:1) To WS-DIGITS(WS-DIG-CNT:1)
           Move WS-VAL-CX To WS-DIG-POS(WS-DIG-CNT)
         End-If.

       360-Report-Change.
         Move RCUSTID           To D-CUSTID.
         Move WS-CHG-FIELD      To D-FIELD.
         Move WS-VAL(1:30)      To D-OLDVAL.
         Move WS-NEWVAL(1:30)   To D-NEWVAL.
         Write PRT-REC From WS-DETAIL.
       370-Log-Change.
         Move RCUSTID           To LACUSTID.
         Move "U"               To LAACTION.
         Move WS-CHG-FIELD      To LAFIELD.
         Move WS-VAL            To LAOLDVAL.
         Move WS-NEWVAL         To LANEWVAL.
         Move "BATCH"           To LAOPERID.
