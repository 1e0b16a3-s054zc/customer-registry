      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Inbound batch that puts the phone system's calls on the     **
      *> contact-activity log, so an inbound call no longer depends  **
      *> on a clerk remembering SUB330. The phone system drops a     **
      *> nightly call-detail file, data/CALLDTL.DAT, one row per     **
      *> inbound call: the caller's number, the extension that took  **
      *> (or rang for) it, the start time, the duration in seconds   **
      *> and A answered or N abandoned. Each caller number is looked **
      *> up on the PHONEXRF.DAT cross-reference (SUB120) and, when   **
      *> the cross-reference does not know it, on the CUSTPHON.DAT   **
      *> child phone rows. A matched call is appended to CONTACT.DAT **
      *> through SUB096 (method P; C answered, N abandoned) under    **
      *> the operator who owns the extension, per the extension-to-  **
      *> operator table data/PHONEEXT.CFG (an extension of up to six **
      *> characters, then the operator ID; an extension not on it is **
      *> logged under PHONE). The call's own date and time lead the  **
      *> contact text, since the row is stamped when it is imported. **
      *> An abandoned call from an active customer becomes a follow- **
      *> up for the next working day after the call on the           **
      *> customer's office calendar (SUB151) - unless an earlier one **
      *> is already set - audited and journalled like the SUB330     **
      *> follow-up, scheduled by the extension's operator and given  **
      *> its owner by SUB150, so it is on the next morning's TKL101  **
      *> tickler. Calls from numbers we do not know are listed on    **
      *> data/UNKCALLS.PRT for sales to work as prospects. The       **
      *> file's SUB131 control totals are verified first. Run        **
      *> outside the PGM001 menu, nightly after the phone system     **
      *> drops its file.                                             **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   CDR101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CDRFILE Assign WS-CDRFILE
             Organization Is Line Sequential
             File Status WS-CDRSTAT.
           Select EXTCFG Assign WS-EXTFILE
             Organization Is Line Sequential
             File Status WS-EXTSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select CUSTPHON Assign WS-CPHNFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CP-KEY
             File Status WS-CPHNSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd CDRFILE.
           01 CDR-REC.
             05 CD-CALLER   Pic X(20).
             05 CD-EXT      Pic X(6).
             05 CD-START    Pic X(14).
             05 CD-DURATION Pic 9(6).
             05 CD-ANSWERED Pic X(1).
               88 CD-ANSWERED-YES   Value "A".

           Fd EXTCFG.
           01 EXTCFG-REC.
             05 EX-EXT    Pic X(6).
             05 EX-OPERID Pic X(8).

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd CUSTPHON.
           01 CUSTPHON-REC.
             05 CP-KEY.
               10 CP-CUSTID Pic X(10).
               10 CP-PHONE  Pic X(20).
             05 CP-TYPE Pic X(2).
             05 CP-PREF Pic X(1).

           Fd PRTFILE.
           01 PRT-REC Pic X(84).

         Working-Storage Section.
           01 WS-CDRFILE  Pic X(20) Value "data/CALLDTL.DAT".
           01 WS-CDRSTAT  Pic 9(2).
           01 WS-EXTFILE  Pic X(20) Value "data/PHONEEXT.CFG".
           01 WS-EXTSTAT  Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-CPHNFILE Pic X(20) Value "data/CUSTPHON.DAT".
           01 WS-CPHNSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/UNKCALLS.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-EXT-EOF  Pic X     Value "N".
             88 IS-EXT-EOF          Value "Y".
           01 WS-CP-EOF   Pic X     Value "N".
             88 IS-CP-EOF           Value "Y".
           01 WS-CPHN-OPEN Pic X    Value "N".
             88 IS-CPHN-OPEN        Value "Y".
           01 WS-LOG-CNT  Pic 9(6)  Value Zero.
           01 WS-UNK-CNT  Pic 9(6)  Value Zero.
           01 WS-FUP-CNT  Pic 9(6)  Value Zero.
           01 WS-NOEXT-CNT Pic 9(6) Value Zero.
           01 WS-MATCH-ID Pic X(10) Value Space.
           01 WS-CALL-OPER Pic X(8) Value Space.
           01 WS-CALL-DATE Pic 9(8) Value Zero.
           01 WS-FUP-DATE  Pic 9(8) Value Zero.

      *>  The extension-to-operator table, loaded once.
           01 WS-EXT-COUNT Pic 9(3) Value Zero.
           01 WS-EXT-TBL.
             05 WS-EXT-ENTRY Occurs 500 Times Indexed By WS-EX.
               10 WS-E-EXT    Pic X(6).
               10 WS-E-OPERID Pic X(8).

           01 WS-XRF-FUNC  Pic X(1)  Value "L".
           01 WS-XRF-PRMSET.
             05 WS-XRF-PHONE  Pic X(20).
             05 WS-XRF-CUSTID Pic X(10).
           01 WS-XRF-RETVAL Pic X(2).
           01 WS-CONT-PRMSET.
             05 WS-CACTCUSTID  Pic X(10).
             05 WS-CACTOPERID  Pic X(8).
             05 WS-CACTMETHOD  Pic X(1).
             05 WS-CACTOUTCOME Pic X(1).
             05 WS-CACTTEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).
           01 WS-CALL-TEXT.
             05 Filler     Pic X(8)  Value "INBOUND ".
             05 CT-DATE    Pic X(8).
             05 Filler     Pic X(1)  Value Space.
             05 CT-TIME    Pic X(4).
             05 Filler     Pic X(5)  Value " EXT ".
             05 CT-EXT     Pic X(6).
             05 Filler     Pic X(1)  Value Space.
             05 CT-RESULT  Pic X(7).
           01 WS-DUR-EDIT.
             05 CT-DUR     Pic Z(5)9.
             05 Filler     Pic X(1)  Value "S".
           01 WS-CAL-FUNC   Pic X(1).
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).
           01 WS-AUD-PRMSET.
             Copy AUDITLK.
           01 WS-AUD-RETVAL Pic X(2).
           01 WS-JRNL-ACTION Pic X(1).
           01 WS-JRNL-BEFORE Pic X(600).
           01 WS-JRNL-AFTER  Pic X(600).
           01 WS-JRNL-RETVAL Pic X(2).
           01 WS-FUO-FUNC   Pic X(1)  Value "A".
           01 WS-FUO-PRMSET.
             Copy FUPOWNLK.
           01 WS-FUO-RETVAL Pic X(2)  Value Space.
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(32) Value "UNKNOWN CALLERS".
             05 Filler Pic X(48) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(20) Value "CALLER NUMBER".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(14) Value "CALL START".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(6)  Value "EXT".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(8)  Value "OPERATOR".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(8)  Value "DURATION".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(9)  Value "RESULT".
             05 Filler Pic X(5)  Value Space.

           01 WS-DETAIL.
             05 D-CALLER   Pic X(20).
             05 Filler     Pic X(2)  Value Space.
             05 D-START    Pic X(14).
             05 Filler     Pic X(2)  Value Space.
             05 D-EXT      Pic X(6).
             05 Filler     Pic X(2)  Value Space.
             05 D-OPERID   Pic X(8).
             05 Filler     Pic X(2)  Value Space.
             05 D-DURATION Pic ZZZZZ9.
             05 Filler     Pic X(4)  Value Space.
             05 D-RESULT   Pic X(9).
             05 Filler     Pic X(5)  Value Space.

           01 WS-TOTAL-LINE.
             05 Filler      Pic X(16) Value "UNKNOWN CALLS:".
             05 T-UNK-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(16) Value "  CALLS LOGGED:".
             05 T-LOG-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(15) Value "  FOLLOW-UPS:".
             05 T-FUP-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(16) Value Space.
           01 WS-NOEXT-LINE.
             05 Filler      Pic X(40)
                Value "CALLS ON EXTENSIONS NOT IN PHONEEXT.CFG:".
             05 T-NOEXT-CNT Pic ZZZ,ZZ9.
             05 Filler      Pic X(37) Value Space.

       Procedure Division.
       100-Main.
         Perform 200-Initialize.
         Perform 300-Process-Next
           Until IS-EOF.
         Perform 900-Finalize.
         Perform 999-End-Of-Program.

       200-Initialize.
         Perform 250-Verify-Control-Totals.
         If Not IS-EOF Then
           Open Input CDRFILE
           If WS-CDRSTAT Not Equal "00" Then
             Display "CDR101: call-detail file not found, "
                     "nothing to do."
             Move "Y" To WS-EOF
           Else
             Open I-O CUST
             If WS-CUSTSTAT Equal "35" Then
               Display "CDR101: CUSTOMER.DAT not found."
               Move "Y" To WS-EOF
               Close CDRFILE
             Else
               Perform 210-Load-Extensions
               Open Input CUSTPHON
               If WS-CPHNSTAT Equal "00" Then
                 Move "Y" To WS-CPHN-OPEN
               Else
                 Close CUSTPHON
               End-If
               Open Output PRTFILE
               Write PRT-REC From WS-HDG-1
               Write PRT-REC From WS-HDG-2
               Perform 310-Read-Next
             End-If
           End-If
         End-If.

       210-Load-Extensions.
         Open Input EXTCFG.
         If WS-EXTSTAT Not Equal "00" Then
           Move "Y" To WS-EXT-EOF
         End-If.
         Perform 215-Load-Extension-Next
           Until IS-EXT-EOF.
         Close EXTCFG.

       215-Load-Extension-Next.
         Read EXTCFG
           At End Move "Y" To WS-EXT-EOF
         End-Read.
         If Not IS-EXT-EOF And EX-EXT Not Equal Space
           And WS-EXT-COUNT Less Than 500 Then
           Add 1 To WS-EXT-COUNT
           Move EX-EXT    To WS-E-EXT(WS-EXT-COUNT)
           Move EX-OPERID To WS-E-OPERID(WS-EXT-COUNT)
         End-If.

      *>  The whole file is proven complete before a single call is
      *>  logged; a file with no control records still processes.
       250-Verify-Control-Totals.
         Move "V" To WS-CTL-FUNC.
         Move WS-CDRFILE To WS-CTL-FILE.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         If WS-CTL-RETVAL Equal "06" Then
           Display "CDR101: control totals do not match - "
                   "file rejected."
           Move "Y" To WS-EOF
           Move 35  To WS-CDRSTAT
         End-If.

       300-Process-Next.
         If CDR-REC(1:5) Not Equal "*CTL*"
           And CD-CALLER Not Equal Space Then
           Perform 305-Apply-One-Call
         End-If.
         Perform 310-Read-Next.

       305-Apply-One-Call.
         Perform 320-Find-Operator.
         Perform 330-Match-Caller.
         If WS-MATCH-ID Equal Space Then
           Perform 370-Write-Unknown
         Else
           Move WS-MATCH-ID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key
               Perform 370-Write-Unknown
             Not Invalid Key
               Perform 340-Log-Call
               If Not CD-ANSWERED-YES And RCUSTSTAT-ACTIVE Then
                 Perform 350-Set-Follow-Up
               End-If
           End-Read
         End-If.

       310-Read-Next.
         Read CDRFILE
           At End Move "Y" To WS-EOF
         End-Read.

       320-Find-Operator.
         Move "PHONE" To WS-CALL-OPER.
         Set WS-EX To 1.
         Search WS-EXT-ENTRY
           At End
             Add 1 To WS-NOEXT-CNT
           When WS-EX Greater Than WS-EXT-COUNT
             Add 1 To WS-NOEXT-CNT
           When WS-E-EXT(WS-EX) Equal CD-EXT
             Move WS-E-OPERID(WS-EX) To WS-CALL-OPER
         End-Search.

      *>  The cross-reference first - one keyed read. A number it
      *>  does not know (or no cross-reference at all) is looked for
      *>  among the CUSTPHON.DAT rows, which are keyed by customer,
      *>  so that is a pass over the file.
       330-Match-Caller.
         Move Space     To WS-MATCH-ID.
         Move "L"       To WS-XRF-FUNC.
         Move CD-CALLER To WS-XRF-PHONE.
         Move Space     To WS-XRF-CUSTID.
         Call "SUB120" Using WS-XRF-FUNC, WS-XRF-PRMSET,
             WS-XRF-RETVAL.
         If WS-XRF-RETVAL Equal "00" Then
           Move WS-XRF-CUSTID To WS-MATCH-ID
         Else
           If IS-CPHN-OPEN Then
             Move "N"        To WS-CP-EOF
             Move Low-Values To CP-KEY
             Start CUSTPHON Key Is Greater Than CP-KEY
               Invalid Key Move "Y" To WS-CP-EOF
             End-Start
             Perform 335-Scan-Phone-Next
               Until IS-CP-EOF
           End-If
         End-If.

       335-Scan-Phone-Next.
         Read CUSTPHON Next Record
           At End Move "Y" To WS-CP-EOF
         End-Read.
         If Not IS-CP-EOF And CP-PHONE Equal CD-CALLER Then
           Move CP-CUSTID To WS-MATCH-ID
           Move "Y" To WS-CP-EOF
         End-If.

      *>  One CONTACT.DAT row per matched call through SUB096, like
      *>  any operator-keyed contact. SUB096 stamps the row when it
      *>  is imported, so the call's own date and time lead the text.
       340-Log-Call.
         Move CD-START(1:8)  To CT-DATE.
         Move CD-START(9:4)  To CT-TIME.
         Move CD-EXT         To CT-EXT.
         Move RCUSTID        To WS-CACTCUSTID.
         Move WS-CALL-OPER   To WS-CACTOPERID.
         Move "P"            To WS-CACTMETHOD.
         If CD-ANSWERED-YES Then
           Move "C"          To WS-CACTOUTCOME
           Move CD-DURATION  To CT-DUR
           Move WS-DUR-EDIT  To CT-RESULT
         Else
           Move "N"          To WS-CACTOUTCOME
           Move "ABANDON"    To CT-RESULT
         End-If.
         Move WS-CALL-TEXT   To WS-CACTTEXT.
         Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL.
         Add 1 To WS-LOG-CNT.

      *>  The next working day after the call, on the customer's
      *>  office calendar - the morning the tickler will show it. A
      *>  follow-up already due sooner is left alone. Written
      *>  straight onto the record with the audit row and journal
      *>  images, the same way SUB330 sets one.
       350-Set-Follow-Up.
         Move CD-START(1:8) To WS-CALL-DATE.
         Move Space         To WS-CAL-PRMSET.
         Move RCUSTOFFICE   To LCLOFFICE.
         Move WS-CALL-DATE  To LCLFROMDT.
         Move "N" To WS-CAL-FUNC.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.
         Move LCLRESDT To LCLFROMDT.
         Move "R" To WS-CAL-FUNC.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.
         Move LCLRESDT To WS-FUP-DATE.
         If WS-CAL-RETVAL Equal "00"
           And (RCUSTFUPDT Equal Zero
                Or RCUSTFUPDT Greater Than WS-FUP-DATE) Then
           Move RCUSTID      To LACUSTID
           Move "U"          To LAACTION
           Move "RCUSTFUPDT" To LAFIELD
           Move RCUSTFUPDT   To LAOLDVAL
           Move WS-FUP-DATE  To LANEWVAL
           Move WS-CALL-OPER To LAOPERID
           Move Space        To LAREASON
           Call "SUB090" Using WS-AUD-PRMSET, WS-AUD-RETVAL
           Move Space    To WS-JRNL-BEFORE
           Move CUST-REC
             To WS-JRNL-BEFORE(1:Length Of CUST-REC)
           Move WS-FUP-DATE  To RCUSTFUPDT
           Move WS-CALL-OPER To RCUSTFUPOP
           Move "U"      To WS-JRNL-ACTION
           Move Space    To WS-JRNL-AFTER
           Move CUST-REC
             To WS-JRNL-AFTER(1:Length Of CUST-REC)
           Call "SUB097" Using WS-JRNL-ACTION,
               WS-JRNL-BEFORE, WS-JRNL-AFTER, WS-JRNL-RETVAL
           Rewrite CUST-REC
           End-Rewrite
           Move "A"          To WS-FUO-FUNC
           Move RCUSTID      To LFOCUSTID
           Move RCUSTTERR    To LFOTERR
           Move WS-CALL-OPER To LFOOPERID
           Call "SUB150" Using WS-FUO-FUNC, WS-FUO-PRMSET,
               WS-FUO-RETVAL
           Add 1 To WS-FUP-CNT
         End-If.

       370-Write-Unknown.
         Move CD-CALLER    To D-CALLER.
         Move CD-START     To D-START.
         Move CD-EXT       To D-EXT.
         Move WS-CALL-OPER To D-OPERID.
         Move CD-DURATION  To D-DURATION.
         If CD-ANSWERED-YES Then
           Move "ANSWERED"  To D-RESULT
         Else
           Move "ABANDONED" To D-RESULT
         End-If.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-UNK-CNT.

       900-Finalize.
         If WS-CDRSTAT Not Equal "35" And WS-CUSTSTAT Not Equal "35"
           Then
           Move WS-UNK-CNT   To T-UNK-CNT
           Move WS-LOG-CNT   To T-LOG-CNT
           Move WS-FUP-CNT   To T-FUP-CNT
           Move WS-NOEXT-CNT To T-NOEXT-CNT
           Move Space To PRT-REC
           Write PRT-REC
           Write PRT-REC From WS-TOTAL-LINE
           Write PRT-REC From WS-NOEXT-LINE
           Close CDRFILE
           Close CUST
           Close PRTFILE
           If IS-CPHN-OPEN Then
             Close CUSTPHON
           End-If
         End-If.
         Display "CDR101: " WS-LOG-CNT " call(s) logged, "
                 WS-UNK-CNT " unknown caller(s), "
                 WS-FUP-CNT " follow-up(s) set.".

       999-End-Of-Program.
         Stop Run.
