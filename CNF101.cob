      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Nightly "please confirm your details" cycle. Once a year,   **
      *> on the anniversary of their last confirmation, every active **
      *> customer is asked to check what we hold for them. The cycle **
      *> lives on data/CONFIRM.DAT (see CNFFD), worked through       **
      *> SUB172; a customer not yet on it is started there, running  **
      *> from their lifecycle date (RCUSTLIFEDT) so the first        **
      *> requests are spread over the year. Each night, by the       **
      *> processing date (SUB152):                                   **
      *>   - a request falling due queues a *CONFIRM* message on     **
      *>     CUSTOMER.MAILQ (SUB091) - by email to a verified        **
      *>     address (RCUSTEMLVER) the customer has not refused,     **
      *>     otherwise as an LTR101 letter unless the customer is    **
      *>     do-not-mail or the mailing address has come back. An    **
      *>     email's body - the details on file, national ID masked  **
      *>     through SUB098 - is appended to data/CNFBODY.DAT for    **
      *>     the relay to merge; a letter's is printed by LTR101;    **
      *>   - a request unanswered CNF-REMIND-DAYS after it went      **
      *>     (SUB153, calendar or business days by the office's      **
      *>     calendar, SUB151) gets one *CONFRMD* reminder;          **
      *>   - a request still unanswered at the next anniversary is   **
      *>     a missed cycle, and a fresh request goes out.           **
      *> Replies come in through the WEB101 portal feed or a clerk   **
      *> on the SUB560 screen. Customers who have missed             **
      *> CNF-MISS-CYCLES cycles in a row (default two) are listed    **
      *> by office on data/CNFMISS.PRT, archived through SUB117, as  **
      *> candidates for an undeliverable flag or a lifecycle review. **
      *> Run outside the PGM001 menu, nightly after WEB101 and       **
      *> before MLR101 and LTR101.                                   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   CNF101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select CNFBODY Assign WS-BODYFILE
             Organization Is Line Sequential
             File Status WS-BODYSTAT.
           Select SORTFILE Assign WS-SORTFILE.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

      *>  One body row per emailed request or reminder - the relay
      *>  merges the row for the customer and address into the
      *>  message queued for it on the same date.
           Fd CNFBODY.
           01 CNFBODY-REC.
             05 CB-CUSTID   Pic X(10).
             05 CB-TOADDR   Pic X(40).
             05 CB-QUEUEDT  Pic 9(8).
             05 CB-TEMPLATE Pic X(15).
             05 CB-NAME     Pic X(40).
             05 CB-ADDR1    Pic X(30).
             05 CB-ADDR2    Pic X(30).
             05 CB-CITY     Pic X(20).
             05 CB-STATE    Pic X(2).
             05 CB-ZIP      Pic X(10).
             05 CB-PHN1     Pic X(20).
             05 CB-PHN2     Pic X(20).
             05 CB-EMAIL    Pic X(40).
             05 CB-NATID    Pic X(15).
             05 CB-LASTDT   Pic 9(8).

           Sd SORTFILE.
           01 SORT-REC.
             05 S-OFFICE   Pic X(3).
             05 S-MISSED   Pic 9(2).
             05 S-CUSTID   Pic X(10).
             05 S-CUSTNAME Pic X(40).
             05 S-LASTDT   Pic 9(8).
             05 S-CHANNEL  Pic X(1).
             05 S-UNDELIV  Pic X(1).

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-BODYFILE Pic X(20) Value "data/CNFBODY.DAT".
           01 WS-BODYSTAT Pic 9(2).
           01 WS-SORTFILE Pic X(20) Value "data/CNF101.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/CNFMISS.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CHANGED  Pic X     Value "N".
             88 IS-CHANGED          Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-QUEUE-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-PRM-FUNC   Pic X(1) Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL Pic X(2).
           01 WS-REM-DAYS   Pic 9(6) Value Zero.
           01 WS-REM-UNIT   Pic X(1) Value Space.
           01 WS-MISS-CYCLES Pic 9(6) Value Zero.
           01 WS-CAL-FUNC   Pic X(1) Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).
           01 WS-CNF-FUNC   Pic X(1).
           01 WS-CNF-PRMSET.
             Copy CNFLK.
           01 WS-CNF-RETVAL Pic X(2).
           01 WS-MAIL-PRMSET.
             Copy MAILLK.
           01 WS-MAIL-RETVAL Pic X(2).
           01 WS-CAD-FUNC   Pic X(1) Value "R".
           01 WS-CAD-PRMSET.
             Copy CADDRLK.
           01 WS-CAD-RETVAL Pic X(2).
           01 WS-TEMPLATE   Pic X(15) Value Space.
           01 WS-ANN-DATE   Pic 9(8) Value Zero.
           01 WS-ANN-DATE-X Redefines WS-ANN-DATE.
             05 WS-ANN-YYYY Pic 9(4).
             05 WS-ANN-MMDD Pic X(4).
           01 WS-START-CNT  Pic 9(6) Value Zero.
           01 WS-REQ-CNT    Pic 9(6) Value Zero.
           01 WS-REM-CNT    Pic 9(6) Value Zero.
           01 WS-MISS-CNT   Pic 9(6) Value Zero.
           01 WS-NOCHAN-CNT Pic 9(6) Value Zero.
           01 WS-LIST-CNT   Pic 9(6) Value Zero.
           01 WS-OFC-CNT    Pic 9(6) Value Zero.
           01 WS-CUR-OFFICE Pic X(3) Value Low-Values.
           01 WS-FIRST      Pic X    Value "Y".
             88 IS-FIRST             Value "Y".
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(40)
                Value "CUSTOMERS NOT CONFIRMING THEIR DETAILS ".
             05 Filler Pic X(4)  Value "RUN ".
             05 H-DATE Pic X(8).
             05 Filler Pic X(16) Value "  CYCLES MISSED ".
             05 H-MISS Pic Z9.
             05 Filler Pic X(9)  Value " OR MORE".
             05 Filler Pic X(25) Value Space.
           01 WS-OFC-HDG.
             05 Filler    Pic X(8)  Value "OFFICE: ".
             05 OH-OFFICE Pic X(10).
             05 Filler    Pic X(86) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(12) Value "CUSTOMER".
             05 Filler Pic X(42) Value "NAME".
             05 Filler Pic X(10) Value "CONFIRMED".
             05 Filler Pic X(8)  Value "MISSED".
             05 Filler Pic X(8)  Value "SENT BY".
             05 Filler Pic X(22) Value "SUGGESTED".
           01 WS-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTID   Pic X(10).
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTNAME Pic X(40).
             05 Filler     Pic X(2)  Value Space.
             05 D-LASTDT   Pic X(8).
             05 Filler     Pic X(6)  Value Space.
             05 D-MISSED   Pic Z9.
             05 Filler     Pic X(2)  Value Space.
             05 D-CHANNEL  Pic X(6).
             05 Filler     Pic X(2)  Value Space.
             05 D-SUGGEST  Pic X(22).
           01 WS-OFC-TOTAL.
             05 Filler      Pic X(2)  Value Space.
             05 Filler      Pic X(15) Value "OFFICE LISTED: ".
             05 OT-CNT      Pic ZZZ,ZZ9.
             05 Filler      Pic X(80) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(14) Value "TOTAL LISTED: ".
             05 T-LIST-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(83) Value Space.
           01 WS-RUN-LINE.
             05 Filler      Pic X(19) Value "TONIGHT - REQUESTS:".
             05 R-REQ-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(13) Value "  REMINDERS: ".
             05 R-REM-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(17) Value "  CYCLES MISSED: ".
             05 R-MISS-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(14) Value "  NO CHANNEL: ".
             05 R-NOCHAN-CNT Pic ZZZ,ZZ9.
             05 Filler      Pic X(13) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Accept WS-QUEUE-DATE From Date YYYYMMDD.
         Perform 200-Load-Config.
         Sort SORTFILE
           On Ascending Key S-OFFICE
           On Descending Key S-MISSED
           On Ascending Key S-CUSTID
           Input Procedure Is 300-Work-Customers
           Output Procedure Is 500-Write-Report.
         Move "CNF101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Perform 999-End-Of-Program.

       200-Load-Config.
         Move "CNF-REMIND-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-REM-DAYS.
         Move LSPUNIT To WS-REM-UNIT.
         Move "CNF-MISS-CYCLES" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-MISS-CYCLES.

       300-Work-Customers.
         Open Input CUST.
         If WS-CUSTSTAT Equal "35" Then
           Display "CNF101: CUSTOMER.DAT not found."
         Else
           Open Extend CNFBODY
           If WS-BODYSTAT Equal "35" Then
             Close CNFBODY
             Open Output CNFBODY
           End-If
           Move "N" To WS-EOF
           Perform 310-Read-Next
           Perform 320-Work-Next
             Until IS-EOF
           Close CNFBODY
           Close CUST
         End-If.

       310-Read-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

      *>  Only active customers are asked - removed, inactive,
      *>  prospect and deceased records keep their row untouched
      *>  until they are active again.
       320-Work-Next.
         If RCUSTSTAT-ACTIVE And RCUSTLIFECYC-ACTIVE Then
           Perform 330-Work-Cycle
           If LCFMISSED Not Less Than WS-MISS-CYCLES Then
             Perform 380-Release-Listed
           End-If
         End-If.
         Perform 310-Read-Next.

      *>  One step of the customer's cycle a night at most: the
      *>  request when it falls due, a missed cycle (and a fresh
      *>  request) once the next anniversary has passed with no
      *>  reply, or else the reminder when it is time for one.
       330-Work-Cycle.
         Move "N"     To WS-CHANGED.
         Move RCUSTID To LCFCUSTID.
         Move "G"     To WS-CNF-FUNC.
         Call "SUB172" Using WS-CNF-FUNC, WS-CNF-PRMSET,
             WS-CNF-RETVAL.
         If WS-CNF-RETVAL Equal "02" Then
           Move RCUSTLIFEDT To LCFLASTDT
           Move "S"         To WS-CNF-FUNC
           Call "SUB172" Using WS-CNF-FUNC, WS-CNF-PRMSET,
               WS-CNF-RETVAL
           Add 1 To WS-START-CNT
         End-If.
         Move LCFDUEDT To WS-ANN-DATE.
         Perform 340-Add-Year.
         Evaluate True
           When LCFSENTDT Equal Zero
             And LCFDUEDT Not Greater Than WS-CUR-DATE
             Perform 360-Send-Request
           When LCFSENTDT Not Equal Zero
             And WS-ANN-DATE Not Greater Than WS-CUR-DATE
             If LCFMISSED Less Than 99 Then
               Add 1 To LCFMISSED
             End-If
             Add 1 To WS-MISS-CNT
             Move WS-ANN-DATE To LCFDUEDT
             Perform 360-Send-Request
           When LCFSENTDT Not Equal Zero
             And LCFREMDT Equal Zero
             Perform 350-Check-Reminder
         End-Evaluate.
         If IS-CHANGED Then
           Move "W" To WS-CNF-FUNC
           Call "SUB172" Using WS-CNF-FUNC, WS-CNF-PRMSET,
               WS-CNF-RETVAL
         End-If.

      *>  Same day of the month a year on; a 29 February due date
      *>  carries on as 28 February, as SUB172 starts it.
       340-Add-Year.
         Add 1 To WS-ANN-YYYY.
         If WS-ANN-MMDD Equal "0229" Then
           Move "0228" To WS-ANN-MMDD
         End-If.

       350-Check-Reminder.
         Move RCUSTOFFICE  To LCLOFFICE.
         Move WS-REM-UNIT  To LCLUNIT.
         Move LCFSENTDT    To LCLFROMDT.
         Move WS-CUR-DATE  To LCLTODT.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.
         If LCLDAYS Not Less Than WS-REM-DAYS Then
           Move "*CONFRMD*" To WS-TEMPLATE
           Perform 400-Queue-Message
           Move WS-CUR-DATE To LCFREMDT
           Add 1 To WS-REM-CNT
           Move "Y" To WS-CHANGED
         End-If.

       360-Send-Request.
         Move "*CONFIRM*" To WS-TEMPLATE.
         Perform 400-Queue-Message.
         Move WS-CUR-DATE To LCFSENTDT.
         Move Zero        To LCFREMDT.
         Add 1 To WS-REQ-CNT.
         Move "Y" To WS-CHANGED.

       380-Release-Listed.
         Move RCUSTOFFICE  To S-OFFICE.
         Move LCFMISSED    To S-MISSED.
         Move RCUSTID      To S-CUSTID.
         Move RCUSTNAME    To S-CUSTNAME.
         Move LCFLASTDT    To S-LASTDT.
         Move LCFCHANNEL   To S-CHANNEL.
         Move RCUSTUNDELIV To S-UNDELIV.
         Release SORT-REC.

      *>  Email only to an address the customer has verified and
      *>  not refused; otherwise a letter to the mailing address
      *>  LTR101 will use (SUB162, the record's own address when
      *>  there is no mailing role), unless the customer is
      *>  do-not-mail or that address has come back. Neither means
      *>  no message at all - the cycle still runs, so a customer
      *>  we cannot reach reaches the missed-cycles list.
       400-Queue-Message.
         Perform 410-Resolve-Mailing-Address.
         Move RCUSTID     To LMCUSTID.
         Move WS-TEMPLATE To LMTEMPLATE.
         Move Space       To LMCHANNEL.
         Evaluate True
           When RCUSTEMLVER-YES And Not RCUSTEMLBAD-YES
             And Not RCUSTDNE-YES And RCUSTEMAIL Not Equal Space
             Move "E"        To LCFCHANNEL
             Move RCUSTEMAIL To LMTOADDR
             Perform 420-Write-Body
             Call "SUB091" Using WS-MAIL-PRMSET, WS-MAIL-RETVAL
           When Not RCUSTDNM-YES And LCAADDR1 Not Equal Space
             And LCAUNDELIV Not Equal "Y"
             Move "L"        To LCFCHANNEL
             Move Space      To LMTOADDR
             Call "SUB091" Using WS-MAIL-PRMSET, WS-MAIL-RETVAL
           When Other
             Move "N"        To LCFCHANNEL
             Add 1 To WS-NOCHAN-CNT
         End-Evaluate.

       410-Resolve-Mailing-Address.
         Move RCUSTID To LCACUSTID.
         Move "M"     To LCAROLE.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET,
             WS-CAD-RETVAL.
         If WS-CAD-RETVAL Not Equal "00" Then
           Move RCUSTADDR1   To LCAADDR1
           Move RCUSTUNDELIV To LCAUNDELIV
         End-If.

      *>  What we hold, as the customer will read it: the record's
      *>  own name, address, phones and email, and the national ID
      *>  masked to its last four characters.
       420-Write-Body.
         Move RCUSTID       To CB-CUSTID.
         Move RCUSTEMAIL    To CB-TOADDR.
         Move WS-QUEUE-DATE To CB-QUEUEDT.
         Move WS-TEMPLATE   To CB-TEMPLATE.
         Move RCUSTNAME     To CB-NAME.
         Move RCUSTADDR1    To CB-ADDR1.
         Move RCUSTADDR2    To CB-ADDR2.
         Move RCUSTCITY     To CB-CITY.
         Move RCUSTSTATE    To CB-STATE.
         Move RCUSTZIP      To CB-ZIP.
         Move RCUSTPHN1     To CB-PHN1.
         Move RCUSTPHN2     To CB-PHN2.
         Move RCUSTEMAIL    To CB-EMAIL.
         Call "SUB098" Using RCUSTNATID, CB-NATID.
         Move LCFLASTDT     To CB-LASTDT.
         Write CNFBODY-REC
         End-Write.

       500-Write-Report.
         Open Output PRTFILE.
         Move WS-CUR-DATE    To H-DATE.
         Move WS-MISS-CYCLES To H-MISS.
         Write PRT-REC From WS-HDG-1.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Record
           Until IS-EOF.
         If Not IS-FIRST Then
           Perform 550-Office-Total
         End-If.
         Move WS-LIST-CNT   To T-LIST-CNT.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-TOTAL-LINE.
         Move WS-REQ-CNT    To R-REQ-CNT.
         Move WS-REM-CNT    To R-REM-CNT.
         Move WS-MISS-CNT   To R-MISS-CNT.
         Move WS-NOCHAN-CNT To R-NOCHAN-CNT.
         Write PRT-REC From WS-RUN-LINE.
         Close PRTFILE.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

      *>  Letters that keep going unanswered suggest the customer
      *>  has moved - a candidate for the undeliverable flag. An
      *>  email ignored, no way to reach them, or an address already
      *>  flagged is one for a lifecycle review instead.
       520-Write-Record.
         If S-OFFICE Not Equal WS-CUR-OFFICE Then
           If Not IS-FIRST Then
             Perform 550-Office-Total
           End-If
           Perform 525-Office-Heading
         End-If.
         Move "N" To WS-FIRST.
         Move S-CUSTID   To D-CUSTID.
         Move S-CUSTNAME To D-CUSTNAME.
         If S-LASTDT Equal Zero Then
           Move "NEVER"  To D-LASTDT
         Else
           Move S-LASTDT To D-LASTDT
         End-If.
         Move S-MISSED   To D-MISSED.
         Evaluate S-CHANNEL
           When "E" Move "EMAIL"  To D-CHANNEL
           When "L" Move "LETTER" To D-CHANNEL
           When Other Move "NONE" To D-CHANNEL
         End-Evaluate.
         If S-CHANNEL Equal "L" And S-UNDELIV Not Equal "Y" Then
           Move "FLAG UNDELIVERABLE?"  To D-SUGGEST
         Else
           Move "LIFECYCLE REVIEW"     To D-SUGGEST
         End-If.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-OFC-CNT.
         Add 1 To WS-LIST-CNT.
         Perform 510-Return-Next.

       525-Office-Heading.
         Move S-OFFICE To WS-CUR-OFFICE.
         Write PRT-REC From WS-BLANK-LINE.
         If S-OFFICE Equal Space Then
           Move "UNASSIGNED" To OH-OFFICE
         Else
           Move S-OFFICE To OH-OFFICE
         End-If.
         Write PRT-REC From WS-OFC-HDG.
         Write PRT-REC From WS-COL-HDG.
         Move Zero To WS-OFC-CNT.

       550-Office-Total.
         Move WS-OFC-CNT To OT-CNT.
         Write PRT-REC From WS-OFC-TOTAL.

       999-End-Of-Program.
         Display "CNF101: " WS-START-CNT " started, "
                 WS-REQ-CNT " request(s), "
                 WS-REM-CNT " reminder(s), "
                 WS-MISS-CNT " cycle(s) missed, "
                 WS-LIST-CNT " listed."
         Stop Run.
