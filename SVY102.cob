      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Survey invitation extract for the survey vendor - the other **
      *> half of SVY101, replacing the spreadsheet that had some     **
      *> customers surveyed three times a year. An active customer   **
      *> qualifies when an operator logged a completed contact on    **
      *> CONTACT.DAT within the last SVY-CONTACT-DAYS days (batch    **
      *> mailings do not count), the customer may be emailed and     **
      *> called (RCUSTDNE/RCUSTDNC), has an email address BNC101     **
      *> has not flagged, and has not been invited within the last   **
      *> SVY-SUPP-DAYS days per the sent history data/SVYSENT.DAT.   **
      *> Every SVY-SAMPLE-EVERY'th qualifying customer is taken, up  **
      *> to SVY-SAMPLE-MAX a run. Each goes to data/SVYINVITE.DAT    **
      *> under the vendor's respondent ID from the EXTXREF.DAT       **
      *> cross-reference (system SURVEY) - a customer with none is   **
      *> registered under our own ID, so SVY101 maps the response    **
      *> back - and is appended to the sent history, which is what   **
      *> the suppression window and RPT108's response rate read.     **
      *> The file carries SUB131 control totals. Run outside the     **
      *> PGM001 menu, whenever a survey wave goes out.               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SVY102.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CONTACT Assign WS-CONTFILE
             Organization Is Line Sequential
             File Status WS-CONTSTAT.
           Select SVYSENT Assign WS-SENTFILE
             Organization Is Line Sequential
             File Status WS-SENTSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select INVITE Assign WS-INVFILE
             Organization Is Line Sequential
             File Status WS-INVSTAT.

       Data Division.
         File Section.
           Fd CONTACT.
           01 CONTACT-REC.
             Copy CONTFD.

           Fd SVYSENT.
           01 SVYSENT-REC.
             05 SS-CUSTID Pic X(10).
             05 SS-DATE   Pic 9(8).
             05 SS-EXTID  Pic X(20).

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd INVITE.
           01 INVITE-REC.
             05 SI-EXTID   Pic X(20).
             05 SI-NAME    Pic X(40).
             05 SI-EMAIL   Pic X(40).
             05 SI-LANG    Pic X(2).
             05 SI-CONTDT  Pic 9(8).
             05 SI-METHOD  Pic X(1).
             05 SI-TERR    Pic X(4).
             05 SI-TYPE    Pic X(1).

         Working-Storage Section.
           01 WS-CONTFILE Pic X(20) Value "data/CONTACT.DAT".
           01 WS-CONTSTAT Pic 9(2).
           01 WS-SENTFILE Pic X(20) Value "data/SVYSENT.DAT".
           01 WS-SENTSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-INVFILE  Pic X(20) Value "data/SVYINVITE.DAT".
           01 WS-INVSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUR-DATE    Pic 9(8)  Value Zero.
           01 WS-CONT-DAYS   Pic 9(6)  Value 30.
           01 WS-SUPP-DAYS   Pic 9(6)  Value 180.
           01 WS-SAMPLE-EVERY Pic 9(6) Value 1.
           01 WS-SAMPLE-MAX  Pic 9(6)  Value 500.
           01 WS-ELIG-CNT    Pic 9(6)  Value Zero.
           01 WS-SKIP-CNT    Pic 9(6)  Value Zero.
           01 WS-INV-CNT     Pic 9(6)  Value Zero.
           01 WS-QUOT        Pic 9(6)  Value Zero.
           01 WS-REM         Pic 9(6)  Value Zero.
           01 WS-AGE-DAYS    Pic S9(9) Comp-5.
           01 WS-PICK-DATE   Pic 9(8)  Value Zero.
           01 WS-PICK-METHOD Pic X(1)  Value Space.
           01 WS-PICK-FOUND  Pic X     Value "N".
             88 IS-PICK-FOUND          Value "Y".
           01 WS-ELIGIBLE    Pic X     Value "N".
             88 IS-ELIGIBLE            Value "Y".

      *>  Latest operator-completed contact per customer and latest
      *>  invitation per customer, each collected in one pass over
      *>  its log - the RPT108 table trick.
           01 WS-CONT-COUNT Pic 9(4) Value Zero.
           01 WS-CONT-TBL.
             05 WS-CONT-ENTRY Occurs 5000 Times Indexed By WS-CX.
               10 WS-C-CUSTID Pic X(10).
               10 WS-C-DATE   Pic 9(8).
               10 WS-C-METHOD Pic X(1).
           01 WS-SENT-COUNT Pic 9(4) Value Zero.
           01 WS-SENT-TBL.
             05 WS-SENT-ENTRY Occurs 5000 Times Indexed By WS-SX.
               10 WS-S-CUSTID Pic X(10).
               10 WS-S-DATE   Pic 9(8).
           01 WS-TBL-HIT  Pic X    Value "N".
             88 IS-TBL-HIT         Value "Y".

           01 WS-PDT-FUNC    Pic X(1)  Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL  Pic X(2).
           01 WS-PRM-FUNC    Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL  Pic X(2).
           01 WS-CAL-FUNC    Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL  Pic X(2).
           01 WS-XRF-FUNC    Pic X(1).
           01 WS-XRF-PRMSET.
             05 WS-XRF-SYSTEM Pic X(8).
             05 WS-XRF-EXTID  Pic X(20).
             05 WS-XRF-CUSTID Pic X(10).
           01 WS-XRF-RETVAL  Pic X(2).
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 150-Load-Config.
         Perform 200-Load-Contacts.
         Perform 250-Load-Sent-History.
         Perform 300-Select-Customers.
         Display "SVY102: " WS-ELIG-CNT " eligible, "
                 WS-INV-CNT " invited, "
                 WS-SKIP-CNT " suppressed.".
         Perform 999-End-Of-Program.

       150-Load-Config.
         Move "SVY-CONTACT-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-CONT-DAYS.
         Move "SVY-SUPP-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-SUPP-DAYS.
         Move "SVY-SAMPLE-EVERY" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-SAMPLE-EVERY.
         If WS-SAMPLE-EVERY Equal Zero Then
           Move 1 To WS-SAMPLE-EVERY
         End-If.
         Move "SVY-SAMPLE-MAX" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-SAMPLE-MAX.

      *>  Only a contact an operator completed counts - the BATCH
      *>  rows MLR101 and LTR101 log for a mailing say nothing about
      *>  whether the customer has anything to rate.
       200-Load-Contacts.
         Move "N" To WS-EOF.
         Open Input CONTACT.
         If WS-CONTSTAT Not Equal "00" Then
           Display "SVY102: no contact log, nobody qualifies."
           Close CONTACT
         Else
           Perform 210-Read-Contact-Next
             Until IS-EOF
           Close CONTACT
         End-If.

       210-Read-Contact-Next.
         Read CONTACT
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And CACTOUTCOME-COMPLETED
           And CACTOPERID Not Equal "BATCH" Then
           Move "N" To WS-TBL-HIT
           Perform 220-Note-Contact-Next
             Varying WS-CX From 1 By 1
             Until WS-CX Greater Than WS-CONT-COUNT
               Or IS-TBL-HIT
           If Not IS-TBL-HIT
             And WS-CONT-COUNT Less Than 5000 Then
             Add 1 To WS-CONT-COUNT
             Move CACTCUSTID      To WS-C-CUSTID(WS-CONT-COUNT)
             Move CACTDTTM(1:8)   To WS-C-DATE(WS-CONT-COUNT)
             Move CACTMETHOD      To WS-C-METHOD(WS-CONT-COUNT)
           End-If
         End-If.

       220-Note-Contact-Next.
         If WS-C-CUSTID(WS-CX) Equal CACTCUSTID Then
           Move "Y" To WS-TBL-HIT
           If CACTDTTM(1:8) Not Less Than WS-C-DATE(WS-CX) Then
             Move CACTDTTM(1:8) To WS-C-DATE(WS-CX)
             Move CACTMETHOD    To WS-C-METHOD(WS-CX)
           End-If
         End-If.

       250-Load-Sent-History.
         Move "N" To WS-EOF.
         Open Input SVYSENT.
         If WS-SENTSTAT Equal "00" Then
           Perform 260-Read-Sent-Next
             Until IS-EOF
         End-If.
         Close SVYSENT.

       260-Read-Sent-Next.
         Read SVYSENT
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move "N" To WS-TBL-HIT
           Perform 270-Note-Sent-Next
             Varying WS-SX From 1 By 1
             Until WS-SX Greater Than WS-SENT-COUNT
               Or IS-TBL-HIT
           If Not IS-TBL-HIT
             And WS-SENT-COUNT Less Than 5000 Then
             Add 1 To WS-SENT-COUNT
             Move SS-CUSTID To WS-S-CUSTID(WS-SENT-COUNT)
             Move SS-DATE   To WS-S-DATE(WS-SENT-COUNT)
           End-If
         End-If.

       270-Note-Sent-Next.
         If WS-S-CUSTID(WS-SX) Equal SS-CUSTID Then
           Move "Y" To WS-TBL-HIT
           If SS-DATE Greater Than WS-S-DATE(WS-SX) Then
             Move SS-DATE To WS-S-DATE(WS-SX)
           End-If
         End-If.

       300-Select-Customers.
         Move "N" To WS-EOF.
         Open Input CUST.
         If WS-CUSTSTAT Not Equal "00" Then
           Display "SVY102: CUSTOMER.DAT not found."
           Close CUST
         Else
           Open Output INVITE
           Perform 430-Write-Control-Header
           Open Extend SVYSENT
           If WS-SENTSTAT Equal "35" Then
             Close SVYSENT
             Open Output SVYSENT
           End-If
           Perform 310-Read-Cust-Next
           Perform 320-Select-Next
             Until IS-EOF
           Perform 440-Write-Control-Trailer
           Close SVYSENT
           Close INVITE
           Close CUST
         End-If.

       310-Read-Cust-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Select-Next.
         Perform 330-Check-Eligible.
         If IS-ELIGIBLE Then
           Perform 340-Check-Suppression
         End-If.
         If IS-ELIGIBLE Then
           Add 1 To WS-ELIG-CNT
           Divide WS-ELIG-CNT By WS-SAMPLE-EVERY
             Giving WS-QUOT Remainder WS-REM
           If WS-REM Equal Zero
             And WS-INV-CNT Less Than WS-SAMPLE-MAX Then
             Perform 400-Write-Invitation
           End-If
         End-If.
         Perform 310-Read-Cust-Next.

      *>  Reachable and recently served: active, alive, emailable
      *>  and callable, with a good address and a completed contact
      *>  inside the window.
       330-Check-Eligible.
         Move "N" To WS-ELIGIBLE.
         If RCUSTSTAT-ACTIVE And Not RCUSTLIFECYC-DECEASED
           And RCUSTDNE-NO And RCUSTDNC-NO
           And RCUSTEMLBAD-NO And RCUSTEMAIL Not Equal Space Then
           Move "N" To WS-PICK-FOUND
           Perform 335-Find-Contact-Next
             Varying WS-CX From 1 By 1
             Until WS-CX Greater Than WS-CONT-COUNT
               Or IS-PICK-FOUND
           If IS-PICK-FOUND Then
             Move WS-PICK-DATE To LCLFROMDT
             Perform 350-Age-Days
             If WS-AGE-DAYS Not Greater Than WS-CONT-DAYS Then
               Move "Y" To WS-ELIGIBLE
             End-If
           End-If
         End-If.

       335-Find-Contact-Next.
         If WS-C-CUSTID(WS-CX) Equal RCUSTID Then
           Move "Y" To WS-PICK-FOUND
           Move WS-C-DATE(WS-CX)   To WS-PICK-DATE
           Move WS-C-METHOD(WS-CX) To WS-PICK-METHOD
         End-If.

       340-Check-Suppression.
         Move "N" To WS-TBL-HIT.
         Perform 345-Find-Sent-Next
           Varying WS-SX From 1 By 1
           Until WS-SX Greater Than WS-SENT-COUNT
             Or IS-TBL-HIT.

       345-Find-Sent-Next.
         If WS-S-CUSTID(WS-SX) Equal RCUSTID Then
           Move "Y" To WS-TBL-HIT
           Move WS-S-DATE(WS-SX) To LCLFROMDT
           Perform 350-Age-Days
           If WS-AGE-DAYS Less Than WS-SUPP-DAYS Then
             Move "N" To WS-ELIGIBLE
             Add 1 To WS-SKIP-CNT
           End-If
         End-If.

       350-Age-Days.
         Move Space       To LCLOFFICE.
         Move Space       To LCLUNIT.
         Move WS-CUR-DATE To LCLTODT.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.
         Move LCLDAYS To WS-AGE-DAYS.

      *>  The vendor knows the customer by its respondent ID; one we
      *>  have never sent is registered under our own ID so SVY101
      *>  can map the response back.
       400-Write-Invitation.
         Move "R"      To WS-XRF-FUNC.
         Move "SURVEY" To WS-XRF-SYSTEM.
         Move RCUSTID  To WS-XRF-CUSTID.
         Move Space    To WS-XRF-EXTID.
         Call "SUB123" Using WS-XRF-FUNC, WS-XRF-PRMSET,
             WS-XRF-RETVAL.
         If WS-XRF-RETVAL Not Equal "00" Then
           Move Space    To WS-XRF-EXTID
           Move RCUSTID  To WS-XRF-EXTID(1:10)
           Move "A"      To WS-XRF-FUNC
           Move "SURVEY" To WS-XRF-SYSTEM
           Move RCUSTID  To WS-XRF-CUSTID
           Call "SUB123" Using WS-XRF-FUNC, WS-XRF-PRMSET,
               WS-XRF-RETVAL
         End-If.
         Initialize INVITE-REC.
         Move WS-XRF-EXTID   To SI-EXTID.
         Move RCUSTNAME      To SI-NAME.
         Move RCUSTEMAIL     To SI-EMAIL.
         Move RCUSTLANG      To SI-LANG.
         If SI-LANG Equal Space Then
           Move "EN" To SI-LANG
         End-If.
         Move WS-PICK-DATE   To SI-CONTDT.
         Move WS-PICK-METHOD To SI-METHOD.
         Move RCUSTTERR      To SI-TERR.
         Move RCUSTTYPE      To SI-TYPE.
         Write INVITE-REC.
         Move "A" To WS-CTL-FUNC.
         Move Space To WS-CTL-REC.
         Move INVITE-REC To WS-CTL-REC(1:Length Of INVITE-REC).
         Move Length Of INVITE-REC To WS-CTL-LEN.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Move RCUSTID      To SS-CUSTID.
         Move WS-CUR-DATE  To SS-DATE.
         Move WS-XRF-EXTID To SS-EXTID.
         Write SVYSENT-REC
         End-Write.
         Add 1 To WS-INV-CNT.

      *>  The SUB131 control records bracket the file so the vendor
      *>  can prove it complete before loading it.
       430-Write-Control-Header.
         Move Zero To WS-CTL-COUNT.
         Move Zero To WS-CTL-HASH.
         Move "H" To WS-CTL-FUNC.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Move WS-CTL-REC(1:Length Of INVITE-REC) To INVITE-REC.
         Write INVITE-REC.

       440-Write-Control-Trailer.
         Move "T" To WS-CTL-FUNC.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Move WS-CTL-REC(1:Length Of INVITE-REC) To INVITE-REC.
         Write INVITE-REC.

       999-End-Of-Program.
         Stop Run.
