      *>        a matching CUSTINT.DAT row (see SUB375/SUB380) are   **
      *>        selected, so "everyone interested in product G in    **
      *>        territory NE01" is one campaign line.                **
      *> 261015 Never select a customer recorded as deceased         **
      *>        (lifecycle D, SUB455), whatever the filters say.     **
      *> 261015 A B after the suppression day count on the           **
      *>        CAMPAIGN.CFG line makes the window business days on  **
      *>        the shop calendar (SUB151); otherwise calendar days. **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Each customer put on a mail-channel list is logged   **
      *>        on CONTACT.DAT as LISTED (SUB096, operator BATCH).   **
      *> 261015 Each dialer row now carries the customer's time      **
      *>        zone, UTC offset and summer-time rule, and the       **
      *>        permitted calling window in the customer's time and  **
      *>        on the office clock for the run date (SUB157).       **
      *> 261015 A last-invoice day count after the suppression unit  **
      *>        on the CAMPAIGN.CFG line selects only customers      **
      *>        accounting last invoiced at least that long ago      **
      *>        (ARFIN.DAT); never-invoiced customers stay out.      **
      *> 261015 Two product codes after the last-invoice day count   **
      *>        on the CAMPAIGN.CFG line: customers must currently   **
      *>        hold the first and must not hold the second          **
      *>        (HOLDING.DAT) - blank is not filtered on.            **
      *> 261015 Two event codes after the product codes on the       **
      *>        CAMPAIGN.CFG line: customers must have attended the  **
      *>        first and must not have attended the second          **
      *>        (EVREG.DAT) - * is any event, blank is not filtered  **
      *>        on.                                                  **
      *> 261015 A mail-channel run is costed on the postage ledger   **
      *>        (SUB168): one piece per letter queued, under the     **
      *>        campaign ID and the customer's office.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   CAM101.
             Access Mode  Is Random
             Record Key   Is CI-KEY
             File Status WS-CINTSTAT.
           Select ARFIN Assign WS-FINFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is FNCUSTID
             File Status WS-FINSTAT.
           Select HOLDING Assign WS-HOLDFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is HDKEY
             File Status WS-HOLDSTAT.
           Select EVREG Assign WS-ERFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is ERKEY
             Alternate Record Key Is ERCUSTID
               With Duplicates
             File Status WS-ERSTAT.

       Data Division.
         File Section.
             05 CF-SUPPDAYS Pic 9(3).
             05 CF-CHANNEL  Pic X(1).
             05 CF-INTEREST Pic X(2).
             05 CF-SUPPUNIT Pic X(1).
             05 CF-INVDAYS  Pic 9(4).
             05 CF-HOLDPROD Pic X(6).
             05 CF-NOTPROD  Pic X(6).
             05 CF-ATTEVT   Pic X(8).
             05 CF-NOTEVT   Pic X(8).

           Fd CUST.
           01 CUST-REC.
             05 CL-CUSTID Pic X(10).
             05 CL-NAME   Pic X(40).
             05 CL-PHONE  Pic X(20).
             05 CL-TZONE  Pic X(4).
             05 CL-UTCSGN Pic X(1).
             05 CL-UTCOFF Pic 9(4).
             05 CL-DST    Pic X(1).
             05 CL-LFROM  Pic 9(4).
             05 CL-LTO    Pic 9(4).
             05 CL-OFROM  Pic 9(4).
             05 CL-OTO    Pic 9(4).

           Fd CUSTINT.
           01 CUSTINT-REC.
               10 CI-CUSTID Pic X(10).
               10 CI-CODE   Pic X(2).

           Fd ARFIN.
           01 ARFIN-REC.
             Copy ARFINFD.

           Fd HOLDING.
           01 HOLDING-REC.
             Copy HOLDFD.

           Fd EVREG.
           01 EVREG-REC.
             Copy EVREGFD.

         Working-Storage Section.
           01 WS-CFGFILE  Pic X(20) Value "data/CAMPAIGN.CFG".
           01 WS-CFGSTAT  Pic 9(2).
           01 WS-LIST-CNT Pic 9(6)  Value Zero.
           01 WS-SUPP-CNT Pic 9(6)  Value Zero.
           01 WS-SKIP-CNT Pic 9(6)  Value Zero.
           01 WS-NOTZ-CNT Pic 9(6)  Value Zero.
           01 WS-TZ-PRMSET.
             Copy TZLK.
           01 WS-TZ-RETVAL Pic X(2).
           01 WS-PICK-PHONE Pic X(20) Value Space.
           01 WS-CHANNEL  Pic X(1)  Value Space.
             88 IS-MAIL-CHANNEL     Value "M".
           01 WS-MAIL-PRMSET.
             Copy MAILLK.
           01 WS-MAIL-RETVAL Pic X(2).
           01 WS-CONT-PRMSET.
             05 WS-CACTCUSTID  Pic X(10).
             05 WS-CACTOPERID  Pic X(8).
             05 WS-CACTMETHOD  Pic X(1).
             05 WS-CACTOUTCOME Pic X(1).
             05 WS-CACTTEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).
           01 WS-PST-FUNC   Pic X(1).
           01 WS-PST-PRMSET.
             Copy POSTLK.
           01 WS-PST-RETVAL Pic X(2).
           01 WS-QUEUED   Pic X     Value "N".
             88 IS-QUEUED           Value "Y".

           01 WS-F-TERR   Pic X(4)  Value Space.
           01 WS-F-INT    Pic X(2)  Value Space.
           01 WS-SUPPDAYS Pic 9(3)  Value Zero.
           01 WS-SUPPUNIT Pic X(1)  Value Space.
           01 WS-CINTFILE Pic X(20) Value "data/CUSTINT.DAT".
           01 WS-CINTSTAT Pic 9(2).
           01 WS-CINT-OPEN Pic X    Value "N".
             88 IS-CINT-OPEN        Value "Y".
           01 WS-INT-HIT  Pic X     Value "N".
             88 IS-INT-HIT          Value "Y".
           01 WS-F-INVDAYS Pic 9(4) Value Zero.
           01 WS-FINFILE  Pic X(20) Value "data/ARFIN.DAT".
           01 WS-FINSTAT  Pic 9(2).
           01 WS-FIN-OPEN Pic X     Value "N".
             88 IS-FIN-OPEN         Value "Y".
           01 WS-INV-HIT  Pic X     Value "N".
             88 IS-INV-HIT          Value "Y".
           01 WS-F-HOLDPROD Pic X(6) Value Space.
           01 WS-F-NOTPROD  Pic X(6) Value Space.
           01 WS-HOLDFILE Pic X(20) Value "data/HOLDING.DAT".
           01 WS-HOLDSTAT Pic 9(2).
           01 WS-HOLD-OPEN Pic X    Value "N".
             88 IS-HOLD-OPEN        Value "Y".
           01 WS-HOLD-HIT Pic X     Value "N".
             88 IS-HOLD-HIT         Value "Y".
           01 WS-HOLD-PROD Pic X(6) Value Space.
           01 WS-HELD     Pic X     Value "N".
             88 IS-HELD             Value "Y".
           01 WS-HOLD-EOF Pic X     Value "N".
             88 IS-HOLD-EOF         Value "Y".
           01 WS-F-ATTEVT Pic X(8)  Value Space.
           01 WS-F-NOTEVT Pic X(8)  Value Space.
           01 WS-ERFILE   Pic X(20) Value "data/EVREG.DAT".
           01 WS-ERSTAT   Pic 9(2).
           01 WS-ER-OPEN  Pic X     Value "N".
             88 IS-ER-OPEN          Value "Y".
           01 WS-EVT-HIT  Pic X     Value "N".
             88 IS-EVT-HIT          Value "Y".
           01 WS-EVT-CODE Pic X(8)  Value Space.
           01 WS-ATTENDED Pic X     Value "N".
             88 IS-ATTENDED         Value "Y".
           01 WS-ER-EOF   Pic X     Value "N".
             88 IS-ER-EOF           Value "Y".
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).

      *>  Recent campaign pulls, loaded once: the ID and the date
      *>  it was pulled, for the suppression check.
           01 WS-HIST-COUNT Pic 9(4) Value Zero.
           01 WS-HIST-TBL.
             05 WS-HIST-ENTRY Occurs 2000 Times Indexed By WS-HX.
               10 WS-H-CUSTID Pic X(10).
               10 WS-H-DATE   Pic 9(8).
           01 WS-SUPPRESSED Pic X    Value "N".
             88 IS-SUPPRESSED        Value "Y".

           01 WS-CUR-DATE     Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-AGE-DAYS     Pic S9(9) Comp-5.
           01 WS-CAL-FUNC     Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL   Pic X(2).

       Procedure Division.
       100-Main.
           Display "CAM101: no campaign on data/CAMPAIGN.CFG, "
                   "nothing to do."
         Else
           Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL
           Move LPDDATE To WS-CUR-DATE
           Perform 300-Load-Recent-History
           Perform 400-Extract-Call-List
           If IS-MAIL-CHANNEL Then
           Else
             Display "CAM101: campaign " WS-CAMPID ": "
                     WS-LIST-CNT " customer(s) listed, "
                     WS-SUPP-CNT " suppressed by recent campaigns, "
                     WS-NOTZ-CNT " with no time zone."
           End-If
         End-If.
         Perform 999-End-Of-Program.
                 Move CF-SUPPDAYS To WS-SUPPDAYS
                 Move CF-CHANNEL  To WS-CHANNEL
                 Move CF-INTEREST To WS-F-INT
                 Move CF-SUPPUNIT To WS-SUPPUNIT
                 If CF-INVDAYS Is Numeric Then
                   Move CF-INVDAYS To WS-F-INVDAYS
                 End-If
                 Move CF-HOLDPROD To WS-F-HOLDPROD
                 Move CF-NOTPROD  To WS-F-NOTPROD
                 Move CF-ATTEVT   To WS-F-ATTEVT
                 Move CF-NOTEVT   To WS-F-NOTEVT
               End-If
           End-Read
         End-If.

      *>  Only pulls inside the suppression window matter, so older
      *>  history rows stay out of the table - which also keeps a
      *>  long-running shop from overflowing it. The window is a
      *>  shop-wide one, so it is counted on the shop-wide calendar
      *>  (SUB151, office blank) in the unit CAMPAIGN.CFG gives.
       300-Load-Recent-History.
         Move "N" To WS-HIST-EOF.
         Open Input CAMPHIST.
           At End Move "Y" To WS-HIST-EOF
         End-Read.
         If Not IS-HIST-EOF Then
           Move Space       To LCLOFFICE
           Move WS-SUPPUNIT To LCLUNIT
           Move CH-DATE     To LCLFROMDT
           Move WS-CUR-DATE To LCLTODT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           Move LCLDAYS To WS-AGE-DAYS
           If WS-AGE-DAYS Less Than WS-SUPPDAYS
             And WS-HIST-COUNT Less Than 2000 Then
             Add 1 To WS-HIST-COUNT
             Move CH-CUSTID      To WS-H-CUSTID(WS-HIST-COUNT)
             Move CH-DATE        To WS-H-DATE(WS-HIST-COUNT)
           End-If
         End-If.

           If Not IS-MAIL-CHANNEL Then
             Open Output CAMPLIST
             Perform 470-Write-Control-Header
           Else
             Move "S"      To WS-PST-FUNC
             Move "CAM101" To LPGPROG
             Call "SUB168" Using WS-PST-FUNC, WS-PST-PRMSET,
                 WS-PST-RETVAL
           End-If
           Perform 410-Read-Next
           Perform 420-Select-Next
           If Not IS-MAIL-CHANNEL Then
             Perform 480-Write-Control-Trailer
             Close CAMPLIST
           Else
             Move "E" To WS-PST-FUNC
             Call "SUB168" Using WS-PST-FUNC, WS-PST-PRMSET,
                 WS-PST-RETVAL
           End-If
           If IS-CINT-OPEN Then
             Close CUSTINT
           End-If
           If IS-FIN-OPEN Then
             Close ARFIN
           End-If
           If IS-HOLD-OPEN Then
             Close HOLDING
           End-If
           If IS-ER-OPEN Then
             Close EVREG
           End-If
         End-If.

       410-Read-Next.
      *>  customer mailed last week is not dialed this week either.
       420-Select-Next.
         If RCUSTSTAT-ACTIVE
           And Not RCUSTLIFECYC-DECEASED
           And (WS-F-LIFECYC Equal Space
                Or RCUSTLIFECYC Equal WS-F-LIFECYC)
           And (WS-F-TYPE Equal Space
           And (WS-F-TERR Equal Space
                Or RCUSTTERR Equal WS-F-TERR) Then
           Perform 427-Check-Interest-Filter
           Perform 428-Check-Invoice-Filter
           Perform 429-Check-Holding-Filter
           Perform 431-Check-Event-Filter
           If IS-INT-HIT And IS-INV-HIT And IS-HOLD-HIT
             And IS-EVT-HIT Then
             Perform 430-Check-Suppression
             If IS-SUPPRESSED Then
               Add 1 To WS-SUPP-CNT
           End-If
         End-If.

      *>  A last-invoice day count on the campaign line selects only
      *>  customers accounting last invoiced at least that many
      *>  calendar days ago (ARFIN.DAT, loaded by FIN101) - the
      *>  lapsed buyers. A customer accounting has never invoiced is
      *>  not lapsed and stays out; zero or blank is not filtered on.
       428-Check-Invoice-Filter.
         Move "Y" To WS-INV-HIT.
         If WS-F-INVDAYS Not Equal Zero Then
           Move "N" To WS-INV-HIT
           If Not IS-FIN-OPEN Then
             Open Input ARFIN
             If WS-FINSTAT Equal "00" Then
               Move "Y" To WS-FIN-OPEN
             Else
               Close ARFIN
             End-If
           End-If
           If IS-FIN-OPEN Then
             Move RCUSTID To FNCUSTID
             Read ARFIN
               Key Is FNCUSTID
               Invalid Key Continue
               Not Invalid Key
                 If FNLASTINV Not Equal Zero Then
                   Move Space       To LCLOFFICE
                   Move Space       To LCLUNIT
                   Move FNLASTINV   To LCLFROMDT
                   Move WS-CUR-DATE To LCLTODT
                   Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
                       WS-CAL-RETVAL
                   Move LCLDAYS To WS-AGE-DAYS
                   If WS-AGE-DAYS Not Less Than WS-F-INVDAYS Then
                     Move "Y" To WS-INV-HIT
                   End-If
                 End-If
             End-Read
           End-If
         End-If.

      *>  The cross-sell filters: a "holds" product wants a current
      *>  HOLDING.DAT row for it, a "does not hold" product wants
      *>  none - so "holds ACCT01, not CARD01" is one campaign line.
      *>  With no holdings file nobody holds anything.
       429-Check-Holding-Filter.
         Move "Y" To WS-HOLD-HIT.
         If WS-F-HOLDPROD Not Equal Space
           Or WS-F-NOTPROD Not Equal Space Then
           If Not IS-HOLD-OPEN Then
             Open Input HOLDING
             If WS-HOLDSTAT Equal "00" Then
               Move "Y" To WS-HOLD-OPEN
             Else
               Close HOLDING
             End-If
           End-If
           If WS-F-HOLDPROD Not Equal Space Then
             Move WS-F-HOLDPROD To WS-HOLD-PROD
             Perform 421-Find-Holding
             If Not IS-HELD Then
               Move "N" To WS-HOLD-HIT
             End-If
           End-If
           If WS-F-NOTPROD Not Equal Space And IS-HOLD-HIT Then
             Move WS-F-NOTPROD To WS-HOLD-PROD
             Perform 421-Find-Holding
             If IS-HELD Then
               Move "N" To WS-HOLD-HIT
             End-If
           End-If
         End-If.

      *>  A holding is current from its start date through its end
      *>  date; an end date of zero never ends.
       421-Find-Holding.
         Move "N" To WS-HELD.
         If IS-HOLD-OPEN Then
           Move "N"          To WS-HOLD-EOF
           Move RCUSTID      To HDCUSTID
           Move WS-HOLD-PROD To HDPROD
           Move Zero         To HDSTART
           Start HOLDING Key Is Not Less Than HDKEY
             Invalid Key Move "Y" To WS-HOLD-EOF
           End-Start
           Perform 422-Find-Holding-Next
             Until IS-HOLD-EOF Or IS-HELD
         End-If.

       422-Find-Holding-Next.
         Read HOLDING Next Record
           At End Move "Y" To WS-HOLD-EOF
         End-Read.
         If Not IS-HOLD-EOF Then
           If HDCUSTID Not Equal RCUSTID
             Or HDPROD Not Equal WS-HOLD-PROD Then
             Move "Y" To WS-HOLD-EOF
           Else
             If HDSTART Not Greater Than WS-CUR-DATE
               And (HDEND Equal Zero
                    Or HDEND Not Less Than WS-CUR-DATE) Then
               Move "Y" To WS-HELD
             End-If
           End-If
         End-If.

      *>  The event filters: an "attended" event code wants an
      *>  attended EVREG.DAT sign-up for it, a "not attended" code
      *>  wants none - "*" in either means any event at all. With no
      *>  registration file nobody has attended anything.
       431-Check-Event-Filter.
         Move "Y" To WS-EVT-HIT.
         If WS-F-ATTEVT Not Equal Space
           Or WS-F-NOTEVT Not Equal Space Then
           If Not IS-ER-OPEN Then
             Open Input EVREG
             If WS-ERSTAT Equal "00" Then
               Move "Y" To WS-ER-OPEN
             Else
               Close EVREG
             End-If
           End-If
           If WS-F-ATTEVT Not Equal Space Then
             Move WS-F-ATTEVT To WS-EVT-CODE
             Perform 432-Find-Attendance
             If Not IS-ATTENDED Then
               Move "N" To WS-EVT-HIT
             End-If
           End-If
           If WS-F-NOTEVT Not Equal Space And IS-EVT-HIT Then
             Move WS-F-NOTEVT To WS-EVT-CODE
             Perform 432-Find-Attendance
             If IS-ATTENDED Then
               Move "N" To WS-EVT-HIT
             End-If
           End-If
         End-If.

      *>  Walks the customer's sign-ups on the alternate key.
       432-Find-Attendance.
         Move "N" To WS-ATTENDED.
         If IS-ER-OPEN Then
           Move "N"     To WS-ER-EOF
           Move RCUSTID To ERCUSTID
           Start EVREG Key Is Equal ERCUSTID
             Invalid Key Move "Y" To WS-ER-EOF
           End-Start
           Perform 433-Find-Attendance-Next
             Until IS-ER-EOF Or IS-ATTENDED
         End-If.

       433-Find-Attendance-Next.
         Read EVREG Next Record
           At End Move "Y" To WS-ER-EOF
         End-Read.
         If Not IS-ER-EOF Then
           If ERCUSTID Not Equal RCUSTID Then
             Move "Y" To WS-ER-EOF
           Else
             If ERSTAT-ATTENDED
               And (WS-EVT-CODE Equal "*"
                    Or EREVENT Equal WS-EVT-CODE) Then
               Move "Y" To WS-ATTENDED
             End-If
           End-If
         End-If.

      *>  The dialer channel: do-not-call and the preference for a
      *>  contactable phone are absolute. The preferred number goes
      *>  on the list - a dialer feed should ring the phone the
             Move RCUSTEMAIL To LMTOADDR
             Call "SUB091" Using WS-MAIL-PRMSET, WS-MAIL-RETVAL
             Move "Y" To WS-QUEUED
             Move "E" To WS-CACTMETHOD
           When RCUSTADDR1 Not Equal Space
                And Not RCUSTDNM-YES
                And Not RCUSTUNDELIV-YES
             Move Space To LMTOADDR
             Call "SUB091" Using WS-MAIL-PRMSET, WS-MAIL-RETVAL
             Move "Y" To WS-QUEUED
             Move "M" To WS-CACTMETHOD
             Perform 466-Record-Postage
           When Other
             Add 1 To WS-SKIP-CNT
         End-Evaluate.
         If IS-QUEUED Then
           Perform 450-Append-History-Row
           Perform 465-Log-Contact
           Add 1 To WS-LIST-CNT
         End-If.

      *>  A letter queued for LTR101 is a piece of postage on the
      *>  ledger (SUB168), costed here under the campaign ID and the
      *>  customer's office; LTR101 leaves campaign letters to this
      *>  row. An email costs no postage.
       466-Record-Postage.
         Move "P"         To WS-PST-FUNC.
         Move WS-CAMPID   To LPGCAMP.
         Move RCUSTID     To LPGCUSTID.
         Move RCUSTZIP    To LPGZIP.
         Move RCUSTCTRY   To LPGCTRY.
         Move RCUSTOFFICE To LPGOFFICE.
         Call "SUB168" Using WS-PST-FUNC, WS-PST-PRMSET,
             WS-PST-RETVAL.

      *>  Putting a customer on a mail list shows on the activity
      *>  log as LISTED - queued, not yet sent; MLR101 or LTR101 logs
      *>  the send itself. The campaign ID leads the text the way
      *>  DLR101 logs a campaign call.
       465-Log-Contact.
         Move RCUSTID  To WS-CACTCUSTID.
         Move "BATCH"  To WS-CACTOPERID.
         Move "Q"      To WS-CACTOUTCOME.
         Move Space    To WS-CACTTEXT.
         If WS-CACTMETHOD Equal "E" Then
           String "CAMP " Delimited By Size
                  WS-CAMPID Delimited By Space
                  " EMAIL LISTED" Delimited By Size
             Into WS-CACTTEXT
           End-String
         Else
           String "CAMP " Delimited By Size
                  WS-CAMPID Delimited By Space
                  " LETTER LISTED" Delimited By Size
             Into WS-CACTTEXT
           End-String
         End-If.
         Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL.

       430-Check-Suppression.
         Move "N" To WS-SUPPRESSED.
         Perform 435-Check-Suppression-Next
         Move RCUSTID       To CL-CUSTID.
         Move RCUSTNAME     To CL-NAME.
         Move WS-PICK-PHONE To CL-PHONE.
         Perform 445-Set-Calling-Window.
         Write CAMPLIST-REC
         End-Write.
         Move "A" To WS-CTL-FUNC.
         Perform 450-Append-History-Row.
         Add 1 To WS-LIST-CNT.

      *>  The customer's zone and the permitted calling window, in
      *>  the customer's time and on our clock for the run date, so
      *>  the dialer never rings before or after hours. A customer
      *>  no zone row covers goes out on the office zone with the
      *>  zone left blank, and is counted.
       445-Set-Calling-Window.
         Move RCUSTSTATE  To LTZSTATE.
         Move RCUSTZIP    To LTZZIP.
         Move RCUSTCTRY   To LTZCTRY.
         Move WS-CUR-DATE To LTZDATE.
         Move Zero        To LTZTIME.
         Call "SUB157" Using WS-TZ-PRMSET, WS-TZ-RETVAL.
         If WS-TZ-RETVAL Not Equal "00" Then
           Add 1 To WS-NOTZ-CNT
         End-If.
         Move LTZZONE    To CL-TZONE.
         Move LTZUTCSGN  To CL-UTCSGN.
         Move LTZUTCOFF  To CL-UTCOFF.
         Move LTZDSTRULE To CL-DST.
         Move LTZFROM    To CL-LFROM.
         Move LTZTO      To CL-LTO.
         Move LTZOFCFROM To CL-OFROM.
         Move LTZOFCTO   To CL-OTO.

      *>  The SUB131 control records bracket the dialer feed so the
      *>  vendor can prove a complete file before loading it.
       470-Write-Control-Header.
         End-Write.
         Close CAMPHIST.

       999-End-Of-Program.
         Stop Run.
