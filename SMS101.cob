      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Batch texter that works the SMS-channel rows (MCHANNEL "S") **
      *> on CUSTOMER.MAILQ, the way MLR101 works the email rows.     **
      *> Every PENDING text is built and handed to the SMS gateway   **
      *> on its pickup file, data/SMSOUT.DAT, bracketed by SUB131    **
      *> control records so the gateway can prove the file whole,   **
      *> then flipped to SENT; SMR101 later marks it DELIVERED or    **
      *> FAILED from the gateway's receipts. Each feed row carries   **
      *> a message reference (customer ID + queued stamp) the        **
      *> receipts quote back.                                        **
      *>                                                             **
      *> The text itself is built here, not by the gateway: one line **
      *> of at most 160 characters from data/SMS<stem>.TPL, or the   **
      *> data/SMS<stem>.<lang>.TPL body in the customer's RCUSTLANG  **
      *> language when one exists (the LTR101 fallback rule). The    **
      *> stem is APPTRMD or CHANGED for the built-in templates and   **
      *> CAMP<id> for a campaign; a missing English base is seeded   **
      *> with a short standard wording. &DATE and &TIME in an        **
      *> appointment reminder are merged from the customer's next   **
      *> booked slot on APPOINT.DAT.                                 **
      *>                                                             **
      *> The do-not-text flag is honored again at hand-off: a row    **
      *> for a customer who has since refused texts, is no longer    **
      *> active or on file, or (for a reminder) has nothing booked   **
      *> any more is marked FAILED and printed on the exceptions     **
      *> page, data/SMSEXCPT.PRT. Nothing is handed off while the    **
      *> previous pickup file is still waiting for the gateway -     **
      *> the rows simply stay pending for the next run. Run outside  **
      *> the PGM001 menu, nightly after MLR101.                      **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SMS101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select MAILQ Assign WS-MAILFILE
             Access Mode Is Sequential
             File Status WS-MAILSTAT.
           Select SMSOUT Assign WS-OUTFILE
             Organization Is Line Sequential
             File Status WS-OUTSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.
           Select TPLFILE Assign WS-TPLFILE
             Organization Is Line Sequential
             File Status WS-TPLSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select APPOINT Assign WS-APPTFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is APPTKEY
             Alternate Record Key Is APPTCUSTID
               With Duplicates
             File Status WS-APPTSTAT.

       Data Division.
         File Section.
           Fd MAILQ.
           01 MAILQ-REC.
             Copy MAILFD.

           Fd SMSOUT.
           01 SMSOUT-REC.
             05 SO-MSGREF.
               10 SO-CUSTID  Pic X(10).
               10 SO-QUEUED  Pic X(14).
             05 SO-MOBILE    Pic X(20).
             05 SO-LANG      Pic X(2).
             05 SO-TEMPLATE  Pic X(15).
             05 SO-TEXT      Pic X(160).

           Fd PRTFILE.
           01 PRT-REC Pic X(84).

           Fd TPLFILE.
           01 TPL-REC Pic X(160).

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd APPOINT.
           01 APPT-REC.
             Copy APPTFD.

         Working-Storage Section.
           01 WS-MAILFILE    Pic X(20) Value "data/CUSTOMER.MAILQ".
           01 WS-MAILSTAT    Pic 9(2).
           01 WS-OUTFILE     Pic X(30) Value "data/SMSOUT.DAT".
           01 WS-OUTSTAT     Pic 9(2).
           01 WS-PRTFILE     Pic X(30) Value "data/SMSEXCPT.PRT".
           01 WS-PRTSTAT     Pic 9(2).
           01 WS-TPLFILE     Pic X(40) Value Space.
           01 WS-TPLSTAT     Pic 9(2).
           01 WS-CUSTFILE    Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT    Pic 9(2).
           01 WS-APPTFILE    Pic X(20) Value "data/APPOINT.DAT".
           01 WS-APPTSTAT    Pic 9(2).
           01 WS-MAX-RETRIES Pic 9(2)  Value 3.
           01 WS-EOF         Pic X     Value "N".
             88 IS-EOF                 Value "Y".
           01 WS-APPT-EOF    Pic X     Value "N".
             88 IS-APPT-EOF            Value "Y".
           01 WS-SKIP-RUN    Pic X     Value "N".
             88 IS-SKIP-RUN            Value "Y".
           01 WS-APPT-OPEN   Pic X     Value "N".
             88 IS-APPT-OPEN           Value "Y".
           01 WS-DELIVERED   Pic X     Value "N".
             88 IS-DELIVERED           Value "Y".
           01 WS-REASON      Pic X(30) Value Space.
           01 WS-SENT-CNT    Pic 9(6)  Value Zero.
           01 WS-RETRY-CNT   Pic 9(6)  Value Zero.
           01 WS-FAIL-CNT    Pic 9(6)  Value Zero.
           01 WS-CUR-DATE    Pic 9(8).
           01 WS-CUR-TIME    Pic 9(8).
           01 WS-RUN-STAMP   Pic X(14).
           01 WS-PDT-FUNC    Pic X(1)  Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL  Pic X(2).
           01 WS-PROC-DATE   Pic 9(8)  Value Zero.
           01 WS-SMS-LANG    Pic X(2)  Value Space.
           01 WS-TPL-STEM    Pic X(12) Value Space.
           01 WS-SMS-TEXT    Pic X(160) Value Space.
           01 WS-SMS-WORK    Pic X(160) Value Space.

      *>  Merge-field work areas: the token, what replaces it, and
      *>  where it sits in the text.
           01 WS-TOKEN       Pic X(5)  Value Space.
           01 WS-TOKEN-VAL   Pic X(10) Value Space.
           01 WS-TOKEN-LEN   Pic 9(3)  Value Zero.
           01 WS-TOKEN-CNT   Pic 9(3)  Value Zero.
           01 WS-PRE-LEN     Pic 9(3)  Value Zero.
           01 WS-PUT-POS     Pic 9(3)  Value Zero.
           01 WS-REST-POS    Pic 9(3)  Value Zero.
           01 WS-REST-LEN    Pic 9(3)  Value Zero.

      *>  The customer's next booked slot, for a reminder.
           01 WS-NEXT-DATE   Pic 9(8)  Value Zero.
           01 WS-NEXT-TIME   Pic 9(4)  Value Zero.
           01 WS-DATE-EDIT.
             05 WS-DE-YYYY   Pic 9(4).
             05 Filler       Pic X(1)  Value "-".
             05 WS-DE-MM     Pic 9(2).
             05 Filler       Pic X(1)  Value "-".
             05 WS-DE-DD     Pic 9(2).
           01 WS-TIME-EDIT.
             05 WS-TE-HH     Pic 9(2).
             05 Filler       Pic X(1)  Value ":".
             05 WS-TE-MI     Pic 9(2).

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

           01 WS-HDG-1.
             05 Filler Pic X(30) Value "UNSENT TEXT MESSAGE EXCEPTIONS".
             05 Filler Pic X(50) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(20) Value "MOBILE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(15) Value "TEMPLATE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(30) Value "REASON".

           01 WS-DETAIL.
             05 D-CUSTID   Pic X(10).
             05 Filler     Pic X(2)  Value Space.
             05 D-MOBILE   Pic X(20).
             05 Filler     Pic X(2)  Value Space.
             05 D-TEMPLATE Pic X(15).
             05 Filler     Pic X(2)  Value Space.
             05 D-REASON   Pic X(30).

           01 WS-TOTAL-LINE.
             05 Filler       Pic X(13) Value "TOTAL UNSENT:".
             05 T-FAIL-CNT   Pic ZZZ,ZZ9.
             05 Filler       Pic X(60) Value Space.

       Procedure Division.
       100-Main.
         Perform 200-Initialize.
         If Not IS-SKIP-RUN Then
           Perform 300-Process-Next
             Until IS-EOF
           Perform 400-Finalize
         End-If.
         Perform 999-End-Of-Program.

       200-Initialize.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move Spaces      To WS-RUN-STAMP.
         Move WS-CUR-DATE To WS-RUN-STAMP(1:8).
         Move WS-CUR-TIME To WS-RUN-STAMP(9:6).
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-PROC-DATE.

      *>  The gateway removes the pickup file once it has taken it;
      *>  one still there means last night's texts are unsent, and
      *>  overwriting it would lose them.
         Open Input SMSOUT.
         If WS-OUTSTAT Equal "00" Then
           Display "SMS101: data/SMSOUT.DAT not yet collected by "
                   "the gateway - nothing handed off."
           Move "Y" To WS-SKIP-RUN
         End-If.
         Close SMSOUT.

         If Not IS-SKIP-RUN Then
           Open I-O MAILQ
           If WS-MAILSTAT Equal "35" Then
             Display "SMS101: CUSTOMER.MAILQ not found, nothing "
                     "to do."
             Close MAILQ
             Move "Y" To WS-SKIP-RUN
           End-If
         End-If.

         If Not IS-SKIP-RUN Then
           Open Input CUST
           Open Input APPOINT
           If WS-APPTSTAT Equal "00" Then
             Move "Y" To WS-APPT-OPEN
           Else
             Close APPOINT
           End-If
           Open Output SMSOUT
           Perform 470-Write-Control-Header
           Open Output PRTFILE
           Write PRT-REC From WS-HDG-1
           Write PRT-REC From WS-HDG-2
           Perform 310-Read-Next
         End-If.

      *>  Only PENDING text rows are worked. A row that can never go
      *>  fails at once; a handoff write that fails burns a retry
      *>  each run until the row fails out onto the exceptions page.
       300-Process-Next.
         If MSTATUS-PENDING And MCHANNEL-SMS Then
           Move Space To WS-REASON
           Perform 320-Check-Customer
           If WS-REASON Equal Space Then
             Perform 330-Build-Text
           End-If
           If WS-REASON Not Equal Space Then
             Move "F" To MSTATUS
             Perform 390-Write-Exception
             Add 1 To WS-FAIL-CNT
           Else
             Perform 360-Hand-Off
             If IS-DELIVERED Then
               Move "S"          To MSTATUS
               Move WS-RUN-STAMP To MSENTDTTM
               Add 1 To WS-SENT-CNT
               Perform 380-Log-Contact
             Else
               Add 1 To MRETRYCNT
               If MRETRYCNT Greater Than Or Equal WS-MAX-RETRIES
                 Then
                 Move "F" To MSTATUS
                 Move "GATEWAY FILE WRITE FAILED" To WS-REASON
                 Perform 390-Write-Exception
                 Add 1 To WS-FAIL-CNT
               Else
                 Add 1 To WS-RETRY-CNT
               End-If
             End-If
           End-If
           Rewrite MAILQ-REC
           End-Rewrite
         End-If.
         Perform 310-Read-Next.

       310-Read-Next.
         Read MAILQ Next Record
           At End Move "Y" To WS-EOF
         End-Read.

      *>  The opt-out is checked again here, not just when the row
      *>  was queued - a customer who said "no more texts" this
      *>  afternoon gets none tonight.
       320-Check-Customer.
         Move MCUSTID To RCUSTID.
         Read CUST
           Key Is RCUSTID
           Invalid Key
             Move "NO SUCH CUSTOMER ID" To WS-REASON
           Not Invalid Key
             Evaluate True
               When Not RCUSTSTAT-ACTIVE
                 Or RCUSTLIFECYC-DECEASED
                 Move "CUSTOMER NOT ACTIVE" To WS-REASON
               When RCUSTDNT-YES
                 Move "CUSTOMER REFUSES TEXTS" To WS-REASON
               When MTOADDR Equal Space
                 Move "NO MOBILE NUMBER" To WS-REASON
               When Other
                 Continue
             End-Evaluate
         End-Read.

      *>  The same template-file rules as LTR101, one line long:
      *>  the customer's language when that body exists, the English
      *>  base otherwise, seeded the first time it is missing.
       330-Build-Text.
         Move "EN" To WS-SMS-LANG.
         If RCUSTLANG Not Equal Space Then
           Move RCUSTLANG To WS-SMS-LANG
         End-If.
         Evaluate True
           When MTEMPLATE-APPTRMD
             Move "APPTRMD" To WS-TPL-STEM
           When MTEMPLATE-CHANGED
             Move "CHANGED" To WS-TPL-STEM
           When Other
             Move Space To WS-TPL-STEM
             String "CAMP" Delimited By Size
                    MTEMPLATE Delimited By Space
               Into WS-TPL-STEM
             End-String
         End-Evaluate.
         Move Space To WS-TPLFILE.
         If WS-SMS-LANG Not Equal "EN" Then
           String "data/SMS" Delimited By Size
                  WS-TPL-STEM Delimited By Space
                  "." Delimited By Size
                  WS-SMS-LANG Delimited By Size
                  ".TPL" Delimited By Size
             Into WS-TPLFILE
           End-String
           Open Input TPLFILE
           If WS-TPLSTAT Equal "35" Then
             Close TPLFILE
             Move Space To WS-TPLFILE
           End-If
         End-If.
         If WS-TPLFILE Equal Space Then
           String "data/SMS" Delimited By Size
                  WS-TPL-STEM Delimited By Space
                  ".TPL" Delimited By Size
             Into WS-TPLFILE
           End-String
           Open Input TPLFILE
           If WS-TPLSTAT Equal "35" Then
             Close TPLFILE
             Perform 350-Seed-Template
             Open Input TPLFILE
           End-If
         End-If.
         Move Space To WS-SMS-TEXT.
         Read TPLFILE
           At End Continue
           Not At End Move TPL-REC To WS-SMS-TEXT
         End-Read.
         Close TPLFILE.
         If WS-SMS-TEXT Equal Space Then
           Move "TEMPLATE FILE IS EMPTY" To WS-REASON
         End-If.
         If WS-REASON Equal Space And MTEMPLATE-APPTRMD Then
           Perform 340-Find-Next-Appointment
           If WS-NEXT-DATE Equal Zero Then
             Move "NO APPOINTMENT STILL BOOKED" To WS-REASON
           Else
             Move WS-NEXT-DATE(1:4) To WS-DE-YYYY
             Move WS-NEXT-DATE(5:2) To WS-DE-MM
             Move WS-NEXT-DATE(7:2) To WS-DE-DD
             Move "&DATE"      To WS-TOKEN
             Move WS-DATE-EDIT To WS-TOKEN-VAL
             Move 10           To WS-TOKEN-LEN
             Perform 345-Merge-Token
             Move WS-NEXT-TIME(1:2) To WS-TE-HH
             Move WS-NEXT-TIME(3:2) To WS-TE-MI
             Move "&TIME"      To WS-TOKEN
             Move WS-TIME-EDIT To WS-TOKEN-VAL
             Move 5            To WS-TOKEN-LEN
             Perform 345-Merge-Token
           End-If
         End-If.

      *>  The earliest slot still booked for the customer from the
      *>  processing date on, read through the customer-ID alternate
      *>  key SUB410 lists bookings by.
       340-Find-Next-Appointment.
         Move Zero To WS-NEXT-DATE.
         Move Zero To WS-NEXT-TIME.
         If IS-APPT-OPEN Then
           Move "N"     To WS-APPT-EOF
           Move MCUSTID To APPTCUSTID
           Start APPOINT Key Is Equal To APPTCUSTID
             Invalid Key Move "Y" To WS-APPT-EOF
           End-Start
           Perform 342-Check-Appointment-Next
             Until IS-APPT-EOF
         End-If.

       342-Check-Appointment-Next.
         Read APPOINT Next Record
           At End Move "Y" To WS-APPT-EOF
         End-Read.
         If Not IS-APPT-EOF Then
           If APPTCUSTID Not Equal MCUSTID Then
             Move "Y" To WS-APPT-EOF
           Else
             If APPTSTAT-BOOKED
               And APPTDATE Not Less Than WS-PROC-DATE Then
               If WS-NEXT-DATE Equal Zero
                 Or APPTDATE Less Than WS-NEXT-DATE
                 Or (APPTDATE Equal WS-NEXT-DATE
                     And APPTTIME Less Than WS-NEXT-TIME) Then
                 Move APPTDATE To WS-NEXT-DATE
                 Move APPTTIME To WS-NEXT-TIME
               End-If
             End-If
           End-If
         End-If.

      *>  Replaces the first WS-TOKEN in the text with the first
      *>  WS-TOKEN-LEN characters of WS-TOKEN-VAL, closing up or
      *>  opening out the rest of the line; anything pushed past
      *>  160 characters is lost.
       345-Merge-Token.
         Move Zero To WS-TOKEN-CNT.
         Inspect WS-SMS-TEXT Tallying WS-TOKEN-CNT
           For All WS-TOKEN.
         If WS-TOKEN-CNT Greater Than Zero Then
           Move Zero To WS-PRE-LEN
           Inspect WS-SMS-TEXT Tallying WS-PRE-LEN
             For Characters Before Initial WS-TOKEN
           Move WS-SMS-TEXT To WS-SMS-WORK
           Move Space       To WS-SMS-TEXT
           If WS-PRE-LEN Greater Than Zero Then
             Move WS-SMS-WORK(1:WS-PRE-LEN)
               To WS-SMS-TEXT(1:WS-PRE-LEN)
           End-If
           Compute WS-PUT-POS = WS-PRE-LEN + 1
           If WS-PUT-POS + WS-TOKEN-LEN Greater Than 161 Then
             Compute WS-TOKEN-LEN = 161 - WS-PUT-POS
           End-If
           Move WS-TOKEN-VAL(1:WS-TOKEN-LEN)
             To WS-SMS-TEXT(WS-PUT-POS:WS-TOKEN-LEN)
           Compute WS-PUT-POS  = WS-PUT-POS + WS-TOKEN-LEN
           Compute WS-REST-POS = WS-PRE-LEN + 6
           If WS-PUT-POS Less Than 161
             And WS-REST-POS Less Than 161 Then
             Compute WS-REST-LEN = 161 - WS-REST-POS
             If WS-REST-LEN Greater Than 161 - WS-PUT-POS Then
               Compute WS-REST-LEN = 161 - WS-PUT-POS
             End-If
             Move WS-SMS-WORK(WS-REST-POS:WS-REST-LEN)
               To WS-SMS-TEXT(WS-PUT-POS:WS-REST-LEN)
           End-If
         End-If.

      *>  A missing English base gets a short standard wording the
      *>  first time it is needed; it can be edited in place (one
      *>  line, 160 characters at most) without touching this
      *>  program.
       350-Seed-Template.
         Open Output TPLFILE.
         Evaluate True
           When MTEMPLATE-APPTRMD
             Move Space To TPL-REC
             String "Reminder: you have an appointment with us "
                      Delimited By Size
                    "on &DATE at &TIME. Please call us if you "
                      Delimited By Size
                    "need to change it." Delimited By Size
               Into TPL-REC
             End-String
           When MTEMPLATE-CHANGED
             Move Space To TPL-REC
             String "The contact details on your account were "
                      Delimited By Size
                    "just changed. If this was not you, please "
                      Delimited By Size
                    "call us at once." Delimited By Size
               Into TPL-REC
             End-String
           When Other
             Move Space To TPL-REC
             String "We have news we think will interest you - "
                      Delimited By Size
                    "please call us or visit your local office."
                      Delimited By Size
               Into TPL-REC
             End-String
         End-Evaluate.
         Write TPL-REC
         End-Write.
         Close TPLFILE.

      *>  The actual handoff: one row on the pickup file, folded
      *>  into the SUB131 totals the trailer carries.
       360-Hand-Off.
         Move "N" To WS-DELIVERED.
         Move MCUSTID     To SO-CUSTID.
         Move MQUEUEDTTM  To SO-QUEUED.
         Move MTOADDR     To SO-MOBILE.
         Move WS-SMS-LANG To SO-LANG.
         Move MTEMPLATE   To SO-TEMPLATE.
         Move WS-SMS-TEXT To SO-TEXT.
         Write SMSOUT-REC
         End-Write.
         If WS-OUTSTAT Equal "00" Then
           Move "Y" To WS-DELIVERED
           Move "A" To WS-CTL-FUNC
           Move Space To WS-CTL-REC
           Move SMSOUT-REC
             To WS-CTL-REC(1:Length Of SMSOUT-REC)
           Move Length Of SMSOUT-REC To WS-CTL-LEN
           Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
               WS-CTL-RETVAL
         End-If.

      *>  A text handed to the gateway is contact with the customer
      *>  like an email: one CONTACT.DAT row through SUB096 under
      *>  operator BATCH, the template in the text.
       380-Log-Contact.
         Move MCUSTID  To WS-CACTCUSTID.
         Move "BATCH"  To WS-CACTOPERID.
         Move "T"      To WS-CACTMETHOD.
         Move "C"      To WS-CACTOUTCOME.
         Move Space    To WS-CACTTEXT.
         String "TEXT SENT " Delimited By Size
                MTEMPLATE Delimited By Space
           Into WS-CACTTEXT
         End-String.
         Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL.

       390-Write-Exception.
         Move MCUSTID   To D-CUSTID.
         Move MTOADDR   To D-MOBILE.
         Move MTEMPLATE To D-TEMPLATE.
         Move WS-REASON To D-REASON.
         Write PRT-REC From WS-DETAIL.

       400-Finalize.
         Perform 480-Write-Control-Trailer.
         Close SMSOUT.
         Move WS-FAIL-CNT To T-FAIL-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.
         Close MAILQ.
         Close CUST.
         If IS-APPT-OPEN Then
           Close APPOINT
         End-If.
         Display "SMS101: " WS-SENT-CNT " handed off, "
                 WS-RETRY-CNT " held for retry, "
                 WS-FAIL-CNT " failed.".

      *>  The SUB131 control records bracket the pickup file so the
      *>  gateway can prove a complete file before sending a text.
       470-Write-Control-Header.
         Move Zero To WS-CTL-COUNT.
         Move Zero To WS-CTL-HASH.
         Move "H" To WS-CTL-FUNC.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Move WS-CTL-REC(1:Length Of SMSOUT-REC)
           To SMSOUT-REC.
         Write SMSOUT-REC
         End-Write.

       480-Write-Control-Trailer.
         Move "T" To WS-CTL-FUNC.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Move WS-CTL-REC(1:Length Of SMSOUT-REC)
           To SMSOUT-REC.
         Write SMSOUT-REC
         End-Write.

       999-End-Of-Program.
         Stop Run.
