      *>        body comes from data/CAMP<id>.TPL, seeded with a      **
      *>        serviceable standard paragraph the first time it is   **
      *>        missing, like the built-in templates.                 **
      *> 261015 Print the *CHANGED* notice (data/LTRCHANGED.TPL)     **
      *>        and its *CHGOLDADR* twin, which goes to the address  **
      *>        the customer had before, taken from CHGNOTE.DAT      **
      *>        (SUB460) instead of the record.                      **
      *> 261015 The seasonal-address check goes by the processing    **
      *>        date (SUB152); the sent stamp stays real time.       **
      *> 261015 Each printed letter is logged on CONTACT.DAT         **
      *>        (SUB096, operator BATCH).                            **
      *> 261015 Never print an SMS-channel row (SMS101's), whatever  **
      *>        its address holds.                                   **
      *> 261015 Name block in letter order from the structured       **
      *>        name parts (SUB159); a <SALUT> token in a template   **
      *>        line prints the salutation name, and seeded bodies   **
      *>        open with "Dear <SALUT>,".                           **
      *> 261015 Address each letter to the mailing address role      **
      *>        (SUB162, CUSTADDR.DAT) when the customer has one,    **
      *>        skipping it only when that role is flagged           **
      *>        undeliverable.                                       **
      *> 261015 Each run is costed on the postage ledger (SUB168):   **
      *>        one piece per letter printed under a built-in        **
      *>        template, by the customer's office. Campaign letters **
      *>        stay with the CAM101 run that queued them.           **
      *> 261015 Print CNF101's *CONFIRM* request and *CONFRMD*       **
      *>        reminder (data/LTRCONFIRM.TPL, LTRCONFRMD.TPL); a    **
      *>        <DETAILS> line in a template prints the details we   **
      *>        hold, the national ID masked through SUB098.         **
      *>***************************************************************
       Identification Division.
         Program-Id.   LTR101.
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select CHGNOTE Assign WS-CNFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CNKEY
             File Status WS-CNSTAT.
           Select TPLFILE Assign WS-TPLFILE
             Organization Is Line Sequential
             File Status WS-TPLSTAT.
           01 CUST-REC.
             Copy CUSTFD.

           Fd CHGNOTE.
           01 CHGNOTE-REC.
             Copy CHGNTFD.

           Fd TPLFILE.
           01 TPL-REC Pic X(60).

           01 WS-MAILSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-CNFILE   Pic X(20) Value "data/CHGNOTE.DAT".
           01 WS-CNSTAT   Pic 9(2).
           01 WS-CN-EOF   Pic X     Value "N".
             88 IS-CN-EOF           Value "Y".
           01 WS-OLD-ADDR Pic X     Value "N".
             88 IS-OLD-ADDR         Value "Y".
           01 WS-TPLFILE  Pic X(30) Value Space.
           01 WS-TPLSTAT  Pic 9(2).
           01 WS-PRTFILE  Pic X(24) Value "data/LETTERS.PRT".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-RUN-STAMP Pic X(14).
           01 WS-PROC-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-LTR-NAME Pic X(40) Value Space.
           01 WS-LTR-SALUT Pic X(40) Value Space.
           01 WS-SALUT-LEN Pic 9(2)  Value Zero.
           01 WS-SALUT-CX  Pic 9(2)  Value Zero.
           01 WS-NAME-FUNC   Pic X(1) Value "F".
           01 WS-NAME-PRMSET.
             Copy NAMELK.
           01 WS-NAME-RETVAL Pic X(2).
           01 WS-TPL-HITS   Pic 9(2)  Value Zero.
           01 WS-TPL-BEFORE Pic X(60) Value Space.
           01 WS-TPL-BLEN   Pic 9(2)  Value Zero.
           01 WS-TPL-AFTER  Pic X(60) Value Space.
           01 WS-TPL-ALEN   Pic 9(2)  Value Zero.
           01 WS-TPL-PTR    Pic 9(3)  Value 1.
           01 WS-TPL-DHITS  Pic 9(2)  Value Zero.
           01 WS-NATID-MASKED Pic X(15) Value Space.
           01 WS-DTL-LINE.
             05 Filler      Pic X(2)  Value Space.
             05 DL-LABEL    Pic X(14).
             05 Filler      Pic X(2)  Value ": ".
             05 DL-VALUE    Pic X(40).
             05 Filler      Pic X(22) Value Space.
           01 WS-DTL-CSZ.
             05 DC-CITY     Pic X(20).
             05 Filler      Pic X(2)  Value ", ".
             05 DC-STATE    Pic X(2).
             05 Filler      Pic X(2)  Value Space.
             05 DC-ZIP      Pic X(10).
             05 Filler      Pic X(4)  Value Space.
           01 WS-CSZ-LINE.
             05 L-CSZ-CITY  Pic X(20).
             05 Filler      Pic X(2)  Value ", ".
             05 WS-SEAS-STATE  Pic X(2).
             05 WS-SEAS-ZIP    Pic X(10).
           01 WS-SEAS-RETVAL Pic X(2).
           01 WS-CAD-FUNC   Pic X(1) Value "R".
           01 WS-CAD-PRMSET.
             Copy CADDRLK.
           01 WS-CAD-RETVAL Pic X(2).
           01 WS-LTR-LANG  Pic X(2)  Value Space.
           01 WS-TPL-STEM  Pic X(14) Value Space.
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

       Procedure Division.
       100-Main.
         Move Spaces      To WS-RUN-STAMP.
         Move WS-CUR-DATE To WS-RUN-STAMP(1:8).
         Move WS-CUR-TIME To WS-RUN-STAMP(9:6).
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-PROC-DATE.

         Open I-O MAILQ.
         If WS-MAILSTAT Equal "35" Then
               Close PRTFILE
               Open Output PRTFILE
             End-If
             Move "S"      To WS-PST-FUNC
             Move "LTR101" To LPGPROG
             Call "SUB168" Using WS-PST-FUNC, WS-PST-PRMSET,
                 WS-PST-RETVAL
             Perform 310-Read-Next
             Perform 300-Process-Next
               Until IS-EOF
             Move "E" To WS-PST-FUNC
             Call "SUB168" Using WS-PST-FUNC, WS-PST-PRMSET,
                 WS-PST-RETVAL
             Close MAILQ
             Close CUST
             Close PRTFILE
         Perform 999-End-Of-Program.

       300-Process-Next.
         If MSTATUS-PENDING And MTOADDR Equal Space
           And Not MCHANNEL-SMS Then
           Perform 320-Print-One-Letter
           If IS-PRINTED Then
             Move "S"          To MSTATUS
             Move WS-RUN-STAMP To MSENTDTTM
             Add 1 To WS-SENT-CNT
             Perform 370-Log-Contact
             Perform 380-Record-Postage
           Else
             Move "F" To MSTATUS
             Add 1 To WS-FAIL-CNT
      *>  row rather than printing a letter nobody can send.
       320-Print-One-Letter.
         Move "N" To WS-PRINTED.
         Move "N" To WS-OLD-ADDR.
         Move MCUSTID To RCUSTID.
         Read CUST
           Key Is RCUSTID
           Invalid Key Continue
           Not Invalid Key
             Perform 325-Resolve-Mailing-Address
             If MTEMPLATE-CHGOLDADR Then
               If RCUSTSTAT-ACTIVE And Not RCUSTDNM-YES Then
                 Perform 360-Print-Old-Address-Letter
               End-If
             Else
             If RCUSTSTAT-ACTIVE
               And LCAADDR1 Not Equal Space
               And Not RCUSTDNM-YES
               And LCAUNDELIV Not Equal "Y" Then
               Move RCUSTLANG To WS-LTR-LANG
               Perform 330-Write-Letter
               Move "Y" To WS-PRINTED
             End-If
             End-If
         End-Read.

      *>  Letters go to the customer's mailing address role on
      *>  CUSTADDR.DAT (SUB162) when there is one, held back only
      *>  when that role's own mail has come back; otherwise to the
      *>  primary address on the record, as the RPT105 labels do.
       325-Resolve-Mailing-Address.
         Move RCUSTID To LCACUSTID.
         Move "M"     To LCAROLE.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET,
             WS-CAD-RETVAL.
         If WS-CAD-RETVAL Not Equal "00" Then
           Move RCUSTADDR1   To LCAADDR1
           Move RCUSTADDR2   To LCAADDR2
           Move RCUSTCITY    To LCACITY
           Move RCUSTSTATE   To LCASTATE
           Move RCUSTZIP     To LCAZIP
           Move RCUSTCTRY    To LCACTRY
           Move RCUSTUNDELIV To LCAUNDELIV
         End-If.

      *>  The change-of-address notice to the address the customer
      *>  had before: SUB460 left that address on CHGNOTE.DAT, one
      *>  row per change, and the oldest one not yet printed goes
      *>  with this row - rows and notes are queued in the same
      *>  order. No note left means nowhere to send it.
       360-Print-Old-Address-Letter.
         Open I-O CHGNOTE.
         If WS-CNSTAT Not Equal "00" Then
           Close CHGNOTE
         Else
           Move "N"        To WS-CN-EOF
           Move MCUSTID    To CNCUSTID
           Move Low-Values To CNDTTM
           Start CHGNOTE Key Is Greater Than CNKEY
             Invalid Key Move "Y" To WS-CN-EOF
           End-Start
           Perform 365-Find-Old-Address-Next
             Until IS-CN-EOF Or IS-OLD-ADDR
           If IS-OLD-ADDR Then
             Move RCUSTLANG To WS-LTR-LANG
             Perform 330-Write-Letter
             Move "Y" To CNPRINTED
             Rewrite CHGNOTE-REC
             End-Rewrite
             Move "Y" To WS-PRINTED
           End-If
           Close CHGNOTE
         End-If.

       365-Find-Old-Address-Next.
         Read CHGNOTE Next Record
           At End Move "Y" To WS-CN-EOF
         End-Read.
         If Not IS-CN-EOF Then
           If CNCUSTID Not Equal MCUSTID Then
             Move "Y" To WS-CN-EOF
           Else
             If Not CNPRINTED-YES Then
               Move "Y" To WS-OLD-ADDR
             End-If
           End-If
         End-If.

      *>  A printed letter is contact with the customer: one
      *>  CONTACT.DAT row through SUB096 under operator BATCH, the
      *>  template (or CAM101 campaign ID) in the text.
       370-Log-Contact.
         Move MCUSTID  To WS-CACTCUSTID.
         Move "BATCH"  To WS-CACTOPERID.
         Move "M"      To WS-CACTMETHOD.
         Move "C"      To WS-CACTOUTCOME.
         Move Space    To WS-CACTTEXT.
         String "LETTER PRINTED " Delimited By Size
                MTEMPLATE Delimited By Space
           Into WS-CACTTEXT
         End-String.
         Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL.

      *>  Each letter is a piece on the postage ledger (SUB168) under
      *>  its template and the customer's office, at the ZIP it was
      *>  addressed to. A CAM101 campaign's letters were costed when
      *>  CAM101 queued them, so only the built-in *...* templates
      *>  are recorded here - a piece is never costed twice.
       380-Record-Postage.
         If MTEMPLATE(1:1) Equal "*" Then
           Move "P"         To WS-PST-FUNC
           Move MTEMPLATE   To LPGCAMP
           Move MCUSTID     To LPGCUSTID
           Move L-CSZ-ZIP   To LPGZIP
           Move LCACTRY     To LPGCTRY
           Move RCUSTOFFICE To LPGOFFICE
           Call "SUB168" Using WS-PST-FUNC, WS-PST-PRMSET,
               WS-PST-RETVAL
         End-If.

      *>  Name-and-address block first, then the template body. The
      *>  name comes from SUB159 in letter order (title, first,
      *>  middle initial, last, suffix) with the salutation name for
      *>  the template's <SALUT>; a name never split falls back to
      *>  the preferred name when on file, same as the RPT105 labels,
      *>  and "Dear Customer".
       330-Write-Letter.
         Write PRT-REC From WS-RULE-LINE.
         Move Space        To WS-NAME-PRMSET.
         Move RCUSTNAME    To LNMNAME.
         Move RCUSTPNAME   To LNMPNAME.
         Move RCUSTTITLE   To LNMTITLE.
         Move RCUSTFNAME   To LNMFIRST.
         Move RCUSTMNAME   To LNMMIDDLE.
         Move RCUSTLNAME   To LNMLAST.
         Move RCUSTSUFFIX  To LNMSUFFIX.
         Move RCUSTSALUT   To LNMSALPREF.
         Move RCUSTNMSPLIT To LNMSPLIT.
         Call "SUB159" Using WS-NAME-FUNC, WS-NAME-PRMSET,
             WS-NAME-RETVAL.
         Move LNMFULL  To WS-LTR-NAME.
         Move LNMSALUT To WS-LTR-SALUT.
         Move Zero To WS-SALUT-LEN.
         Perform 337-Measure-Salut-Char
           Varying WS-SALUT-CX From 1 By 1
           Until WS-SALUT-CX Greater Than 40.
         Move LCAADDR1 To WS-LTR-ADDR1.
         Move LCAADDR2 To WS-LTR-ADDR2.
         Move LCACITY  To L-CSZ-CITY.
         Move LCASTATE To L-CSZ-STATE.
         Move LCAZIP   To L-CSZ-ZIP.
         If IS-OLD-ADDR Then
           Move CNADDR1 To WS-LTR-ADDR1
           Move CNADDR2 To WS-LTR-ADDR2
           Move CNCITY  To L-CSZ-CITY
           Move CNSTATE To L-CSZ-STATE
           Move CNZIP   To L-CSZ-ZIP
         Else
           Perform 335-Apply-Seasonal-Address
         End-If.
         Move Space       To PRT-REC.
         Move WS-LTR-NAME To PRT-REC(1:40).
         Write PRT-REC.
         Perform 340-Write-Template-Body.
         Write PRT-REC From WS-BLANK-LINE.

       337-Measure-Salut-Char.
         If WS-LTR-SALUT(WS-SALUT-CX:1) Not Equal Space Then
           Move WS-SALUT-CX To WS-SALUT-LEN
         End-If.

      *>  A customer wintering away gets their seasonal address on
      *>  the letter while the run date is inside the window SUB335
      *>  recorded, same substitution the RPT105 labels make.
       335-Apply-Seasonal-Address.
         Move RCUSTID     To WS-SEAS-CUSTID.
         Move WS-PROC-DATE To WS-SEAS-DATE.
         Call "SUB118" Using WS-SEAS-PRMSET, WS-SEAS-RETVAL.
         If WS-SEAS-RETVAL Equal "00" Then
           Move WS-SEAS-ADDR1 To WS-LTR-ADDR1
           Move WS-SEAS-ZIP   To L-CSZ-ZIP
         End-If.

      *>  The built-in templates keep their fixed files; any
      *>  other template name is a CAM101 campaign ID, whose body
      *>  lives beside them as data/CAMP<id>.TPL. A customer whose
      *>  language is not English gets the per-language body
             Move "LTRREACT" To WS-TPL-STEM
           When MTEMPLATE-WELCOME
             Move "LTRWELCOME" To WS-TPL-STEM
           When MTEMPLATE-CHANGED Or MTEMPLATE-CHGOLDADR
             Move "LTRCHANGED" To WS-TPL-STEM
           When MTEMPLATE-CONFIRM
             Move "LTRCONFIRM" To WS-TPL-STEM
           When MTEMPLATE-CONFRMD
             Move "LTRCONFRMD" To WS-TPL-STEM
           When Other
             Move Space To WS-TPL-STEM
             String "CAMP" Delimited By Size
           At End Move "Y" To WS-TPL-EOF
         End-Read.
         If Not IS-TPL-EOF Then
           Move Zero To WS-TPL-DHITS
           Inspect TPL-REC Tallying WS-TPL-DHITS For All "<DETAILS>"
           If WS-TPL-DHITS Greater Than Zero Then
             Perform 348-Write-Held-Details
           Else
             Move Space   To PRT-REC
             Move Zero To WS-TPL-HITS
             Inspect TPL-REC Tallying WS-TPL-HITS For All "<SALUT>"
             If WS-TPL-HITS Equal Zero Then
               Move TPL-REC To PRT-REC(1:60)
             Else
               Perform 347-Merge-Salutation
             End-If
             Write PRT-REC
           End-If
         End-If.

      *>  "Dear <SALUT>," becomes "Dear Ms Smith," - the text either
      *>  side of the token is kept as written in the template.
       347-Merge-Salutation.
         Move Space To WS-TPL-BEFORE.
         Move Space To WS-TPL-AFTER.
         Move Zero  To WS-TPL-BLEN.
         Move Zero  To WS-TPL-ALEN.
         Unstring TPL-REC Delimited By "<SALUT>"
           Into WS-TPL-BEFORE Count In WS-TPL-BLEN,
                WS-TPL-AFTER  Count In WS-TPL-ALEN
         End-Unstring.
         Move 1 To WS-TPL-PTR.
         If WS-TPL-BLEN Greater Than Zero Then
           String WS-TPL-BEFORE(1:WS-TPL-BLEN) Delimited By Size
             Into PRT-REC
             With Pointer WS-TPL-PTR
           End-String
         End-If.
         If WS-SALUT-LEN Greater Than Zero Then
           String WS-LTR-SALUT(1:WS-SALUT-LEN) Delimited By Size
             Into PRT-REC
             With Pointer WS-TPL-PTR
           End-String
         End-If.
         If WS-TPL-ALEN Greater Than Zero Then
           String WS-TPL-AFTER(1:WS-TPL-ALEN) Delimited By Size
             Into PRT-REC
             With Pointer WS-TPL-PTR
           End-String
         End-If.

      *>  A <DETAILS> line is replaced by what we hold for the
      *>  customer, one labelled line each, from the record itself -
      *>  the address on file even when the letter went to a mailing
      *>  or seasonal one - with the national ID masked to its last
      *>  four characters. Nothing on file says so.
       348-Write-Held-Details.
         Move "Name"        To DL-LABEL.
         Move WS-LTR-NAME   To DL-VALUE.
         Perform 349-Write-Detail-Line.
         Move "Address"     To DL-LABEL.
         Move RCUSTADDR1    To DL-VALUE.
         Perform 349-Write-Detail-Line.
         If RCUSTADDR2 Not Equal Space Then
           Move Space       To DL-LABEL
           Move RCUSTADDR2  To DL-VALUE
           Perform 349-Write-Detail-Line
         End-If.
         If RCUSTCITY Not Equal Space Or RCUSTZIP Not Equal Space
           Then
           Move RCUSTCITY   To DC-CITY
           Move RCUSTSTATE  To DC-STATE
           Move RCUSTZIP    To DC-ZIP
           Move Space       To DL-LABEL
           Move WS-DTL-CSZ  To DL-VALUE
           Perform 349-Write-Detail-Line
         End-If.
         Move "Phone"       To DL-LABEL.
         Move RCUSTPHN1     To DL-VALUE.
         Perform 349-Write-Detail-Line.
         Move "Other phone" To DL-LABEL.
         Move RCUSTPHN2     To DL-VALUE.
         Perform 349-Write-Detail-Line.
         Move "Email"       To DL-LABEL.
         Move RCUSTEMAIL    To DL-VALUE.
         Perform 349-Write-Detail-Line.
         Call "SUB098" Using RCUSTNATID, WS-NATID-MASKED.
         Move "National ID" To DL-LABEL.
         Move WS-NATID-MASKED To DL-VALUE.
         Perform 349-Write-Detail-Line.

       349-Write-Detail-Line.
         If DL-VALUE Equal Space Then
           Move "(none on file)" To DL-VALUE
         End-If.
         Write PRT-REC From WS-DTL-LINE.

      *>  A missing template file gets a serviceable standard body
      *>  the first time it is needed; the wording can be edited in
      *>  place afterwards without touching this program. Every body
      *>  opens with the "Dear <SALUT>," line; a template written
      *>  before <SALUT> existed simply has no greeting until one is
      *>  added to it.
       350-Seed-Template.
         Open Output TPLFILE.
         Move "Dear <SALUT>," To TPL-REC.
         Write TPL-REC
         End-Write.
         Move Space To TPL-REC.
         Write TPL-REC
         End-Write.
         Evaluate True
           When MTEMPLATE-REACTIVATE
             Move "Welcome back! Your customer account has"
               To TPL-REC
             Write TPL-REC
             End-Write
           When MTEMPLATE-CHANGED Or MTEMPLATE-CHGOLDADR
             Move "The contact details on your customer" To TPL-REC
             Write TPL-REC
             End-Write
             Move "account have recently been changed. If" To TPL-REC
             Write TPL-REC
             End-Write
             Move "you did not ask for this change, please"
               To TPL-REC
             Write TPL-REC
             End-Write
             Move "contact us at once." To TPL-REC
             Write TPL-REC
             End-Write
           When MTEMPLATE-CONFIRM
             Move "Once a year we ask our customers to check"
               To TPL-REC
             Write TPL-REC
             End-Write
             Move "the details we hold for them. This is what"
               To TPL-REC
             Write TPL-REC
             End-Write
             Move "we have on file for you:" To TPL-REC
             Write TPL-REC
             End-Write
             Perform 355-Seed-Details-Reply
           When MTEMPLATE-CONFRMD
             Move "A little while ago we asked you to check the"
               To TPL-REC
             Write TPL-REC
             End-Write
             Move "details we hold for you, and we have not yet"
               To TPL-REC
             Write TPL-REC
             End-Write
             Move "heard back. This is what we have on file:"
               To TPL-REC
             Write TPL-REC
             End-Write
             Perform 355-Seed-Details-Reply
           When Other
             Move "We have news we think will interest"
               To TPL-REC
         End-Evaluate.
         Close TPLFILE.

       355-Seed-Details-Reply.
         Move Space To TPL-REC.
         Write TPL-REC
         End-Write.
         Move "<DETAILS>" To TPL-REC.
         Write TPL-REC
         End-Write.
         Move Space To TPL-REC.
         Write TPL-REC
         End-Write.
         Move "Whether all of this is still right or some" To TPL-REC.
         Write TPL-REC
         End-Write.
         Move "of it has changed, please let us know - on"
           To TPL-REC.
         Write TPL-REC
         End-Write.
         Move "our customer portal, or by calling or"
           To TPL-REC.
         Write TPL-REC
         End-Write.
         Move "visiting your local office." To TPL-REC.
         Write TPL-REC
         End-Write.

       999-End-Of-Program.
         Stop Run.
