      *>        left pending without burning a retry - except the      **
      *>        *WELCOME* and *VERIFY* messages themselves, which      **
      *>        must go or the address can never verify.               **
      *> 261015 The *DECEASED* notice SUB455 queues goes to the      **
      *>        rep, not the customer, so the email-verification     **
      *>        hold does not apply to it.                           **
      *> 261015 The *CHANGED* notice (SUB460) is exempt from the     **
      *>        verification hold too - a changed email is always    **
      *>        unverified, and the notice to the old address is     **
      *>        the point of it.                                     **
      *> 261015 The verification hold switch comes from system       **
      *>        parameter MLR-VERIFY-HOLD (SUB153) instead of        **
      *>        MLRHOLD.CFG.                                         **
      *> 261015 The *WATCHDIG* digest (WCH101) goes to a rep or      **
      *>        operator, not a customer, so the verification hold   **
      *>        does not apply to it either.                         **
      *> 261015 Nor does it apply to a *REPORT* section (BST101),    **
      *>        which goes to a rep or operator as well.             **
      *> 261015 Each message handed to the relay for a customer is   **
      *>        logged on CONTACT.DAT (SUB096, operator BATCH).      **
      *> 261015 Leave SMS-channel rows (MCHANNEL "S") to SMS101 -    **
      *>        their address is a mobile number, not an email.      **
      *> 261015 Carry the salutation name (SUB159, from the          **
      *>        structured name parts and salutation preference) on  **
      *>        each relay feed row for the template greeting.       **
      *>***************************************************************
       Identification Division.
         Program-Id.   MLR101.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             05 MO-TEMPLATE Pic X(15).
             05 MO-SENTDTTM Pic X(14).
             05 MO-LANG     Pic X(2).
             05 MO-SALUT    Pic X(40).

           Fd PRTFILE.
           01 PRT-REC Pic X(84).

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.
           01 WS-CUR-DATE    Pic 9(8).
           01 WS-CUR-TIME    Pic 9(8).
           01 WS-RUN-STAMP   Pic X(14).
           01 WS-CUSTFILE    Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT    Pic 9(2).
           01 WS-HOLD-MODE   Pic X     Value "N".
             88 IS-HOLD-MODE           Value "Y".
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-CUST-OPEN   Pic X     Value "N".
             88 IS-CUST-OPEN           Value "Y".
           01 WS-HELD-CNT    Pic 9(6)  Value Zero.
           01 WS-ROW-HELD    Pic X     Value "N".
             88 IS-ROW-HELD            Value "Y".
           01 WS-CONT-PRMSET.
             05 WS-CACTCUSTID  Pic X(10).
             05 WS-CACTOPERID  Pic X(8).
             05 WS-CACTMETHOD  Pic X(1).
             05 WS-CACTOUTCOME Pic X(1).
             05 WS-CACTTEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).
           01 WS-NAME-FUNC   Pic X(1) Value "F".
           01 WS-NAME-PRMSET.
             Copy NAMELK.
           01 WS-NAME-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(30) Value "UNDELIVERABLE MAIL EXCEPTIONS".
         Move WS-CUR-DATE To WS-RUN-STAMP(1:8).
         Move WS-CUR-TIME To WS-RUN-STAMP(9:6).

         Move "MLR-VERIFY-HOLD" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPCODE To WS-HOLD-MODE.
         Open Input CUST.
         If WS-CUSTSTAT Equal "00" Then
           Move "Y" To WS-CUST-OPEN

      *>  Only PENDING rows with an address are worked; rows already
      *>  SENT or FAILED read straight past, and a PENDING row with a
      *>  blank address is a letter waiting for LTR101, not ours -
      *>  nor is an SMS row, whose address is a mobile for SMS101. A
      *>  handoff failure burns a retry each run until the row fails
      *>  out onto the exceptions page.
       300-Process-Next.
         If MSTATUS-PENDING And MTOADDR Not Equal Space
           And Not MCHANNEL-SMS Then
           Perform 315-Check-Verification-Hold
         End-If.
         If MSTATUS-PENDING And MTOADDR Not Equal Space
           And Not MCHANNEL-SMS
           And Not IS-ROW-HELD Then
           Perform 320-Attempt-Delivery
           If IS-DELIVERED Then
             Move "S"          To MSTATUS
             Move WS-RUN-STAMP To MSENTDTTM
             Add 1 To WS-SENT-CNT
             If MCUSTID Not Equal Space Then
               Perform 340-Log-Contact
             End-If
           Else
             Add 1 To MRETRYCNT
             If MRETRYCNT Greater Than Or Equal WS-MAX-RETRIES Then
         Move "N" To WS-ROW-HELD.
         If IS-HOLD-MODE And IS-CUST-OPEN
           And Not MTEMPLATE-WELCOME
           And Not MTEMPLATE-VERIFY
           And Not MTEMPLATE-DECEASED
           And Not MTEMPLATE-CHANGED
           And Not MTEMPLATE-WATCHDIG
           And Not MTEMPLATE-REPORT Then
           Move MCUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID

      *>  The customer's language rides the relay feed so the relay
      *>  can merge the matching template body its side; blank (or
      *>  no record) reads as English. The salutation name (SUB159)
      *>  rides with it for the template's greeting - "Customer"
      *>  when there is no record or no name split to go on.
       325-Pick-Language.
         Move "EN" To MO-LANG.
         Move "Customer" To MO-SALUT.
         If IS-CUST-OPEN Then
           Move MCUSTID To RCUSTID
           Read CUST
               If RCUSTLANG Not Equal Space Then
                 Move RCUSTLANG To MO-LANG
               End-If
               Perform 327-Pick-Salutation
           End-Read
         End-If.

       327-Pick-Salutation.
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
         Move LNMSALUT To MO-SALUT.

      *>  A message handed to the relay is contact with the customer
      *>  like any other: one CONTACT.DAT row through SUB096 under
      *>  operator BATCH, the template (or CAM101 campaign ID) in the
      *>  text. Digests and report sections carry no customer.
       340-Log-Contact.
         Move MCUSTID  To WS-CACTCUSTID.
         Move "BATCH"  To WS-CACTOPERID.
         Move "E"      To WS-CACTMETHOD.
         Move "C"      To WS-CACTOUTCOME.
         Move Space    To WS-CACTTEXT.
         String "EMAIL SENT " Delimited By Size
                MTEMPLATE Delimited By Space
           Into WS-CACTTEXT
         End-String.
         Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL.

       330-Write-Exception.
         Move MCUSTID          To D-CUSTID.
         Move MTOADDR          To D-TOADDR.
