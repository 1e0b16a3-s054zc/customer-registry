      *> 260902 Added a [P]hn option that opens the SUB400 phone       **
      *>        screen - as many numbers as the customer has, typed    **
      *>        and flagged, on the CUSTPHON.DAT child file.           **
      *> 261015 Say so when SUB102 parks the update for restricted-  **
      *>        party clearance (14) instead of saving it.             **
      *> 261015 Show the alert flags in effect (SUB147) as a banner  **
      *>        under the credit-hold flag on the update screen.     **
      *> 261015 Added a [D]ied option that opens the SUB455 record-  **
      *>        death screen for the displayed customer.             **
      *> 261015 Warn on line 2 of the update screen when the         **
      *>        customer carries the FRAU fraud-suspected hold.      **
      *> 261015 Say so when SUB104 refuses a customer outside        **
      *>        the operator's office scope.                         **
      *> 261015 Added the do-not-text entry (CUSTDNT) as the fourth  **
      *>        DO NOT flag, validated and diverted for approval like **
      *>        the other three.                                     **
      *> 261015 Show the customer's local time (SUB157) on the       **
      *>        update screen, flagged outside the calling hours.    **
      *> 261015 Warn on update when a phone's area code is unknown,  **
      *>        out of service or serves another state (SUB158).     **
      *> 261015 Name parts (title, first, middle, last, suffix) and  **
      *>        the salutation preference on the notes screen, with  **
      *>        the split status shown; salutation validated on U.   **
      *> 261015 Warn (without refusing the save) when a changed      **
      *>        email address already belongs to another active      **
      *>        customer, through the EMAILXRF.DAT cross-reference   **
      *>        (SUB161).                                            **
      *> 261015 Added a [R]oles option that opens the SUB525         **
      *>        address-role screen - billing, shipping, registered  **
      *>        and mailing addresses on the CUSTADDR.DAT child      **
      *>        file.                                                **
      *> 261015 Added an h[O]ldings option that opens the SUB545     **
      *>        product-holdings screen (HOLDING.DAT).               **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB210.
           01 WS-ZIP-RETVAL   Pic X(2)  Value Space.
           01 WS-ZIP-WARN     Pic X     Value "N".
             88 IS-ZIP-WARN             Value "Y".
           01 WS-NPA-PRMSET.
             05 WS-NPA-PHONE Pic X(20).
             05 WS-NPA-STATE Pic X(2).
             05 WS-NPA-CTRY  Pic X(2).
             05 WS-NPA-CODE  Pic X(3).
             05 WS-NPA-HOME  Pic X(2).
           01 WS-NPA-RETVAL   Pic X(2)  Value Space.
           01 WS-NPA-WARN     Pic X(2)  Value "00".
             88 IS-NPA-UNKNOWN          Value "03".
             88 IS-NPA-INACTIVE         Value "04".
             88 IS-NPA-MISMATCH         Value "05".
           01 WS-CRHOLD-MSG Pic X(20) Value Space.
           01 WS-FRHOLD-MSG Pic X(30) Value Space.
           01 WS-ALR-PRMSET.
             05 WS-ALR-CUSTID Pic X(10).
             05 WS-ALR-BANNER Pic X(40).
           01 WS-ALR-RETVAL Pic X(2)  Value Space.
           01 WS-TZ-PRMSET.
             Copy TZLK.
           01 WS-TZ-RETVAL  Pic X(2)  Value Space.
           01 WS-SEAS-ID    Pic X(10)  Value Space.
           01 WS-INT-ID     Pic X(10)  Value Space.
           01 WS-CTRY-PRMSET.
             05 WS-SENS-REASON Pic X(2).
           01 WS-SENS-RETVAL Pic X(2)  Value Space.
           01 WS-DIVERT-CNT  Pic 9(2)  Value Zero.
           01 WS-EXR-FUNC    Pic X(1)  Value "L".
           01 WS-EXR-PRMSET.
             Copy EMAILXLK.
           01 WS-EXR-RETVAL  Pic X(2)  Value Space.
           01 WS-ENT-REASON  Pic X(2)  Value Space.
           01 WS-RSN-PRMSET.
             05 WS-RSN-CODE Pic X(2).

           01 SS-UPDATE-CUST-2.
             05 Blank Screen.
             05 Line  2 Col  3 Pic X(30) From WS-FRHOLD-MSG.
             05 Line  4 Col  3 Value "UPDATE CUSTOMER.".
             05 Line  4 Col 40 Pic X(20) From WS-CRHOLD-MSG.
             05 Line  4 Col 62 Value "COMPLETE:".
             05 Line  4 Col 72 Pic ZZ9 From WS-CMPL-SCORE.
             05 Line  4 Col 76 Value "%".
             05 Line  5 Col 40 Pic X(40) From WS-ALR-BANNER.
             05 Line  6 Col  3 Value "CUSTOMER ID:".
             05 Line  6 Col 16 Pic X(10) From CUSTID OF WS-CUST-DAT.
             05 Line  6 Col 40 Pic X(36) From LTZTEXT.
             05 Line  8 Col  3 Value "NAME ......:".
             05 Line  8 Col 16 Pic X(40) Using CUSTNAME OF WS-CUST-DAT.
             05 Line  9 Col  3 Value "PREF NAME .:".
             05 Line 18 Col 16 Pic 9(8)
                               Using CUSTFUPDT OF WS-CUST-DAT.
             05 Line 18 Col 26 Value "(YYYYMMDD, 0 = none)".
             05 Line 18 Col 47 Value "DO NOT M/C/E/T".
             05 Line 18 Col 61 Pic X(1) Using CUSTDNM OF WS-CUST-DAT.
             05 Line 18 Col 63 Pic X(1) Using CUSTDNC OF WS-CUST-DAT.
             05 Line 18 Col 65 Pic X(1) Using CUSTDNE OF WS-CUST-DAT.
             05 Line 18 Col 67 Pic X(1) Using CUSTDNT OF WS-CUST-DAT.
             05 Line 23 Col  2 Value "Options: [B]ack [U]pdate [N]otes"
                                     & " [A]lt [I]nt [F]ut [C]o [P]hn"
                                     & " [H]elp [D]ied".
             05 Line 23 Col 77 Pic X Using WS-INPKEY.
             05 Line 24 Col  2 Value "STATUS:".
             05 Line 24 Col 10 Pic X(30) Using WS-STATUS.
             05 Line 24 Col 42 Value "[R]oles".
             05 Line 24 Col 50 Value "h[O]ldings".

           01 SS-UPDATE-CUST-4.
             05 Blank Screen.
             05 Line  4 Col  3
                Value "UPDATE CUSTOMER - NAME PARTS AND NOTES.".
             05 Line  6 Col  3 Value "CUSTOMER ID:".
             05 Line  6 Col 16 Pic X(10) From CUSTID OF WS-CUST-DAT.
             05 Line  8 Col  3 Value "NOTES:".
             05 Line  9 Col 3 Pic X(40) Using CUSTNOTES1 OF WS-CUST-DAT.
             05 Line 10 Col 3 Pic X(40) Using CUSTNOTES2 OF WS-CUST-DAT.
             05 Line 11 Col 3 Pic X(40) Using CUSTNOTES3 OF WS-CUST-DAT.
             05 Line 13 Col  3 Value "NAME PARTS (AS ON LETTERS):".
             05 Line 14 Col  3 Value "TITLE .....:".
             05 Line 14 Col 16 Pic X(6)  Using CUSTTITLE OF WS-CUST-DAT.
             05 Line 15 Col  3 Value "FIRST .....:".
             05 Line 15 Col 16 Pic X(20) Using CUSTFNAME OF WS-CUST-DAT.
             05 Line 16 Col  3 Value "MIDDLE ....:".
             05 Line 16 Col 16 Pic X(20) Using CUSTMNAME OF WS-CUST-DAT.
             05 Line 17 Col  3 Value "LAST ......:".
             05 Line 17 Col 16 Pic X(25) Using CUSTLNAME OF WS-CUST-DAT.
             05 Line 18 Col  3 Value "SUFFIX ....:".
             05 Line 18 Col 16 Pic X(6) Using CUSTSUFFIX OF WS-CUST-DAT.
             05 Line 19 Col  3 Value "SALUTATION :".
             05 Line 19 Col 16 Pic X Using CUSTSALUT OF WS-CUST-DAT.
             05 Line 19 Col 19
                Value "(T=Title+last F=First N=No title)".
             05 Line 20 Col  3 Value "NAME SPLIT :".
             05 Line 20 Col 16 Pic X From CUSTNMSPLIT OF WS-CUST-DAT.
             05 Line 20 Col 19
                Value "(Y=Split R=To review N=Not yet)".
             05 Line 23 Col  2 Value "Options: [B]ack".
             05 Line 23 Col 18 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
         Else
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL
         If WS-RETVAL Not Equal "00" Then
           If WS-RETVAL Equal "06" Then
             Move "Customer in another office!" To WS-STATUS
           Else
             Move "Customer not found!" To WS-STATUS
           End-If
         Else
           Move WS-CUST-DAT To WS-OLD-DAT
           Move Space To WS-INPKEY
         Else
           Move Space To WS-CRHOLD-MSG
         End-If.
         Move CUSTID Of WS-CUST-DAT To WS-ALR-CUSTID.
         Call "SUB147" Using WS-ALR-PRMSET, WS-ALR-RETVAL.
         If WS-ALR-RETVAL Equal "03" Then
           Move "** FRAUD SUSPECTED - VERIFY **" To WS-FRHOLD-MSG
         Else
           Move Space To WS-FRHOLD-MSG
         End-If.
         Move CUSTSTATE Of WS-CUST-DAT To LTZSTATE.
         Move CUSTZIP Of WS-CUST-DAT   To LTZZIP.
         Move CUSTCTRY Of WS-CUST-DAT  To LTZCTRY.
         Move Zero To LTZDATE.
         Move Zero To LTZTIME.
         Call "SUB157" Using WS-TZ-PRMSET, WS-TZ-RETVAL.
         Display SS-UPDATE-CUST-2.
         Accept  SS-UPDATE-CUST-2.
         Evaluate WS-INPKEY
                 Continue
               Else
               Perform 123-Validate-Dnc
               If WS-STATUS Equal Space Then
                 Perform 150-Validate-Salut
               End-If
               If WS-STATUS Not Equal Space Then
                 Continue
               Else
           When "C" Perform 141-Pick-Company
           When "P" Perform 136-Edit-Phones
           When "H" Perform 132-Show-Help
           When "D" Perform 138-Record-Death
           When "R" Perform 139-Edit-Role-Addresses
           When "O" Perform 142-Edit-Holdings
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         Call "SUB400" Using WS-INT-ID.
         Move Space To WS-INPKEY.

      *>  Hands the displayed customer to SUB455 to record a death,
      *>  then re-fetches it - SUB455 saves the flags and lifecycle
      *>  itself, so the screen would otherwise show the old values.
       138-Record-Death.
         Move CUSTID Of WS-CUST-DAT To WS-INT-ID.
         Call "SUB455" Using WS-INT-ID, LS-OPERID.
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL.
         If WS-RETVAL Equal "00" Then
           Move WS-CUST-DAT To WS-OLD-DAT
         End-If.
         Move Space To WS-INPKEY.

      *>  Hands the displayed customer to SUB525 to maintain their
      *>  billing, shipping, registered and mailing addresses on the
      *>  CUSTADDR.DAT child file - the address on this screen stays
      *>  the primary one and stands in for any role left blank.
       139-Edit-Role-Addresses.
         Move CUSTID Of WS-CUST-DAT To WS-INT-ID.
         Call "SUB525" Using WS-INT-ID, LS-OPERID.
         Move Space To WS-INPKEY.

      *>  Hands the displayed customer to SUB545 to maintain the
      *>  products they hold, then comes back here.
       142-Edit-Holdings.
         Move CUSTID Of WS-CUST-DAT To WS-INT-ID.
         Call "SUB545" Using WS-INT-ID, LS-OPERID.
         Move Space To WS-INPKEY.

      *>  Hands the displayed customer to SUB375 to maintain their
      *>  interest codes, then comes back here.
       133-Edit-Interests.
         If CUSTDNE Of WS-CUST-DAT Equal Space Then
           Move "N" To CUSTDNE Of WS-CUST-DAT
         End-If.
         If CUSTDNT Of WS-CUST-DAT Equal Space Then
           Move "N" To CUSTDNT Of WS-CUST-DAT
         End-If.
         If (CUSTDNM Of WS-CUST-DAT Equal "Y"
             Or CUSTDNM Of WS-CUST-DAT Equal "N")
           And (CUSTDNC Of WS-CUST-DAT Equal "Y"
             Or CUSTDNC Of WS-CUST-DAT Equal "N")
           And (CUSTDNE Of WS-CUST-DAT Equal "Y"
             Or CUSTDNE Of WS-CUST-DAT Equal "N")
           And (CUSTDNT Of WS-CUST-DAT Equal "Y"
             Or CUSTDNT Of WS-CUST-DAT Equal "N") Then
           Continue
         Else
           Move "Do-not flags must be Y or N!" To WS-STATUS
         End-If.

      *>  The salutation preference takes T (title and surname), F
      *>  (first name) or N (first name and surname, no title);
      *>  blank leaves the choice to the title on file.
       150-Validate-Salut.
         Inspect CUSTSALUT Of WS-CUST-DAT Converting
           "tfn" To "TFN".
         If CUSTSALUT Of WS-CUST-DAT Not Equal Space
           And Not CUSTSALUT-TITLE Of WS-CUST-DAT
           And Not CUSTSALUT-FIRST Of WS-CUST-DAT
           And Not CUSTSALUT-NEUTRAL Of WS-CUST-DAT Then
           Move "Salutation must be T, F or N!" To WS-STATUS
         End-If.

      *>  The country must be on COUNTRY.DAT (blank means US); the
      *>  STATE/ZIP reference check only applies to US addresses,
      *>  same as SUB200 does before a create. A country failure is
           Move "04" To WS-ADDR-RETVAL
         Else
           Move "N" To WS-ZIP-WARN
           Perform 148-Check-Area-Codes
           If CUSTCTRY Of WS-CUST-DAT Equal Space
             Or CUSTCTRY Of WS-CUST-DAT Equal "US" Then
             Move CUSTSTATE Of WS-CUST-DAT To WS-ADDR-STATE
           End-If
         End-If.

      *>  Warning only, as on SUB200: the first number with an
      *>  unknown, out-of-service or other-state area code sets it.
       148-Check-Area-Codes.
         Move "00" To WS-NPA-WARN.
         Move CUSTPHN1 Of WS-CUST-DAT To WS-NPA-PHONE.
         Perform 149-Check-One-Area-Code.
         If WS-NPA-WARN Equal "00" Then
           Move CUSTPHN2 Of WS-CUST-DAT To WS-NPA-PHONE
           Perform 149-Check-One-Area-Code
         End-If.

       149-Check-One-Area-Code.
         Move CUSTSTATE Of WS-CUST-DAT To WS-NPA-STATE.
         Move CUSTCTRY Of WS-CUST-DAT  To WS-NPA-CTRY.
         Call "SUB158" Using WS-NPA-PRMSET, WS-NPA-RETVAL.
         If WS-NPA-RETVAL Equal "03" Or Equal "04" Or Equal "05" Then
           Move WS-NPA-RETVAL To WS-NPA-WARN
         End-If.

      *>  A separate full screen for the three notes lines - there is
      *>  no more room left on SS-UPDATE-CUST-2 for a multi-line field.
      *>  The structured name parts and salutation share it; SUB102
      *>  marks parts typed here as split (Y).
       127-Edit-Notes.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
           Move "Y" To WS-TRUNC-FOUND
         End-If.

      *>  A changed email address already held by another active
      *>  customer is only a warning, as on create (SUB161 lookup,
      *>  this customer left out); an unchanged one is not rechecked.
       151-Check-Shared-Email.
         Move Space To WS-EXR-RETVAL.
         If CUSTEMAIL Of WS-CUST-DAT
           Not Equal CUSTEMAIL Of WS-OLD-DAT Then
           Move CUSTEMAIL Of WS-CUST-DAT To LEXEMAIL
           Move CUSTID Of WS-CUST-DAT    To LEXCUSTID
           Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
               WS-EXR-RETVAL
         End-If.

      *>  A national-ID change is one of the moves compliance wants
      *>  a why for: when the keyed value differs from the record, a
      *>  valid REASON.DAT code must be in the RSN field, and it

       147-Apply-Update.
         Perform 129-Check-Truncation.
         Perform 151-Check-Shared-Email.
         Move Zero To WS-DIVERT-CNT.
         If Not IS-SUPERVISOR Then
           Perform 136-Divert-Sensitive-Changes
                 Move "Updated - some need approval!" To WS-STATUS
               When IS-TRUNC-FOUND
                 Move "Updated - possible truncation!" To WS-STATUS
               When WS-EXR-RETVAL Equal "00"
                 Move "Updated - duplicate email!" To WS-STATUS
               When IS-ZIP-WARN
                 Move "Updated - ZIP/state mismatch!" To WS-STATUS
               When IS-NPA-UNKNOWN
                 Move "Updated - unknown area code!" To WS-STATUS
               When IS-NPA-INACTIVE
                 Move "Updated - inactive area code!" To WS-STATUS
               When IS-NPA-MISMATCH
                 Move "Updated - area code mismatch!" To WS-STATUS
               When Other
                 Move "Customer updated successfully!" To WS-STATUS
             End-Evaluate
             Move "Unknown office code!" To WS-STATUS
           When "13"
             Move "Company already has a primary!" To WS-STATUS
           When "14"
             Move "Held for screening review!" To WS-STATUS
           When Other
             Move "Failed to update customer!" To WS-STATUS
         End-Evaluate.
             Move CUSTDNE Of WS-OLD-DAT To CUSTDNE Of WS-CUST-DAT
           End-If
         End-If.
         If CUSTDNT Of WS-CUST-DAT
           Not Equal CUSTDNT Of WS-OLD-DAT Then
           Move "RCUSTDNT" To WS-SENS-FIELD
           Move CUSTDNT Of WS-OLD-DAT  To WS-SENS-OLDVAL
           Move CUSTDNT Of WS-CUST-DAT To WS-SENS-NEWVAL
           Perform 137-Divert-If-Sensitive
           If WS-SENS-RETVAL Equal "00" Then
             Move CUSTDNT Of WS-OLD-DAT To CUSTDNT Of WS-CUST-DAT
           End-If
         End-If.
         If CUSTTYPE Of WS-CUST-DAT
           Not Equal CUSTTYPE Of WS-OLD-DAT Then
           Move "RCUSTTYPE" To WS-SENS-FIELD
