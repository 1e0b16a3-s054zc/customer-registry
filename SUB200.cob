      *> 260902 Added an OFFICE entry field, defaulted from the        **
      *>        signed-on operator's office (SUB133) and restored to   **
      *>        that default after every create.                       **
      *> 261015 Say so when SUB101 parks the create for restricted-  **
      *>        party clearance (14) instead of saving it.             **
      *> 261015 Added the do-not-text entry (CUSTDNT) beside the     **
      *>        other do-not-contact flags on line 21.               **
      *> 261015 Warn on create when a phone's area code is unknown,  **
      *>        out of service or serves another state (SUB158).     **
      *> 261015 Warn (without refusing the save) when the email      **
      *>        address already belongs to another active customer,  **
      *>        through the EMAILXRF.DAT cross-reference (SUB161).   **
      *> 261015 Added a LEAD SOURCE entry (CUSTSRC), required on     **
      *>        every create and checked against LEADSRC.DAT by      **
      *>        SUB101 (15). It stays filled after a create for a    **
      *>        stack of sign-ups from the same source; [R]eset      **
      *>        clears it.                                           **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB200.
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
           01 WS-CTRY-PRMSET.
             05 WS-CTRY-CODE Pic X(2).
             05 WS-CTRY-DESC Pic X(20).
           01 WS-OFC-RETVAL   Pic X(2)  Value Space.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-EXR-FUNC     Pic X(1)  Value "L".
           01 WS-EXR-PRMSET.
             Copy EMAILXLK.
           01 WS-EXR-RETVAL   Pic X(2)  Value Space.

         Linkage Section.
           01 LS-OPERID   Pic X(8).
             05 Line 17 Col 16 Pic X(40) Using CUSTEMAIL.
             05 Line 19 Col  3 Value "NATIONAL ID:".
             05 Line 19 Col 16 Pic X(15) Using CUSTNATID.
             05 Line 19 Col 35 Value "LEAD SOURCE:".
             05 Line 19 Col 48 Pic X(3)  Using CUSTSRC.
             05 Line 20 Col  3 Value "TYPE ......:".
             05 Line 20 Col 16 Pic X(1)  Using CUSTTYPE.
             05 Line 20 Col 30 Value "PREF CONTACT:".
             05 Line 21 Col 27 Pic X(1) Using CUSTDNC.
             05 Line 21 Col 30 Value "EMAIL:".
             05 Line 21 Col 37 Pic X(1) Using CUSTDNE.
             05 Line 21 Col 40 Value "TEXT:".
             05 Line 21 Col 46 Pic X(1) Using CUSTDNT.
             05 Line 21 Col 48 Value "(Y/N)".
             05 Line 21 Col 54 Value "OFFICE:".
             05 Line 21 Col 62 Pic X(3) Using CUSTOFFICE.
             05 Line 23 Col  2 Value "Options: [B]ack [R]eset".
             05 Line 23 Col 27 Value "[P]refill [C]reate [H]elp".
             05 Line 23 Col 45 Pic X Using WS-INPKEY.
      *>  The country must be on COUNTRY.DAT (blank means US). The
      *>  STATE/ZIP reference check only applies to US addresses - a
      *>  foreign address keeps whatever region and postcode format
      *>  its country uses. The phone area codes are checked against
      *>  the address here too (SUB158) - a warning only.
       127-Validate-Address.
         Move CUSTCTRY To WS-CTRY-CODE.
         Call "SUB119" Using WS-CTRY-PRMSET, WS-CTRY-RETVAL.
           Move "Unknown country code!" To WS-STATUS
         Else
           Move "N" To WS-ZIP-WARN
           Perform 131-Check-Area-Codes
           If CUSTCTRY Equal Space Or CUSTCTRY Equal "US" Then
             Move CUSTSTATE To WS-ADDR-STATE
             Move CUSTZIP   To WS-ADDR-ZIP
           End-Evaluate
         End-If.

      *>  The four do-not-contact entries take Y or N; blank means N.
       117-Validate-Dnc.
         If CUSTDNM Equal Space Then
           Move "N" To CUSTDNM
         If CUSTDNE Equal Space Then
           Move "N" To CUSTDNE
         End-If.
         If CUSTDNT Equal Space Then
           Move "N" To CUSTDNT
         End-If.
         If (CUSTDNM Equal "Y" Or CUSTDNM Equal "N")
           And (CUSTDNC Equal "Y" Or CUSTDNC Equal "N")
           And (CUSTDNE Equal "Y" Or CUSTDNE Equal "N")
           And (CUSTDNT Equal "Y" Or CUSTDNT Equal "N") Then
           Perform 116-Validate-Lead-Source
         Else
           Move "Do-not flags must be Y or N!" To WS-STATUS
         End-If.

      *>  Every customer keyed here says where they came from; the
      *>  code itself is checked against LEADSRC.DAT inside SUB101.
       116-Validate-Lead-Source.
         Inspect CUSTSRC Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         If CUSTSRC Equal Space Then
           Move "Lead source is required!" To WS-STATUS
         Else
           Perform 119-Do-Create
         End-If.

       119-Do-Create.
         Perform 126-Check-Truncation
         Perform 133-Check-Shared-Email
         Call "SUB101" Using WS-CUST-DAT, LS-OPERID, WS-RETVAL
         Evaluate WS-RETVAL
           When "00"
               When IS-TRUNC-FOUND
                 Move "Created - possible truncation!"
                   To WS-STATUS
               When WS-EXR-RETVAL Equal "00"
                 Move "Created - duplicate email!"
                   To WS-STATUS
               When IS-ZIP-WARN
                 Move "Created - ZIP/state mismatch!"
                   To WS-STATUS
               When IS-NPA-UNKNOWN
                 Move "Created - unknown area code!"
                   To WS-STATUS
               When IS-NPA-INACTIVE
                 Move "Created - inactive area code!"
                   To WS-STATUS
               When IS-NPA-MISMATCH
                 Move "Created - area code mismatch!"
                   To WS-STATUS
               When Other
                 Move "Customer created successfully!"
                   To WS-STATUS
             Move "Unknown customer type code!" To WS-STATUS
           When "12"
             Move "Unknown office code!" To WS-STATUS
           When "14"
             Move "Held for screening review!" To WS-STATUS
           When "15"
             Move "Unknown lead source code!" To WS-STATUS
           When Other
             Move "Failed to create customer!" To WS-STATUS
         End-Evaluate
         Move "N"    To CUSTDNM
         Move "N"    To CUSTDNC
         Move "N"    To CUSTDNE
         Move "N"    To CUSTDNT
         Move WS-OPER-OFFICE To CUSTOFFICE.

      *>  Runs NAME, PHONE #1 and PHONE #2 through the shared SUB112
      *>  A blank preferred-contact entry defaults to Phone #1; if
      *>  entered it must be one of 1 (Phone #1), 2 (Phone #2) or E
      *>  (Email).
      *>  The first number with something wrong sets the warning;
      *>  no verdict (02 - not North American, or no AREACODE.DAT)
      *>  says nothing.
       131-Check-Area-Codes.
         Move "00" To WS-NPA-WARN.
         Move CUSTPHN1 To WS-NPA-PHONE.
         Perform 132-Check-One-Area-Code.
         If WS-NPA-WARN Equal "00" Then
           Move CUSTPHN2 To WS-NPA-PHONE
           Perform 132-Check-One-Area-Code
         End-If.

       132-Check-One-Area-Code.
         Move CUSTSTATE To WS-NPA-STATE.
         Move CUSTCTRY  To WS-NPA-CTRY.
         Call "SUB158" Using WS-NPA-PRMSET, WS-NPA-RETVAL.
         If WS-NPA-RETVAL Equal "03" Or Equal "04" Or Equal "05" Then
           Move WS-NPA-RETVAL To WS-NPA-WARN
         End-If.

      *>  An email address already held by an active customer is
      *>  only a warning - a household or a small business may share
      *>  one (SUB161 lookup; no cross-reference yet says nothing).
       133-Check-Shared-Email.
         Move CUSTEMAIL To LEXEMAIL.
         Move Space     To LEXCUSTID.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.

       128-Validate-Pref.
         If CUSTPREF Equal Space Then
           Move "1" To CUSTPREF
         Move "N"    To CUSTDNM.
         Move "N"    To CUSTDNC.
         Move "N"    To CUSTDNE.
         Move "N"    To CUSTDNT.
         Move Space  To CUSTSRC.
         Move "Fields cleared successfully!" To WS-STATUS.
       
       999-End-Of-SubRutine.
