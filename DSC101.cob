      *> 260902 Added a DOCUMENT REFERENCES section listing the       **
      *>        customer's CUSTDOC.DAT pointers (see SUB355) in the   **
      *>        packet.                                               **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Added an ADDRESS ROLES section listing the billing,  **
      *>        shipping, registered and mailing addresses on        **
      *>        CUSTADDR.DAT (SUB162).                               **
      *>***************************************************************
       Identification Division.
         Program-Id.   DSC101.
             Access Mode  Is Dynamic
             Record Key   Is DC-KEY
             File Status WS-DOCSTAT.
           Select CUSTADDR Assign WS-CADRFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is ADKEY
             File Status WS-CADRSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.
             05 DC-DATE     Pic 9(8).
             05 DC-OPERID   Pic X(8).

           Fd CUSTADDR.
           01 CUSTADDR-REC.
             Copy CADDRFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(100).

           01 WS-AUD-CNT  Pic 9(6)  Value Zero.
           01 WS-MAIL-CNT Pic 9(6)  Value Zero.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-FROM-YEAR Pic 9(4) Value 2023.
           01 WS-TO-YEAR   Pic 9(4) Value Zero.
           01 WS-SCAN-YEAR Pic 9(4) Value Zero.
             05 Filler   Pic X(2)  Value Space.
             05 DL-DATE  Pic 9(8).
             05 Filler   Pic X(26) Value Space.
           01 WS-CADRFILE Pic X(20) Value "data/CUSTADDR.DAT".
           01 WS-CADRSTAT Pic 9(2).
           01 WS-ROLE-CNT Pic 9(2)  Value Zero.
           01 WS-ROLE-LINE.
             05 RL-ROLE  Pic X(11).
             05 Filler   Pic X(2)  Value Space.
             05 RL-ADDR  Pic X(30).
             05 Filler   Pic X(2)  Value Space.
             05 RL-CITY  Pic X(20).
             05 Filler   Pic X(2)  Value Space.
             05 RL-STATE Pic X(2).
             05 Filler   Pic X(1)  Value Space.
             05 RL-ZIP   Pic X(10).
             05 Filler   Pic X(1)  Value Space.
             05 RL-CTRY  Pic X(2).
             05 Filler   Pic X(2)  Value Space.
             05 RL-UNDEL Pic X(15).
           01 WS-MAIL-LINE.
             05 ML-TS     Pic X(14).
             05 Filler    Pic X(2)  Value Space.
         Display "DSC101: customer ID?"
         Accept WS-ENT-ID.
         Perform 115-Normalize-Id.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move WS-CUR-DATE(1:4) To WS-TO-YEAR.

         Open Output PRTFILE.
         Perform 300-Disclose-Audit-Rows.
         Perform 400-Disclose-Mail-Activity.
         Perform 450-Disclose-Documents.
         Perform 470-Disclose-Role-Addresses.
         Perform 500-Disclose-Linked-Company.
         Close PRTFILE.
         Display "DSC101: packet written to " WS-PRTFILE.
           End-If
         End-If.

      *>  Every billing, shipping, registered and mailing address
      *>  the customer has on CUSTADDR.DAT (SUB162) besides the
      *>  primary one on the record, returned-mail flag and all.
       470-Disclose-Role-Addresses.
         Move "ADDRESS ROLES" To SEC-TITLE.
         Write PRT-REC From WS-SECTION-LINE.
         Move "N" To WS-EOF.
         Move Zero To WS-ROLE-CNT.
         Open Input CUSTADDR.
         If WS-CADRSTAT Not Equal "00" Then
           Close CUSTADDR
         Else
           Move WS-ENT-ID  To ADCUSTID
           Move Low-Values To ADROLE
           Start CUSTADDR Key Is Greater Than ADKEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 480-Scan-Role-Next
             Until IS-EOF
           Close CUSTADDR
         End-If.
         If WS-ROLE-CNT Equal Zero Then
           Move "NO ADDRESS ROLES" To WS-FIELD-LINE
           Write PRT-REC From WS-FIELD-LINE
         End-If.
         Write PRT-REC From WS-BLANK-LINE.

       480-Scan-Role-Next.
         Read CUSTADDR Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If ADCUSTID Not Equal WS-ENT-ID Then
             Move "Y" To WS-EOF
           Else
             Evaluate True
               When ADROLE-BILLING    Move "BILLING"    To RL-ROLE
               When ADROLE-SHIPPING   Move "SHIPPING"   To RL-ROLE
               When ADROLE-REGISTERED Move "REGISTERED" To RL-ROLE
               When ADROLE-MAILING    Move "MAILING"    To RL-ROLE
               When Other             Move ADROLE       To RL-ROLE
             End-Evaluate
             Move ADADDR1 To RL-ADDR
             Move ADCITY  To RL-CITY
             Move ADSTATE To RL-STATE
             Move ADZIP   To RL-ZIP
             Move ADCTRY  To RL-CTRY
             If ADUNDELIV-YES Then
               Move "UNDELIVERABLE" To RL-UNDEL
             Else
               Move Space To RL-UNDEL
             End-If
             Write PRT-REC From WS-ROLE-LINE
             If ADADDR2 Not Equal Space Then
               Move Space   To WS-ROLE-LINE
               Move ADADDR2 To RL-ADDR
               Write PRT-REC From WS-ROLE-LINE
             End-If
             Add 1 To WS-ROLE-CNT
           End-If
         End-If.

       500-Disclose-Linked-Company.
         Move "LINKED COMPANY" To SEC-TITLE.
         Write PRT-REC From WS-SECTION-LINE.
