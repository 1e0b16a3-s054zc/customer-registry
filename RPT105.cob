      *>        sort key so a household's labels arrive adjacent;     **
      *>        the envelopes saved are printed at the end for the    **
      *>        postage math.                                         **
      *> 261015 Leave customers recorded as deceased (lifecycle D,   **
      *>        SUB455) off the labels.                              **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Address a person whose name is split in letter       **
      *>        order from the structured name parts (SUB159).       **
      *> 261015 Address each label to the mailing address role       **
      *>        (SUB162, CUSTADDR.DAT) when the customer has one,    **
      *>        skipping it only when that role is flagged           **
      *>        undeliverable.                                       **
      *> 261015 Each label run is costed on the postage ledger       **
      *>        (SUB168): one piece per label, under template        **
      *>        *LABELS* and the office of the customer addressed.   **
      *>***************************************************************
       Identification Division.
         Program-Id.   RPT105.
             05 S-CUSTADDR2 Pic X(30).
             05 S-CUSTCITY  Pic X(20).
             05 S-CUSTSTATE Pic X(2).
             05 S-CUSTOFFICE Pic X(3).

           Fd PRTFILE.
           01 PRT-REC Pic X(80).
           01 WS-LBL-NAME Pic X(40) Value Space.
           01 WS-BLANK-LINE Pic X(80) Value Space.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-SEAS-PRMSET.
             05 WS-SEAS-CUSTID Pic X(10).
             05 WS-SEAS-DATE   Pic 9(8).
             05 WS-SEAS-STATE  Pic X(2).
             05 WS-SEAS-ZIP    Pic X(10).
           01 WS-SEAS-RETVAL Pic X(2).
           01 WS-CAD-FUNC   Pic X(1) Value "R".
           01 WS-CAD-PRMSET.
             Copy CADDRLK.
           01 WS-CAD-RETVAL Pic X(2).
           01 WS-CTRY-PRMSET.
             05 WS-CTRY-CODE Pic X(2).
             05 WS-CTRY-DESC Pic X(20).
           01 WS-CTRY-RETVAL Pic X(2).
           01 WS-NAME-FUNC   Pic X(1) Value "F".
           01 WS-NAME-PRMSET.
             Copy NAMELK.
           01 WS-NAME-RETVAL Pic X(2).
           01 WS-L-INTL-CSZ.
             05 LI-CITY Pic X(20).
             05 Filler  Pic X(2)  Value Space.

           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-PST-FUNC   Pic X(1).
           01 WS-PST-PRMSET.
             Copy POSTLK.
           01 WS-PST-RETVAL Pic X(2).

      *>  The ADR101-style normalization scratch area: the address
      *>  lines, city and state run together, uppercased, with
             05 P-CUSTADDR2 Pic X(30).
             05 P-CUSTCITY  Pic X(20).
             05 P-CUSTSTATE Pic X(2).
             05 P-CUSTID    Pic X(10).
             05 P-CUSTOFFICE Pic X(3).

           01 WS-SAVED-LINE.
             05 Filler       Pic X(33)

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Sort SORTFILE
           On Ascending Key S-CTRY-GRP, S-CUSTZIP, S-HHKEY
           Input Procedure Is 300-Release-Mailable-Records
         End-Read.

       320-Release-Next.
         Perform 325-Resolve-Mailing-Address.
         If RCUSTSTAT-ACTIVE And LCAADDR1 Not Equal Space
           And LCAUNDELIV Not Equal "Y"
           And Not RCUSTLIFECYC-DECEASED
           And Not RCUSTDNM-YES Then
           Move LCAZIP      To S-CUSTZIP
           Move RCUSTID     To S-CUSTID
           Move RCUSTNAME   To S-CUSTNAME
           Move RCUSTPNAME  To S-CUSTPNAME
           Move LCAADDR1    To S-CUSTADDR1
           Move LCAADDR2    To S-CUSTADDR2
           Move LCACITY     To S-CUSTCITY
           Move LCASTATE    To S-CUSTSTATE
           Move RCUSTOFFICE To S-CUSTOFFICE
           If LCACTRY Equal "US" Or LCACTRY Equal Space Then
             Move Space To S-CTRY-GRP
           Else
             Move LCACTRY To S-CTRY-GRP
           End-If
           Perform 330-Apply-Seasonal-Address
           Perform 340-Build-Household-Key
           Perform 350-Format-Label-Name
           Release SORT-REC
         End-If.
         Perform 310-Read-Next.

      *>  The label goes to the customer's mailing address role on
      *>  CUSTADDR.DAT (SUB162) when there is one, and is held back
      *>  only when that role's own mail has come back; otherwise it
      *>  is the primary address and flag on the record, as before.
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

      *>  Runs the (possibly seasonal) address through the ADR101-
      *>  style normalization into the sort key, so records sharing
      *>  a street address land adjacent in the sorted output.
           Move WS-HH-CHAR To WS-HH-BUILD(WS-HH-BX:1)
         End-If.

      *>  SUB159 builds the name in letter order from the structured
      *>  parts; a name never split (companies, couples) is left as
      *>  RCUSTNAME/RCUSTPNAME for 520 to choose between.
       350-Format-Label-Name.
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
         If WS-NAME-RETVAL Equal "00" Then
           Move LNMFULL To S-CUSTNAME
           Move Space   To S-CUSTPNAME
         End-If.

      *>  A customer wintering away gets their seasonal address on
      *>  the label while the run date is inside the window SUB335
      *>  recorded; the record itself is never touched.

       500-Write-Labels.
         Open Output PRTFILE.
         Move "S"        To WS-PST-FUNC.
         Move "RPT105"   To LPGPROG.
         Call "SUB168" Using WS-PST-FUNC, WS-PST-PRMSET,
             WS-PST-RETVAL.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 515-Household-Next
         Move WS-SAVED-CNT To T-SAVED-CNT.
         Write PRT-REC From WS-SAVED-LINE.
         Close PRTFILE.
         Move "E" To WS-PST-FUNC.
         Call "SUB168" Using WS-PST-FUNC, WS-PST-PRMSET,
             WS-PST-RETVAL.
         Move "RPT105" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.

           Move S-CUSTADDR2 To P-CUSTADDR2
           Move S-CUSTCITY  To P-CUSTCITY
           Move S-CUSTSTATE To P-CUSTSTATE
           Move S-CUSTID    To P-CUSTID
           Move S-CUSTOFFICE To P-CUSTOFFICE
         End-If.
         Perform 510-Return-Next.

      *>  A person whose name is split into its parts is addressed in
      *>  letter order ("Dr Mary A O'Brien") - S-CUSTPNAME is cleared
      *>  for them in 350. Otherwise a preferred name/DBA, when on
      *>  file, is used on the label in place of the legal name so
      *>  mail is addressed the way the customer is actually known
      *>  day to day. A household label is
      *>  addressed to the first member with AND HOUSEHOLD under the
      *>  name, covering everyone who shared the address.
       520-Write-Label.
         End-If.
         Write PRT-REC From WS-BLANK-LINE.
         Add 1 To WS-LBL-CNT.
         Perform 530-Record-Postage.

      *>  Each label is one piece on the postage ledger (SUB168),
      *>  charged to the office of the customer it is addressed to -
      *>  the first member, for a household.
       530-Record-Postage.
         Move "P"          To WS-PST-FUNC.
         Move "*LABELS*"   To LPGCAMP.
         Move P-CUSTID     To LPGCUSTID.
         Move P-CUSTZIP    To LPGZIP.
         Move P-CTRY-GRP   To LPGCTRY.
         Move P-CUSTOFFICE To LPGOFFICE.
         Call "SUB168" Using WS-PST-FUNC, WS-PST-PRMSET,
             WS-PST-RETVAL.

       999-End-Of-Program.
         Display "RPT105: " WS-LBL-CNT " label(s) printed, "
