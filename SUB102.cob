      *>  09: Customer type/category code not found on CUSTTYPE.DAT.  **
      *>  12: Branch/office code not found on OFFICE.DAT.             **
      *>  13: Another contact is already the company's primary.       **
      *>  14: The new name is a possible hit on the restricted-party **
      *>      list - not saved; parked on RPHOLD.DAT (SUB146) for a  **
      *>      supervisor to clear or reject on SUB415.               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *>        changes, logging the clear like any other field - the **
      *>        same rule the mailing-address change applies to the   **
      *>        postal undeliverable flag.                            **
      *> 261015 Screen a changed name against the restricted-party   **
      *>        list through SUB146 before anything is applied; a      **
      *>        possible hit parks the whole update for supervisor     **
      *>        clearance instead of rewriting (14).                   **
      *> 261015 No SUB135 verification message for a customer        **
      *>        recorded as deceased (lifecycle D).                  **
      *> 261015 Queue the "your details were changed" notice         **
      *>        (SUB460) after the rewrite when mailing address      **
      *>        line 1, city, ZIP, the email or a phone changed.     **
      *> 261015 Give a follow-up date set or changed here its owner  **
      *>        through SUB150 after the rewrite (the setter, or the **
      *>        territory's rep); a cleared one loses its owner row. **
      *> 261015 Apply and audit the do-not-text flag (RCUSTDNT).     **
      *> 261015 Passes the do-not-text flag to SUB460.               **
      *> 261015 Apply and audit the structured name parts, the       **
      *>        salutation preference and the split flag; a changed  **
      *>        name with untouched parts is split again (SUB159).   **
      *> 261015 Keep the ADDRXRF.DAT address cross-reference         **
      *>        (SUB160) in step when the ZIP or address line 1      **
      *>        changes.                                             **
      *> 261015 Keep the EMAILXRF.DAT email cross-reference (SUB161) **
      *>        in step when the email address changes.              **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB102.
           01 WS-XRF-RETVAL Pic X(2).
           01 WS-XRF-AVAIL  Pic X     Value "N".
             88 IS-XRF-AVAIL          Value "Y".
           01 WS-AXR-FUNC   Pic X(1).
           01 WS-AXR-PRMSET.
             Copy ADDRXLK.
           01 WS-AXR-RETVAL Pic X(2).
           01 WS-EXR-FUNC   Pic X(1).
           01 WS-EXR-PRMSET.
             Copy EMAILXLK.
           01 WS-EXR-RETVAL Pic X(2).
           01 WS-OLD-PHN1   Pic X(20) Value Space.
           01 WS-OLD-PHN2   Pic X(20) Value Space.
           01 WS-OFC-PRMSET.
           01 WS-OFC-RETVAL Pic X(2).
           01 WS-VRF-RETVAL Pic X(2).
           01 WS-EMAIL-CHANGED Pic X Value "N".
           01 WS-FUP-CHANGED Pic X   Value "N".
           01 WS-FUO-FUNC   Pic X(1).
           01 WS-FUO-PRMSET.
             Copy FUPOWNLK.
           01 WS-FUO-RETVAL Pic X(2).
           01 WS-ENC-FUNC   Pic X(1).
           01 WS-ENC-RETVAL Pic X(2).
           01 WS-CUR-REASON Pic X(2) Value Space.
           01 WS-SCR-FUNC   Pic X(1).
           01 WS-SCR-PRMSET.
             Copy SCRNLK.
           01 WS-SCR-RETVAL Pic X(2).
           01 WS-NTC-PRMSET.
             Copy CHGNTLK.
           01 WS-NTC-RETVAL Pic X(2).
           01 WS-NAME-FUNC   Pic X(1).
           01 WS-NAME-PRMSET.
             Copy NAMELK.
           01 WS-NAME-RETVAL Pic X(2).

         Linkage Section.
           01 LS-PRMSET.
         Move "00"    To LS-RETVAL.
         Move "N"     To WS-ADDR-CHANGED.
         Move "N"     To WS-EMAIL-CHANGED.
         Move "N"     To WS-FUP-CHANGED.
         Move "E" To WS-ENC-FUNC.
         Call "SUB136" Using WS-ENC-FUNC, LCUSTNATID,
             WS-ENC-RETVAL.
               Move CUST-REC To WS-JRNL-BEFORE(1:Length Of CUST-REC)
               Move RCUSTPHN1 To WS-OLD-PHN1
               Move RCUSTPHN2 To WS-OLD-PHN2
               Move RCUSTEMAIL To LNOLDEMAIL
               Move RCUSTADDR1 To LNOLDADDR1
               Move RCUSTADDR2 To LNOLDADDR2
               Move RCUSTCITY  To LNOLDCITY
               Move RCUSTSTATE To LNOLDSTATE
               Move RCUSTZIP   To LNOLDZIP
             End-If
           End-If

             Perform 245-Check-Office-Code
           End-If

           If LS-RETVAL Equal "00"
             And LCUSTNAME Not Equal RCUSTNAME Then
             Perform 247-Screen-Restricted-Party
           End-If

           If LS-RETVAL Equal "00" Then
             Perform 248-Settle-Name-Parts
             Move "RCUSTNAME"  To WS-CHG-FIELD
           Move RCUSTNAME    To WS-CHG-OLD
           Move LCUSTNAME    To WS-CHG-NEW
           Perform 220-Log-Field-If-Changed
           Move LCUSTPNAME   To RCUSTPNAME

           Move "RCUSTTITLE" To WS-CHG-FIELD
           Move RCUSTTITLE   To WS-CHG-OLD
           Move LCUSTTITLE   To WS-CHG-NEW
           Perform 220-Log-Field-If-Changed
           Move LCUSTTITLE   To RCUSTTITLE

           Move "RCUSTFNAME" To WS-CHG-FIELD
           Move RCUSTFNAME   To WS-CHG-OLD
           Move LCUSTFNAME   To WS-CHG-NEW
           Perform 220-Log-Field-If-Changed
           Move LCUSTFNAME   To RCUSTFNAME

           Move "RCUSTMNAME" To WS-CHG-FIELD
           Move RCUSTMNAME   To WS-CHG-OLD
           Move LCUSTMNAME   To WS-CHG-NEW
           Perform 220-Log-Field-If-Changed
           Move LCUSTMNAME   To RCUSTMNAME

           Move "RCUSTLNAME" To WS-CHG-FIELD
           Move RCUSTLNAME   To WS-CHG-OLD
           Move LCUSTLNAME   To WS-CHG-NEW
           Perform 220-Log-Field-If-Changed
           Move LCUSTLNAME   To RCUSTLNAME

           Move "RCUSTSUFFIX" To WS-CHG-FIELD
           Move RCUSTSUFFIX  To WS-CHG-OLD
           Move LCUSTSUFFIX  To WS-CHG-NEW
           Perform 220-Log-Field-If-Changed
           Move LCUSTSUFFIX  To RCUSTSUFFIX

           Move "RCUSTSALUT" To WS-CHG-FIELD
           Move RCUSTSALUT   To WS-CHG-OLD
           Move LCUSTSALUT   To WS-CHG-NEW
           Perform 220-Log-Field-If-Changed
           Move LCUSTSALUT   To RCUSTSALUT

           Move "RCUSTNMSPLIT" To WS-CHG-FIELD
           Move RCUSTNMSPLIT To WS-CHG-OLD
           Move LCUSTNMSPLIT To WS-CHG-NEW
           Perform 220-Log-Field-If-Changed
           Move LCUSTNMSPLIT To RCUSTNMSPLIT

           Move "RCUSTPHN1"  To WS-CHG-FIELD
           Move RCUSTPHN1    To WS-CHG-OLD
           Move LCUSTPHN1    To WS-CHG-NEW
           Perform 220-Log-Field-If-Changed
           Move LCUSTDNE     To RCUSTDNE

           Move "RCUSTDNT"   To WS-CHG-FIELD
           Move RCUSTDNT     To WS-CHG-OLD
           Move LCUSTDNT     To WS-CHG-NEW
           Perform 220-Log-Field-If-Changed
           Move LCUSTDNT     To RCUSTDNT

           Move "RCUSTOFFICE" To WS-CHG-FIELD
           Move RCUSTOFFICE  To WS-CHG-OLD
           Move LCUSTOFFICE  To WS-CHG-NEW
           Perform 220-Log-Field-If-Changed
           If RCUSTFUPDT Not Equal LCUSTFUPDT Then
             Move LS-OPERID To RCUSTFUPOP
             Move "Y" To WS-FUP-CHANGED
           End-If
           Move LCUSTFUPDT   To RCUSTFUPDT

             Rewrite CUST-REC
             End-Rewrite
             Perform 250-Reindex-Changed-Phones
             Perform 252-Reindex-Changed-Address
             Perform 253-Reindex-Changed-Email
             If WS-EMAIL-CHANGED Equal "Y"
               And RCUSTEMAIL Not Equal Space
               And Not RCUSTDNE-YES
               And Not RCUSTLIFECYC-DECEASED Then
               Call "SUB135" Using RCUSTID, RCUSTEMAIL,
                   WS-VRF-RETVAL
             End-If
             Perform 260-Queue-Change-Notice
             If WS-FUP-CHANGED Equal "Y" Then
               Perform 265-Assign-Follow-Up
             End-If
           End-If
           Close CUST
         End-If.
         Perform 999-End-Of-SubRutine.

      *>  Parts the operator changed are taken as typed (split Y, or
      *>  N once every part is cleared). Otherwise a changed name is
      *>  split again through SUB159 so the parts never describe the
      *>  old name; an unsplittable one goes back on review (R).
       248-Settle-Name-Parts.
         If LCUSTTITLE  Not Equal RCUSTTITLE
           Or LCUSTFNAME  Not Equal RCUSTFNAME
           Or LCUSTMNAME  Not Equal RCUSTMNAME
           Or LCUSTLNAME  Not Equal RCUSTLNAME
           Or LCUSTSUFFIX Not Equal RCUSTSUFFIX Then
           If LCUSTTITLE  Equal Space
             And LCUSTFNAME  Equal Space
             And LCUSTMNAME  Equal Space
             And LCUSTLNAME  Equal Space
             And LCUSTSUFFIX Equal Space Then
             Move "N" To LCUSTNMSPLIT
           Else
             Move "Y" To LCUSTNMSPLIT
           End-If
         Else
           If LCUSTNAME Not Equal RCUSTNAME Then
             Move Space       To WS-NAME-PRMSET
             Move LCUSTNAME   To LNMNAME
             Move LCUSTPNAME  To LNMPNAME
             Move "P" To WS-NAME-FUNC
             Call "SUB159" Using WS-NAME-FUNC, WS-NAME-PRMSET,
                 WS-NAME-RETVAL
             Move LNMTITLE  To LCUSTTITLE
             Move LNMFIRST  To LCUSTFNAME
             Move LNMMIDDLE To LCUSTMNAME
             Move LNMLAST   To LCUSTLNAME
             Move LNMSUFFIX To LCUSTSUFFIX
             Move LNMSPLIT  To LCUSTNMSPLIT
           Else
             Move RCUSTNMSPLIT To LCUSTNMSPLIT
           End-If
         End-If.

      *>  Tells the customer their contact details were changed -
      *>  at the old email and address as well as the new ones -
      *>  through SUB460 whenever mailing address line 1, city, ZIP,
      *>  the email or a phone actually changed on this update.
       260-Queue-Change-Notice.
         Move "N" To LNADRCHG.
         Move "N" To LNEMLCHG.
         Move "N" To LNPHNCHG.
         If LNOLDADDR1 Not Equal RCUSTADDR1
           Or LNOLDCITY Not Equal RCUSTCITY
           Or LNOLDZIP Not Equal RCUSTZIP Then
           Move "Y" To LNADRCHG
         End-If.
         If WS-EMAIL-CHANGED Equal "Y" Then
           Move "Y" To LNEMLCHG
         End-If.
         If WS-OLD-PHN1 Not Equal RCUSTPHN1
           Or WS-OLD-PHN2 Not Equal RCUSTPHN2 Then
           Move "Y" To LNPHNCHG
         End-If.
         If LNADRCHG Equal "Y" Or LNEMLCHG Equal "Y"
           Or LNPHNCHG Equal "Y" Then
           Move RCUSTID      To LNCUSTID
           Move LS-OPERID    To LNOPERID
           Move RCUSTEMAIL   To LNNEWEMAIL
           Move RCUSTADDR1   To LNNEWADDR1
           Move RCUSTDNM     To LNDNM
           Move RCUSTDNE     To LNDNE
           Move RCUSTDNT     To LNDNT
           Move RCUSTUNDELIV To LNUNDELIV
           Move RCUSTEMLBAD  To LNEMLBAD
           Move RCUSTLIFECYC To LNLIFECYC
           Call "SUB460" Using WS-NTC-PRMSET, WS-NTC-RETVAL
         End-If.

      *>  A follow-up set or moved gets its owner (SUB150) from the
      *>  territory as it stands after this update; one cleared
      *>  drops its owner row.
       265-Assign-Follow-Up.
         Move RCUSTID   To LFOCUSTID.
         Move RCUSTTERR To LFOTERR.
         Move LS-OPERID To LFOOPERID.
         If RCUSTFUPDT Equal Zero Then
           Move "D" To WS-FUO-FUNC
         Else
           Move "A" To WS-FUO-FUNC
         End-If.
         Call "SUB150" Using WS-FUO-FUNC, WS-FUO-PRMSET,
             WS-FUO-RETVAL.

      *>  Only a name that actually changes is screened - the rest
      *>  of the record never touches the list. The whole update is
      *>  parked, reason code and version included; SUB415 sends it
      *>  back through here once a supervisor clears the hit, and a
      *>  version that moved on meanwhile comes back 07 as usual.
       247-Screen-Restricted-Party.
         Move "P"       To WS-SCR-FUNC.
         Move LCUSTID   To LRCUSTID.
         Move LCUSTNAME To LRNAME.
         Move "U"       To LRACTION.
         Move LS-OPERID To LROPERID.
         Move LS-REASON To LRREASON.
         Move LS-PRMSET To LRIMAGE.
         Call "SUB146" Using WS-SCR-FUNC, WS-SCR-PRMSET,
             WS-SCR-RETVAL.
         If WS-SCR-RETVAL Equal "04" Then
           Move "14" To LS-RETVAL
         End-If.

      *>  Remembers that a mailing-address field actually changed on
      *>  this update (the 220 comparison fields still hold the pair
      *>  just checked), so the undeliverable flag can be cleared
           End-If
         End-If.

      *>  The address cross-reference follows a changed ZIP or
      *>  street: the entry under the old ZIP goes, the new one is
      *>  written (an unchanged ZIP just has its street replaced).
       252-Reindex-Changed-Address.
         If LNOLDZIP Not Equal RCUSTZIP
           Or LNOLDADDR1 Not Equal RCUSTADDR1 Then
           If LNOLDZIP(1:5) Not Equal RCUSTZIP(1:5) Then
             Move "D"      To WS-AXR-FUNC
             Move LNOLDZIP To LAXZIP
             Move "C"      To LAXSOURCE
             Move RCUSTID  To LAXCUSTID
             Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
                 WS-AXR-RETVAL
           End-If
           Move "A"        To WS-AXR-FUNC
           Move RCUSTZIP   To LAXZIP
           Move "C"        To LAXSOURCE
           Move RCUSTID    To LAXCUSTID
           Move RCUSTADDR1 To LAXSTREET
           Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
               WS-AXR-RETVAL
         End-If.

      *>  The email cross-reference follows a changed address: this
      *>  customer's entry under the old one goes, and the new one is
      *>  added while the customer is active.
       253-Reindex-Changed-Email.
         If WS-EMAIL-CHANGED Equal "Y" Then
           Move "D"        To WS-EXR-FUNC
           Move LNOLDEMAIL To LEXEMAIL
           Move RCUSTID    To LEXCUSTID
           Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
               WS-EXR-RETVAL
           If RCUSTSTAT-ACTIVE Then
             Move "A"        To WS-EXR-FUNC
             Move RCUSTEMAIL To LEXEMAIL
             Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
                 WS-EXR-RETVAL
           End-If
         End-If.

      *>  A blank office code is always allowed (every record from
      *>  before the two-office split has one); a non-blank one must
      *>  exist on OFFICE.DAT.
