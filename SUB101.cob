      *>  10: Created successfully, but an active customer with the   **
      *>      same name is already on file - not a rejection, just a  **
      *>      warning for the operator to review.                     **
      *>  14: The name is a possible hit on the restricted-party     **
      *>      list - not saved; parked on RPHOLD.DAT (SUB146) for a  **
      *>      supervisor to clear or reject on SUB415.               **
      *>  15: Lead-source code not found on LEADSRC.DAT, or          **
      *>      deactivated.                                           **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *>        until NID101's conversion runs) - the check compares   **
      *>        scrambled to scrambled; the caller's field is decoded  **
      *>        back on the way out.                                   **
      *> 261015 Screen the new name against the restricted-party list **
      *>        through SUB146 (exact and SUB130 sounds-like) once     **
      *>        every other check has passed; a possible hit is parked **
      *>        for supervisor clearance instead of written (14).      **
      *> 261015 Default the do-not-text flag (LCUSTDNT) to N like    **
      *>        the other do-not-contact flags.                      **
      *> 261015 Split the new name into its structured parts         **
      *>        through SUB159 unless the caller keyed a surname;    **
      *>        unsplittable names are marked R for review.          **
      *> 261015 Index the new customer's mailing address on the      **
      *>        ADDRXRF.DAT address cross-reference (SUB160).        **
      *> 261015 Index the new customer's email address on the        **
      *>        EMAILXRF.DAT email cross-reference (SUB161).         **
      *> 261015 Reject the create when the lead-source code          **
      *>        (LCUSTSRC) is not an active code on LEADSRC.DAT (see **
      *>        SUB163) - 15; blank is allowed.                      **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB101.
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
           01 WS-OFC-PRMSET.
             05 WS-OFC-CODE Pic X(3).
             05 WS-OFC-DESC Pic X(20).
           01 WS-OFC-RETVAL Pic X(2).
           01 WS-SRC-PRMSET.
             05 WS-SRC-CODE Pic X(3).
             05 WS-SRC-DESC Pic X(20).
           01 WS-SRC-RETVAL Pic X(2).
           01 WS-VRF-RETVAL Pic X(2).
           01 WS-ENC-FUNC   Pic X(1).
           01 WS-ENC-RETVAL Pic X(2).
             05 WS-LANG-CODE Pic X(2).
             05 WS-LANG-CTRY Pic X(2).
           01 WS-LANG-RETVAL Pic X(2).
           01 WS-SCR-FUNC   Pic X(1).
           01 WS-SCR-PRMSET.
             Copy SCRNLK.
           01 WS-SCR-RETVAL Pic X(2).
           01 WS-NAME-FUNC   Pic X(1).
           01 WS-NAME-PRMSET.
             Copy NAMELK.
           01 WS-NAME-RETVAL Pic X(2).

         Linkage Section.
           01 LS-PRMSET.
         If LCUSTDNE Equal Space Then
           Move "N" To LCUSTDNE
         End-If.
         If LCUSTDNT Equal Space Then
           Move "N" To LCUSTDNT
         End-If.
         Move "N"  To LCUSTEMLVER.
         Perform 250-Settle-Language.
         Perform 252-Settle-Name-Parts.
         Move "E" To WS-ENC-FUNC.
         Call "SUB136" Using WS-ENC-FUNC, LCUSTNATID,
             WS-ENC-RETVAL.
           Perform 235-Check-Office-Code
         End-If.

         If LS-RETVAL Equal "00" Then
           Perform 236-Check-Lead-Source
         End-If.

         If LS-RETVAL Equal "00" Then
           Perform 237-Screen-Restricted-Party
         End-If.

         If LS-RETVAL Equal "00" Then
           Perform 240-Assign-Territory
           Open Input CUST

           Perform 210-Log-Create
           Perform 245-Index-New-Phones
           Perform 246-Index-New-Address
           Perform 247-Index-New-Email

           If LCUSTEMAIL Not Equal Space
             And LCUSTDNE Not Equal "Y"
               WS-XRF-RETVAL
         End-If.

      *>  And the mailing address, for the SUB230 [Z]ip search.
       246-Index-New-Address.
         Move "A"        To WS-AXR-FUNC.
         Move LCUSTZIP   To LAXZIP.
         Move "C"        To LAXSOURCE.
         Move LCUSTID    To LAXCUSTID.
         Move LCUSTADDR1 To LAXSTREET.
         Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
             WS-AXR-RETVAL.

      *>  And the email address, for the reverse lookups and the
      *>  SUB200/SUB210 shared-address warning.
       247-Index-New-Email.
         Move "A"        To WS-EXR-FUNC.
         Move LCUSTEMAIL To LEXEMAIL.
         Move LCUSTID    To LEXCUSTID.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.

      *>  The territory is derived, never keyed - whatever the caller
      *>  supplied is overwritten by the SUB114 mapping (spaces when
      *>  no territory row matches the address).
           End-If
         End-If.

      *>  Name parts keyed with the customer are taken as typed; with
      *>  no surname keyed, RCUSTNAME is split through SUB159 - a
      *>  name it cannot split is marked R for the review list.
       252-Settle-Name-Parts.
         If LCUSTLNAME Not Equal Space Then
           Move "Y" To LCUSTNMSPLIT
         Else
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
         End-If.

      *>  A blank office code is always allowed (every record from
      *>  before the two-office split has one); a non-blank one must
      *>  exist on OFFICE.DAT.
           Move "12" To LS-RETVAL
         End-If.

      *>  A blank lead source is allowed here (the create screen
      *>  insists on one itself); a non-blank one must be on
      *>  LEADSRC.DAT and active.
       236-Check-Lead-Source.
         Move LCUSTSRC To WS-SRC-CODE.
         Call "SUB163" Using WS-SRC-PRMSET, WS-SRC-RETVAL.
         If WS-SRC-RETVAL Not Equal "00" Then
           Move "15" To LS-RETVAL
         End-If.

      *>  Runs last, so only a create that would otherwise succeed is
      *>  parked. The image is parked as it stands - customer ID
      *>  already assigned, national ID in its stored form - and
      *>  SUB415 sends it back through here once a supervisor clears
      *>  the hit; the clearance on RPCLEAR.DAT lets it pass then.
       237-Screen-Restricted-Party.
         Move "P"       To WS-SCR-FUNC.
         Move LCUSTID   To LRCUSTID.
         Move LCUSTNAME To LRNAME.
         Move "C"       To LRACTION.
         Move LS-OPERID To LROPERID.
         Move Space     To LRREASON.
         Move LS-PRMSET To LRIMAGE.
         Call "SUB146" Using WS-SCR-FUNC, WS-SCR-PRMSET,
             WS-SCR-RETVAL.
         If WS-SCR-RETVAL Equal "04" Then
           Move "14" To LS-RETVAL
         End-If.

      *>  A blank type/category code is always allowed; a non-blank
      *>  one must exist on CUSTTYPE.DAT.
       230-Check-Type-Code.
