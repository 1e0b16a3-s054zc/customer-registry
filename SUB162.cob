      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain and read CUSTADDR.DAT, the address- **
      *> role child file (see CADDRFD): a billing, shipping,         **
      *> registered/legal and mailing address per customer, each     **
      *> kept apart from the primary address on the customer record. **
      *> The SUB525 screen maintains the rows; EXT101 sends the      **
      *> billing role to accounting, RPT105 and LTR101 mail to the   **
      *> mailing role, COA101 moves only the roles a change-of-      **
      *> address notice matches, and SUB310 flags returned mail      **
      *> against just the role it came back from. Every change       **
      *> writes an audit row (SUB090), so the nightly EXT101 run     **
      *> picks the customer up like any other change.                **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  G = get the row for exactly LCAROLE.                       **
      *>  R = resolve: the row for LCAROLE, else the mailing row;    **
      *>      LCAROLEUSED says which one answered.                   **
      *>  S = save (add or replace) the row for LCAROLE; a changed   **
      *>      address starts out deliverable again.                  **
      *>  D = delete the row for LCAROLE.                            **
      *>  U = mark the row for LCAROLE undeliverable.                **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done - for G/R the address fields are filled in.       **
      *>  02: No row for the role (for R, nor a mailing row): the    **
      *>      caller uses the customer record's own address.         **
      *>  03: Mark on a row already flagged undeliverable.           **
      *>  04: Role code not B, S, R or M.                            **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB162.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUSTADDR Assign WS-CADRFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is ADKEY
             File Status WS-CADRSTAT.

       Data Division.
         File Section.
           Fd CUSTADDR.
           01 CUSTADDR-REC.
             Copy CADDRFD.

         Working-Storage Section.
           01 WS-CADRFILE Pic X(20) Value "data/CUSTADDR.DAT".
           01 WS-CADRSTAT Pic 9(2).
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-FOUND    Pic X     Value "N".
             88 IS-FOUND            Value "Y".
           01 WS-OLD-ADDR.
             05 WS-OLD-ADDR1 Pic X(30).
             05 WS-OLD-ZIP   Pic X(10).
           01 WS-NEW-ADDR.
             05 WS-NEW-ADDR1 Pic X(30).
             05 WS-NEW-ZIP   Pic X(10).
           01 WS-AUD-PRMSET.
             Copy AUDITLK.
           01 WS-AUD-RETVAL Pic X(2).

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy CADDRLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Move LCAROLE To ADROLE.
         If Not ADROLE-VALID Then
           Move "04" To LS-RETVAL
         Else
           Evaluate LS-FUNC
             When "G" Perform 200-Get-Role
             When "R" Perform 250-Resolve-Role
             When "S" Perform 300-Save-Role
             When "D" Perform 400-Delete-Role
             When "U" Perform 500-Mark-Undeliverable
             When Other Move "04" To LS-RETVAL
           End-Evaluate
         End-If.
         Perform 999-End-Of-SubRutine.

       200-Get-Role.
         Move LCAROLE To LCAROLEUSED.
         Open Input CUSTADDR.
         If WS-CADRSTAT Not Equal "00" Then
           Move "02" To LS-RETVAL
         Else
           Perform 210-Read-Role
           If IS-FOUND Then
             Perform 220-Return-Row
           Else
             Move "02" To LS-RETVAL
           End-If
         End-If.
         Close CUSTADDR.

       210-Read-Role.
         Move "N" To WS-FOUND.
         Move LCACUSTID   To ADCUSTID.
         Move LCAROLEUSED To ADROLE.
         Read CUSTADDR
           Invalid Key Continue
           Not Invalid Key Move "Y" To WS-FOUND
         End-Read.

       220-Return-Row.
         Move ADADDR1   To LCAADDR1.
         Move ADADDR2   To LCAADDR2.
         Move ADCITY    To LCACITY.
         Move ADSTATE   To LCASTATE.
         Move ADZIP     To LCAZIP.
         Move ADCTRY    To LCACTRY.
         Move ADUNDELIV To LCAUNDELIV.
         Move ADUNDELDT To LCAUNDELDT.
         Move ADUNDELOP To LCAUNDELOP.

      *>  Mail that has no role of its own goes to the mailing row,
      *>  and with no mailing row either the caller falls back to
      *>  the customer record - the primary address.
       250-Resolve-Role.
         Move LCAROLE To LCAROLEUSED.
         Open Input CUSTADDR.
         If WS-CADRSTAT Not Equal "00" Then
           Move "02" To LS-RETVAL
         Else
           Perform 210-Read-Role
           If Not IS-FOUND And LCAROLE Not Equal "M" Then
             Move "M" To LCAROLEUSED
             Perform 210-Read-Role
           End-If
           If IS-FOUND Then
             Perform 220-Return-Row
           Else
             Move "02" To LS-RETVAL
           End-If
         End-If.
         Close CUSTADDR.

      *>  The first row ever saved creates the file, as the SUB400
      *>  phone rows do - created empty and reopened, since the save
      *>  has to read for an existing row first. The undeliverable
      *>  flag belongs to the address it was raised against, so a
      *>  new address clears it.
       300-Save-Role.
         Move LCAROLE To LCAROLEUSED.
         Open I-O CUSTADDR.
         If WS-CADRSTAT Equal "35" Then
           Close CUSTADDR
           Open Output CUSTADDR
           Close CUSTADDR
           Open I-O CUSTADDR
         End-If.
         Perform 210-Read-Role.
         If IS-FOUND Then
           Move ADADDR1 To WS-OLD-ADDR1
           Move ADZIP   To WS-OLD-ZIP
         Else
           Move Space To WS-OLD-ADDR
           Move LCACUSTID To ADCUSTID
           Move LCAROLE   To ADROLE
           Move "N"       To ADUNDELIV
           Move Zero      To ADUNDELDT
           Move Space     To ADUNDELOP
         End-If.
         If ADADDR1 Not Equal LCAADDR1 Or ADADDR2 Not Equal LCAADDR2
           Or ADCITY Not Equal LCACITY Or ADSTATE Not Equal LCASTATE
           Or ADZIP Not Equal LCAZIP Then
           Move "N"   To ADUNDELIV
           Move Zero  To ADUNDELDT
           Move Space To ADUNDELOP
         End-If.
         Move LCAADDR1  To ADADDR1.
         Move LCAADDR2  To ADADDR2.
         Move LCACITY   To ADCITY.
         Move LCASTATE  To ADSTATE.
         Move LCAZIP    To ADZIP.
         Move LCACTRY   To ADCTRY.
         Move LCAOPERID To ADOPERID.
         Perform 900-Stamp-Row.
         If IS-FOUND Then
           Rewrite CUSTADDR-REC
           End-Rewrite
         Else
           Write CUSTADDR-REC
           End-Write
         End-If.
         Close CUSTADDR.
         Perform 220-Return-Row.
         Move LCAADDR1 To WS-NEW-ADDR1.
         Move LCAZIP   To WS-NEW-ZIP.
         If WS-OLD-ADDR Not Equal WS-NEW-ADDR Then
           Move "ROLEADDR-"  To LAFIELD
           Move LCAROLE      To LAFIELD(10:1)
           Perform 910-Log-Audit
         End-If.

       400-Delete-Role.
         Move LCAROLE To LCAROLEUSED.
         Open I-O CUSTADDR.
         If WS-CADRSTAT Not Equal "00" Then
           Move "02" To LS-RETVAL
         Else
           Perform 210-Read-Role
           If IS-FOUND Then
             Move ADADDR1 To WS-OLD-ADDR1
             Move ADZIP   To WS-OLD-ZIP
             Delete CUSTADDR Record
             End-Delete
             Move Space To WS-NEW-ADDR
             Move "ROLEADDR-"  To LAFIELD
             Move LCAROLE      To LAFIELD(10:1)
             Perform 910-Log-Audit
           Else
             Move "02" To LS-RETVAL
           End-If
         End-If.
         Close CUSTADDR.

      *>  Returned mail against one role flags that row only - the
      *>  customer record and the other roles keep their state.
       500-Mark-Undeliverable.
         Move LCAROLE To LCAROLEUSED.
         Open I-O CUSTADDR.
         If WS-CADRSTAT Not Equal "00" Then
           Move "02" To LS-RETVAL
         Else
           Perform 210-Read-Role
           Evaluate True
             When Not IS-FOUND
               Move "02" To LS-RETVAL
             When ADUNDELIV-YES
               Perform 220-Return-Row
               Move "03" To LS-RETVAL
             When Other
               Accept WS-CUR-DATE From Date YYYYMMDD
               Move "Y"         To ADUNDELIV
               Move WS-CUR-DATE To ADUNDELDT
               Move LCAOPERID   To ADUNDELOP
               Move LCAOPERID   To ADOPERID
               Perform 900-Stamp-Row
               Rewrite CUSTADDR-REC
               End-Rewrite
               Perform 220-Return-Row
               Move "N"   To WS-OLD-ADDR
               Move "Y"   To WS-NEW-ADDR
               Move "ROLEUNDEL-" To LAFIELD
               Move LCAROLE      To LAFIELD(11:1)
               Perform 910-Log-Audit
           End-Evaluate
         End-If.
         Close CUSTADDR.

       900-Stamp-Row.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move WS-CUR-DATE To ADUPDDTTM(1:8).
         Move WS-CUR-TIME To ADUPDDTTM(9:6).

      *>  The caller has put the field name in LAFIELD; old and new
      *>  values are the street line and ZIP (or the flag).
       910-Log-Audit.
         Move LCACUSTID   To LACUSTID.
         Move "U"         To LAACTION.
         Move WS-OLD-ADDR To LAOLDVAL.
         Move WS-NEW-ADDR To LANEWVAL.
         Move LCAOPERID   To LAOPERID.
         Move Space       To LAREASON.
         Call "SUB090" Using WS-AUD-PRMSET, WS-AUD-RETVAL.

       999-End-Of-SubRutine.
         Exit Program.
