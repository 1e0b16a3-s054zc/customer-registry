      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine owning the follow-up work queues: who is to     **
      *> make each customer's follow-up call (data/FUPOWNER.DAT,     **
      *> see FUPOWNFD). RCUSTFUPOP still says who scheduled it; a    **
      *> customer with no owner row is owned by that operator.       **
      *> System parameter FUP-OWNER-RULE picks the owner of a newly  **
      *> set follow-up: 0 (default) the operator setting it, 1 the   **
      *> territory's rep (SUB129) when the rep has an active         **
      *> sign-on - otherwise the setter after all. Only open         **
      *> follow-ups count: a non-zero RCUSTFUPDT on a customer not   **
      *> soft-deleted.                                               **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  A = assign the owner of the follow-up LFOOPERID just set   **
      *>      on LFOCUSTID (territory LFOTERR); LFOOWNER comes back. **
      *>  D = drop LFOCUSTID's owner row (follow-up cleared).        **
      *>  O = owner of LFOCUSTID's follow-up, scheduled by LFOSETOP; **
      *>      LFOOWNER comes back.                                   **
      *>  C = count LFOOWNER's open follow-ups into LFOCOUNT.        **
      *>  B = bulk reassign every open follow-up LFOOWNER owns to    **
      *>      LFOTOOPER, stamped with LFOOPERID; LFOCOUNT = moved.   **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done.                                                  **
      *>  01: Customer file not found (C/B count nothing).           **
      *>  02: LFOTOOPER is not an active operator - nothing moved.   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 The owner rule comes from system parameter           **
      *>        FUP-OWNER-RULE (SUB153) instead of FOLLOWUP.CFG.     **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB150.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select FUPOWN Assign WS-FUPFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is FOCUSTID
             File Status WS-FUPSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select OPER Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.

       Data Division.
         File Section.
           Fd FUPOWN.
           01 FUPOWN-REC.
             Copy FUPOWNFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd OPER.
           01 OPER-REC.
             Copy OPERFD.

         Working-Storage Section.
           01 WS-FUPFILE  Pic X(20) Value "data/FUPOWNER.DAT".
           01 WS-FUPSTAT  Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-OPERFILE Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT Pic 9(2).
           01 WS-OWNER-RULE Pic 9(4) Value Zero.
             88 OWNER-IS-REP          Value 1.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ACTIVE   Pic X     Value "N".
             88 IS-ACTIVE           Value "Y".
           01 WS-ROW-FOUND Pic X    Value "N".
             88 ROW-FOUND           Value "Y".
           01 WS-FUP-OPEN Pic X     Value "N".
             88 FUP-OPEN            Value "Y".
           01 WS-SOURCE   Pic X(1)  Value "S".
           01 WS-CUR-OWNER Pic X(8) Value Space.
           01 WS-CHK-OPERID Pic X(8) Value Space.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-REP-PRMSET.
             05 WS-REP-TERR   Pic X(4).
             05 WS-REP-NAME   Pic X(30).
             05 WS-REP-EMAIL  Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2).

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy FUPOWNLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Evaluate LS-FUNC
           When "A" Perform 200-Assign-Owner
           When "D" Perform 300-Drop-Owner
           When "O" Perform 400-Find-Owner
           When "C" Perform 500-Count-Open
           When "B" Perform 600-Bulk-Reassign
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

      *>  The owner rule is read on every assign so a change to the
      *>  parameter takes effect without anyone signing off.
       200-Assign-Owner.
         Move "FUP-OWNER-RULE" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-OWNER-RULE.
         Move LFOOPERID To LFOOWNER.
         Move "S"       To WS-SOURCE.
         If OWNER-IS-REP And LFOTERR Not Equal Space Then
           Move LFOTERR To WS-REP-TERR
           Move Space   To WS-REP-OPERID
           Call "SUB129" Using WS-REP-PRMSET, WS-REP-RETVAL
           If WS-REP-RETVAL Equal "00"
             And WS-REP-OPERID Not Equal Space Then
             Move WS-REP-OPERID To WS-CHK-OPERID
             Perform 700-Check-Operator
             If IS-ACTIVE Then
               Move WS-REP-OPERID To LFOOWNER
               Move "T"           To WS-SOURCE
             End-If
           End-If
         End-If.
         Move LFOCUSTID To FOCUSTID.
         Move LFOOWNER  To FOOWNER.
         Move WS-SOURCE To FOSOURCE.
         Move WS-CUR-DATE To FOASGDT.
         Move LFOOPERID To FOASGOP.
         Open I-O FUPOWN.
         If WS-FUPSTAT Equal "35" Then
           Close FUPOWN
           Open Output FUPOWN
         End-If.
         Write FUPOWN-REC
           Invalid Key
             Rewrite FUPOWN-REC
             End-Rewrite
         End-Write.
         Close FUPOWN.

       300-Drop-Owner.
         Open I-O FUPOWN.
         If WS-FUPSTAT Equal "00" Then
           Move LFOCUSTID To FOCUSTID
           Delete FUPOWN Record
             Invalid Key Continue
           End-Delete
         End-If.
         Close FUPOWN.

       400-Find-Owner.
         Move LFOSETOP To LFOOWNER.
         Open Input FUPOWN.
         If WS-FUPSTAT Equal "00" Then
           Move LFOCUSTID To FOCUSTID
           Read FUPOWN
             Key Is FOCUSTID
             Invalid Key Continue
             Not Invalid Key Move FOOWNER To LFOOWNER
           End-Read
         End-If.
         Close FUPOWN.

      *>  One pass of the customer file; each open follow-up's owner
      *>  is its FUPOWNER.DAT row, or the operator who set it.
       500-Count-Open.
         Move Zero To LFOCOUNT.
         Open Input CUST.
         If WS-CUSTSTAT Not Equal "00" Then
           Move "01" To LS-RETVAL
           Close CUST
         Else
           Move "N" To WS-FUP-OPEN
           Open Input FUPOWN
           If WS-FUPSTAT Equal "00" Then
             Move "Y" To WS-FUP-OPEN
           End-If
           Move "N" To WS-EOF
           Perform 510-Count-Next
             Until IS-EOF
           Close FUPOWN
           Close CUST
         End-If.

       510-Count-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF
           And RCUSTSTAT-ACTIVE And RCUSTFUPDT Not Equal Zero Then
           Perform 800-Owner-Of-Record
           If WS-CUR-OWNER Equal LFOOWNER Then
             Add 1 To LFOCOUNT
           End-If
         End-If.

      *>  The new owner must be able to sign on to do the work;
      *>  every row moved is stamped as a reassignment.
       600-Bulk-Reassign.
         Move Zero To LFOCOUNT.
         Move LFOTOOPER To WS-CHK-OPERID.
         Perform 700-Check-Operator.
         If Not IS-ACTIVE Then
           Move "02" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Open Input CUST.
         If WS-CUSTSTAT Not Equal "00" Then
           Move "01" To LS-RETVAL
           Close CUST
           Perform 999-End-Of-SubRutine
         End-If.
         Open I-O FUPOWN.
         If WS-FUPSTAT Equal "35" Then
           Close FUPOWN
           Open Output FUPOWN
           Close FUPOWN
           Open I-O FUPOWN
         End-If.
         Move "Y" To WS-FUP-OPEN.
         Move "N" To WS-EOF.
         Perform 610-Reassign-Next
           Until IS-EOF.
         Close FUPOWN.
         Close CUST.

       610-Reassign-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF
           And RCUSTSTAT-ACTIVE And RCUSTFUPDT Not Equal Zero Then
           Perform 800-Owner-Of-Record
           If WS-CUR-OWNER Equal LFOOWNER Then
             Move RCUSTID     To FOCUSTID
             Move LFOTOOPER   To FOOWNER
             Move "R"         To FOSOURCE
             Move WS-CUR-DATE To FOASGDT
             Move LFOOPERID   To FOASGOP
             If ROW-FOUND Then
               Rewrite FUPOWN-REC
               End-Rewrite
             Else
               Write FUPOWN-REC
               End-Write
             End-If
             Add 1 To LFOCOUNT
           End-If
         End-If.

       700-Check-Operator.
         Move "N" To WS-ACTIVE.
         Open Input OPER.
         If WS-OPERSTAT Equal "00" Then
           Move WS-CHK-OPERID To OOPERID
           Read OPER
             Key Is OOPERID
             Invalid Key Continue
             Not Invalid Key
               If OOPERSTAT-ACTIVE Then
                 Move "Y" To WS-ACTIVE
               End-If
           End-Read
         End-If.
         Close OPER.

      *>  FUPOWN is already open on the caller's side.
       800-Owner-Of-Record.
         Move RCUSTFUPOP To WS-CUR-OWNER.
         Move "N" To WS-ROW-FOUND.
         If FUP-OPEN Then
           Move RCUSTID To FOCUSTID
           Read FUPOWN
             Key Is FOCUSTID
             Invalid Key Continue
             Not Invalid Key
               Move FOOWNER To WS-CUR-OWNER
               Move "Y"     To WS-ROW-FOUND
           End-Read
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
