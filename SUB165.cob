      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain and read CONTRACT.DAT, the company  **
      *> contract and agreement file (see CNTRFD) - the service      **
      *> agreements that used to live in the filing cabinet. The     **
      *> SUB535 screen (from SUB280) maintains the rows and REN101   **
      *> reports the ones nearing their notice date. Contracts are   **
      *> never deleted: one that ends is set to status T or E. Every **
      *> change writes a COMPANY.AUDIT row (SUB094) under the        **
      *> company ID, field CONTRACT-nnn.                             **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  G = get the contract LKRCOMPID/LKRSEQ.                     **
      *>  N = next: the company's first contract after LKRSEQ (zero  **
      *>      for the first of all) - for paging a list.             **
      *>  S = save. LKRSEQ zero adds a contract under the next free  **
      *>      sequence number, which comes back in LKRSEQ; otherwise **
      *>      the contract is replaced.                              **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done - for G/N the LKR fields are filled in.           **
      *>  02: No such contract (N: no more for the company).         **
      *>  04: Type, renewal or status code not valid.                **
      *>  05: Start or end date missing or not a date, or the end    **
      *>      is before the start.                                   **
      *>  06: The company already has 999 contracts.                 **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB165.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CONTRACT Assign WS-CNTRFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is KRKEY
             File Status WS-CNTRSTAT.

       Data Division.
         File Section.
           Fd CONTRACT.
           01 CONTRACT-REC.
             Copy CNTRFD.

         Working-Storage Section.
           01 WS-CNTRFILE Pic X(20) Value "data/CONTRACT.DAT".
           01 WS-CNTRSTAT Pic 9(2).
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-FOUND    Pic X     Value "N".
             88 IS-FOUND            Value "Y".
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-MAX-SEQ  Pic 9(3)  Value Zero.
           01 WS-OLD-IMG.
             05 WS-O-STATUS Pic X(1).
             05 Filler      Pic X(1) Value Space.
             05 WS-O-END    Pic 9(8).
             05 Filler      Pic X(1) Value Space.
             05 WS-O-TYPE   Pic X(2).
             05 Filler      Pic X(1) Value Space.
             05 WS-O-NOTICE Pic 9(3).
             05 Filler      Pic X(1) Value Space.
             05 WS-O-RENEW  Pic X(1).
             05 Filler      Pic X(1) Value Space.
             05 WS-O-VALUE  Pic 9(9)V99.
           01 WS-NEW-IMG.
             05 WS-N-STATUS Pic X(1).
             05 Filler      Pic X(1) Value Space.
             05 WS-N-END    Pic 9(8).
             05 Filler      Pic X(1) Value Space.
             05 WS-N-TYPE   Pic X(2).
             05 Filler      Pic X(1) Value Space.
             05 WS-N-NOTICE Pic 9(3).
             05 Filler      Pic X(1) Value Space.
             05 WS-N-RENEW  Pic X(1).
             05 Filler      Pic X(1) Value Space.
             05 WS-N-VALUE  Pic 9(9)V99.
           01 WS-CAL-FUNC   Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).
           01 WS-AUD-PRMSET.
             Copy AUDITLK.
           01 WS-AUD-RETVAL Pic X(2).

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy CNTRLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Evaluate LS-FUNC
           When "G" Perform 200-Get-Contract
           When "N" Perform 250-Next-Contract
           When "S" Perform 300-Save-Contract
           When Other Move "04" To LS-RETVAL
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

       200-Get-Contract.
         Open Input CONTRACT.
         If WS-CNTRSTAT Not Equal "00" Then
           Move "02" To LS-RETVAL
         Else
           Perform 210-Read-Contract
           If IS-FOUND Then
             Perform 220-Return-Row
           Else
             Move "02" To LS-RETVAL
           End-If
         End-If.
         Close CONTRACT.

       210-Read-Contract.
         Move "N" To WS-FOUND.
         Move LKRCOMPID To KRCOMPID.
         Move LKRSEQ    To KRSEQ.
         Read CONTRACT
           Key Is KRKEY
           Invalid Key Continue
           Not Invalid Key Move "Y" To WS-FOUND
         End-Read.

       220-Return-Row.
         Move KRSEQ     To LKRSEQ.
         Move KRCUSTID  To LKRCUSTID.
         Move KRTYPE    To LKRTYPE.
         Move KRDESC    To LKRDESC.
         Move KRVALUE   To LKRVALUE.
         Move KRSTART   To LKRSTART.
         Move KREND     To LKREND.
         Move KRNOTICE  To LKRNOTICE.
         Move KRRENEW   To LKRRENEW.
         Move KRRENTERM To LKRRENTERM.
         Move KRSTATUS  To LKRSTATUS.

       250-Next-Contract.
         Open Input CONTRACT.
         If WS-CNTRSTAT Not Equal "00" Then
           Move "02" To LS-RETVAL
         Else
           Perform 260-Position-After
           If IS-FOUND Then
             Perform 220-Return-Row
           Else
             Move "02" To LS-RETVAL
           End-If
         End-If.
         Close CONTRACT.

      *>  The first row past LKRSEQ, as long as it still belongs to
      *>  the same company.
       260-Position-After.
         Move "N" To WS-FOUND.
         Move "N" To WS-EOF.
         Move LKRCOMPID To KRCOMPID.
         Move LKRSEQ    To KRSEQ.
         Start CONTRACT Key Is Greater Than KRKEY
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         If Not IS-EOF Then
           Read CONTRACT Next Record
             At End Move "Y" To WS-EOF
           End-Read
         End-If.
         If Not IS-EOF And KRCOMPID Equal LKRCOMPID Then
           Move "Y" To WS-FOUND
         End-If.

      *>  The first contract ever saved creates the file, as the
      *>  SUB162 address roles do.
       300-Save-Contract.
         Perform 310-Validate-Contract.
         If LS-RETVAL Equal "00" Then
           Open I-O CONTRACT
           If WS-CNTRSTAT Equal "35" Then
             Close CONTRACT
             Open Output CONTRACT
             Close CONTRACT
             Open I-O CONTRACT
           End-If
           If LKRSEQ Equal Zero Then
             Perform 330-Add-Contract
           Else
             Perform 340-Replace-Contract
           End-If
           Close CONTRACT
         End-If.

       310-Validate-Contract.
         Move LKRTYPE   To KRTYPE.
         Move LKRRENEW  To KRRENEW.
         Move LKRSTATUS To KRSTATUS.
         If Not KRTYPE-VALID Or Not KRRENEW-VALID
           Or Not KRSTATUS-VALID Then
           Move "04" To LS-RETVAL
         Else
           Move Space     To LCLOFFICE
           Move Space     To LCLUNIT
           Move LKRSTART  To LCLFROMDT
           Move LKREND    To LCLTODT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           If WS-CAL-RETVAL Equal "03" Or LCLDAYS Less Than Zero
             Then
             Move "05" To LS-RETVAL
           End-If
         End-If.

      *>  The next number is one past the highest the company has.
       330-Add-Contract.
         Move Zero To WS-MAX-SEQ.
         Move "N"  To WS-EOF.
         Move LKRCOMPID To KRCOMPID.
         Move Zero      To KRSEQ.
         Start CONTRACT Key Is Greater Than Or Equal KRKEY
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         Perform 335-Scan-Seq-Next
           Until IS-EOF.
         If WS-MAX-SEQ Equal 999 Then
           Move "06" To LS-RETVAL
         Else
           Add 1 To WS-MAX-SEQ Giving LKRSEQ
           Initialize CONTRACT-REC
           Move LKRCOMPID To KRCOMPID
           Move LKRSEQ    To KRSEQ
           Move Space     To WS-OLD-IMG
           Perform 350-Fill-Row
           Write CONTRACT-REC
           End-Write
           Perform 900-Log-Audit
         End-If.

       335-Scan-Seq-Next.
         Read CONTRACT Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If KRCOMPID Equal LKRCOMPID Then
             Move KRSEQ To WS-MAX-SEQ
           Else
             Move "Y" To WS-EOF
           End-If
         End-If.

       340-Replace-Contract.
         Perform 210-Read-Contract.
         If Not IS-FOUND Then
           Move "02" To LS-RETVAL
         Else
           Move KRSTATUS To WS-O-STATUS
           Move KREND    To WS-O-END
           Move KRTYPE   To WS-O-TYPE
           Move KRNOTICE To WS-O-NOTICE
           Move KRRENEW  To WS-O-RENEW
           Move KRVALUE  To WS-O-VALUE
           Perform 350-Fill-Row
           Rewrite CONTRACT-REC
           End-Rewrite
           Perform 900-Log-Audit
         End-If.

       350-Fill-Row.
         Move LKRCUSTID  To KRCUSTID.
         Move LKRTYPE    To KRTYPE.
         Move LKRDESC    To KRDESC.
         Move LKRVALUE   To KRVALUE.
         Move LKRSTART   To KRSTART.
         Move LKREND     To KREND.
         Move LKRNOTICE  To KRNOTICE.
         Move LKRRENEW   To KRRENEW.
         Move LKRRENTERM To KRRENTERM.
         Move LKRSTATUS  To KRSTATUS.
         Move LKROPERID  To KROPERID.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move WS-CUR-DATE To KRUPDDTTM(1:8).
         Move WS-CUR-TIME To KRUPDDTTM(9:6).

      *>  Old and new values are the status, end date, type, notice
      *>  days, renewal code and value - what a renewal turns on. A
      *>  save that changes none of them is not logged.
       900-Log-Audit.
         Move KRSTATUS To WS-N-STATUS.
         Move KREND    To WS-N-END.
         Move KRTYPE   To WS-N-TYPE.
         Move KRNOTICE To WS-N-NOTICE.
         Move KRRENEW  To WS-N-RENEW.
         Move KRVALUE  To WS-N-VALUE.
         If WS-OLD-IMG Not Equal WS-NEW-IMG Then
           Move Space       To LACUSTID
           Move LKRCOMPID   To LACUSTID(1:6)
           Move "U"         To LAACTION
           Move "CONTRACT-" To LAFIELD
           Move LKRSEQ      To LAFIELD(10:3)
           Move WS-OLD-IMG  To LAOLDVAL
           Move WS-NEW-IMG  To LANEWVAL
           Move LKROPERID   To LAOPERID
           Move Space       To LAREASON
           Call "SUB094" Using WS-AUD-PRMSET, WS-AUD-RETVAL
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
