      *> DESCRIPTION:                                                **
      *> Nightly lifecycle-aging job. Prospects and actives whose    **
      *> stage date (RCUSTLIFEDT) is older than the configured day   **
      *> thresholds (system parameters LCY-PROSPECT and LCY-ACTIVE,  **
      *> maintained through SUB490) are                              **
      *> demoted to the INACTIVE stage - but never on the night      **
      *> they are found. Tonight's run prints the pending-demotions  **
      *> report (data/LCYPEND.PRT) and writes the same list to       **
      *> 260822 Journal the complete before/after record image        **
      *>        through SUB097 on the rewrite, so an RCV101 roll-     **
      *>        forward carries this change too.                      **
      *> 261015 Ages now come from the shop calendar (SUB151): a     **
      *>        B after a LIFECYCLE.CFG day count makes that         **
      *>        threshold business days on the customer's office     **
      *>        calendar; otherwise calendar days.                   **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Thresholds come from system parameters               **
      *>        LCY-PROSPECT and LCY-ACTIVE (SUB153) instead of      **
      *>        LIFECYCLE.CFG.                                       **
      *>***************************************************************
       Identification Division.
         Program-Id.   LCY101.
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select PENDING Assign WS-PENDFILE
             Organization Is Line Sequential
             File Status WS-PENDSTAT.
           01 CUST-REC.
             Copy CUSTFD.

           Fd PENDING.
           01 PENDING-REC.
             05 PD-CUSTID Pic X(10).
         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-PENDFILE Pic X(20) Value "data/LCYPEND.DAT".
           01 WS-PENDSTAT Pic 9(2).
           01 WS-PENDFILE-NEW Pic X(24) Value "data/LCYPEND.DAT.NEW".
           01 WS-PENDNEWSTAT  Pic 9(2).
           01 WS-PRTFILE  Pic X(20) Value "data/LCYPEND.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-PROS-DAYS Pic 9(3)  Value Zero.
           01 WS-ACTV-DAYS Pic 9(3)  Value Zero.
           01 WS-PROS-UNIT Pic X(1)  Value Space.
           01 WS-ACTV-UNIT Pic X(1)  Value Space.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-APPL-CNT Pic 9(6)  Value Zero.
           01 WS-JRNL-RETVAL Pic X(2).

           01 WS-CUR-DATE     Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-DAYS-STALE   Pic S9(9) Comp-5.
           01 WS-STALE        Pic X     Value "N".
             88 IS-STALE               Value "Y".
           01 WS-CAL-FUNC     Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL   Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(30) Value "PENDING LIFECYCLE DEMOTIONS".
       Procedure Division.
       100-Main.
         Perform 200-Load-Config.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.

         Open I-O CUST.
         If WS-CUSTSTAT Equal "35" Then
         End-If.
         Perform 999-End-Of-Program.

      *>  Two thresholds from the system parameters (SUB153): how
      *>  long a prospect may sit at P (LCY-PROSPECT), and how long
      *>  an active may sit at A (LCY-ACTIVE), before aging to the
      *>  INACTIVE stage. A unit of B makes it business days (SUB151).
       200-Load-Config.
         Move "LCY-PROSPECT" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-PROS-DAYS.
         Move LSPUNIT To WS-PROS-UNIT.
         Move "LCY-ACTIVE" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-ACTV-DAYS.
         Move LSPUNIT To WS-ACTV-UNIT.

      *>  Last night's pending list applies first - each customer is
      *>  re-read and re-qualified, so a record an operator touched
         End-If.

      *>  True when the record on hand is an active-status P or A
      *>  whose stage date is past its threshold, counted in that
      *>  threshold's unit on the customer's office calendar.
       350-Check-Staleness.
         Move "N" To WS-STALE.
         If RCUSTSTAT-ACTIVE
           And RCUSTLIFEDT Not Equal Zero
           And (RCUSTLIFECYC-PROSPECT Or RCUSTLIFECYC-ACTIVE) Then
           If RCUSTLIFECYC-PROSPECT Then
             Move WS-PROS-UNIT To LCLUNIT
           Else
             Move WS-ACTV-UNIT To LCLUNIT
           End-If
           Move RCUSTOFFICE To LCLOFFICE
           Move RCUSTLIFEDT To LCLFROMDT
           Move WS-CUR-DATE To LCLTODT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           Move LCLDAYS To WS-DAYS-STALE
           Evaluate True
             When RCUSTLIFECYC-PROSPECT
               And WS-DAYS-STALE Greater Than Or Equal WS-PROS-DAYS
         End-If.
         Perform 410-Read-Next.

       999-End-Of-Program.
         Stop Run.
