      *> DESCRIPTION:                                                **
      *> Scheduled batch job that finds customers whose lifecycle    **
      *> stage (RCUSTLIFECYC) has sat at INACTIVE longer than the    **
      *> cutoff held in system parameter PURGE-DAYS (SUB153),        **
      *> archives each one to data/CUSTOMER.HIST exactly as it stood **
      *> on file, and then soft-deletes it through SUB103 so it drops **
      *> out of searches and reports the same as any other removed   **
      *> customer. Already soft-deleted or PROSPECT/ACTIVE customers **
      *> are left alone.                                             **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *>        relationship links on CUSTREL.DAT (see SUB385) - the   **
      *>        purge still proceeds, but the orphaned links are       **
      *>        called out instead of vanishing silently.              **
      *> 261015 Deceased customers (lifecycle D, SUB455) are kept    **
      *>        for the estate period in data/ESTATE.CFG (a plain    **
      *>        day count, default WS-DEFAULT-ESTATE) from the day   **
      *>        the death was recorded, then purged like an inactive **
      *>        record; the ones still held are counted at the end.  **
      *> 261015 Ages now come from the shop calendar (SUB151): a     **
      *>        B after the day count in PURGE.CFG or ESTATE.CFG     **
      *>        makes that threshold business days on the            **
      *>        customer's office calendar; otherwise calendar days. **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 The purge and estate thresholds come from system     **
      *>        parameters PURGE-DAYS and ESTATE-DAYS (SUB153)       **
      *>        instead of PURGE.CFG and ESTATE.CFG.                 **
      *>***************************************************************
       Identification Division.
         Program-Id.   PUR101.
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select HISTFILE Assign WS-HISTFILE
             Organization Is Line Sequential
             File Status WS-HISTSTAT.
           01 CUST-REC.
             Copy CUSTFD.

           Fd HISTFILE.
           01 HIST-REC.
             Copy CUSTFD.
         Working-Storage Section.
           01 WS-CUSTFILE    Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT    Pic 9(2).
           01 WS-HISTFILE    Pic X(20) Value "data/CUSTOMER.HIST".
           01 WS-HISTSTAT    Pic 9(2).
           01 WS-PURGE-DAYS   Pic 9(3)  Value Zero.
           01 WS-PURGE-UNIT   Pic X(1)  Value Space.
           01 WS-ESTATE-DAYS  Pic 9(4)  Value Zero.
           01 WS-ESTATE-UNIT  Pic X(1)  Value Space.
           01 WS-ESTATE-CNT   Pic 9(6)  Value Zero.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-EOF          Pic X     Value "N".
             88 IS-EOF                  Value "Y".
           01 WS-DEL-PRMSET.


           01 WS-CUR-DATE     Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-DAYS-INACTIVE Pic S9(9) Comp-5.
           01 WS-CAL-FUNC     Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL   Pic X(2).

           01 WS-QSC-FUNC   Pic X(1).
           01 WS-QSC-RETVAL Pic X(2).
           Perform 170-Drop-Quiesce
           Display "PUR101: " WS-ARCH-CNT " customer(s) purged, "
                   WS-HOLD-CNT " held, "
                   WS-ESTATE-CNT " in estate period, "
                   WS-ERR-CNT " error(s)."
         End-If.
         Perform 999-End-Of-Program.
           Move "Y" To WS-ABORT
         End-If.

      *>  Loads the day thresholds from the system parameters
      *>  (SUB153), works out today's day number and opens the
      *>  customer file for the purge scan.
       200-Initialize.
         Move "PURGE-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-PURGE-DAYS.
         Move LSPUNIT To WS-PURGE-UNIT.
         Move "ESTATE-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-ESTATE-DAYS.
         Move LSPUNIT To WS-ESTATE-UNIT.

         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.

         Open Input CUST.
         Open Output HISTFILE.
         If RCUSTSTAT-ACTIVE OF CUST-REC
           And RCUSTLIFECYC-INACTIVE OF CUST-REC
           And RCUSTLIFEDT OF CUST-REC Not Equal Zero Then
           Move WS-PURGE-UNIT To LCLUNIT
           Perform 250-Age-Since-Stage
           If WS-DAYS-INACTIVE Greater Than Or Equal WS-PURGE-DAYS Then
             Perform 320-Archive-And-Purge
           End-If
         End-If.
         If RCUSTSTAT-ACTIVE OF CUST-REC
           And RCUSTLIFECYC-DECEASED OF CUST-REC
           And RCUSTLIFEDT OF CUST-REC Not Equal Zero Then
           Perform 305-Check-Estate
         End-If.
         Perform 310-Read-Next.

      *>  A deceased customer (lifecycle D, SUB455) is kept for the
      *>  estate period in parameter ESTATE-DAYS, counted from the day the
      *>  death was recorded, so the executor's queries can still be
      *>  answered; after that it purges like any inactive record.
       305-Check-Estate.
         Move WS-ESTATE-UNIT To LCLUNIT.
         Perform 250-Age-Since-Stage.
         If WS-DAYS-INACTIVE Greater Than Or Equal WS-ESTATE-DAYS Then
           Perform 320-Archive-And-Purge
         Else
           Add 1 To WS-ESTATE-CNT
         End-If.

       310-Read-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
           Close CUSTREL
         End-If.

      *>  Days since the stage date, in the unit (LCLUNIT) the
      *>  threshold is written in - business days on the customer's
      *>  office calendar when that is B (SUB151).
       250-Age-Since-Stage.
         Move RCUSTOFFICE OF CUST-REC To LCLOFFICE.
         Move RCUSTLIFEDT OF CUST-REC To LCLFROMDT.
         Move WS-CUR-DATE To LCLTODT.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.
         Move LCLDAYS To WS-DAYS-INACTIVE.

      *>  Raises the system-wide batch-window quiesce so PGM001 turns
      *>  online update options away while this job rewrites the
