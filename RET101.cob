      *> ARC101 uses, so an interrupted run cannot leave a half-     **
      *> written file behind. PENDING mail-queue rows are always     **
      *> kept whatever their age - they are still work to do. The   **
      *> cutoffs come from the system parameters RET-CONTACT,        **
      *> RET-MAILQ, RET-OPERLOG, RET-CAMPHIST and RET-ACCESSLOG      **
      *> (defaults 730/365/365/365/365). A summary of rows kept and  **
      *> archived per file goes to data/RETAIN.PRT. Run outside the  **
      *> PGM001 menu, quarterly or as the mail queue's size demands. **
      *>                                                             **
      *> DATE-WRITTEN: 2026-09-02                                    **
      *>***************************************************************
      *> 260902 Created.                                             **
      *> 260902 Sweep the new data/ACCESS.LOG view log too (config   **
      *>        line five, default 365 days).                        **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Retention periods come from the RET-* system         **
      *>        parameters (SUB153) instead of RETAIN.CFG.           **
      *>***************************************************************
       Identification Division.
         Program-Id.   RET101.
       Environment Division.
         Input-Output Section.
         File-Control.
           Select CONTACT Assign WS-CONTFILE
             Organization Is Line Sequential
             File Status WS-CONTSTAT.

       Data Division.
         File Section.
           Fd CONTACT.
           01 CONTACT-REC.
             Copy CONTFD.
           01 PRT-REC Pic X(80).

         Working-Storage Section.
           01 WS-CONTFILE  Pic X(20) Value "data/CONTACT.DAT".
           01 WS-CONTSTAT  Pic 9(2).
           01 WS-CONTFILE-NEW Pic X(24) Value "data/CONTACT.DAT.NEW".
           01 WS-DAYS-LOG  Pic 9(4)  Value Zero.
           01 WS-DAYS-HIST Pic 9(4)  Value Zero.
           01 WS-DAYS-ACC  Pic 9(4)  Value Zero.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).

           01 WS-CUR-DATE  Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-STAMP Pic X(8).
           01 WS-CUR-DAYNUM Pic S9(9) Comp-5.
           01 WS-ROW-DATE  Pic 9(8)  Value Zero.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move WS-CUR-DATE To WS-CUR-STAMP.
         Move WS-CUR-DATE To WS-CALC-DATE.
         Perform 250-Compute-Day-Number.
         Close PRTFILE.
         Perform 999-End-Of-Program.

      *>  One retention period per file, held as the RET-* system
      *>  parameters; SUB153 never hands back a zero, so a lost
      *>  value never archives everything.
       200-Load-Config.
         Move "RET-CONTACT" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-DAYS-CONT.
         Move "RET-MAILQ" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-DAYS-MAIL.
         Move "RET-OPERLOG" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-DAYS-LOG.
         Move "RET-CAMPHIST" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-DAYS-HIST.
         Move "RET-ACCESSLOG" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-DAYS-ACC.

       220-Check-Row-Age.
         Move "N" To WS-ROW-OLD.
