      *> The live print file is copied to data/RPTARC.<name>.<stamp> **
      *> and catalogued in data/RPTARC.CAT, where SUB340's reprint   **
      *> menu finds it. Keeps the newest N runs per report (N from   **
      *> system parameter REPORT-KEEP) - the oldest                  **
      *> surplus run of the same report is deleted and dropped from  **
      *> the catalog on each call, so the archive cannot grow        **
      *> without bound.                                              **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260822 Created.                                             **
      *> 261015 The keep count comes from system parameter           **
      *>        REPORT-KEEP (SUB153) instead of RPTRETAIN.CFG.       **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB117.
           Select RPTCATNEW Assign WS-CATFILE-NEW
             Organization Is Line Sequential
             File Status WS-CATNEWSTAT.

       Data Division.
         File Section.
             05 RCN-STAMP   Pic X(14).
             05 RCN-PATH    Pic X(40).

         Working-Storage Section.
           01 WS-CATFILE     Pic X(20) Value "data/RPTARC.CAT".
           01 WS-CATSTAT     Pic 9(2).
           01 WS-CATFILE-NEW Pic X(24) Value "data/RPTARC.CAT.NEW".
           01 WS-CATNEWSTAT  Pic 9(2).
           01 WS-KEEP-CNT    Pic 9(3)  Value Zero.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-CUR-DATE    Pic 9(8).
           01 WS-CUR-TIME    Pic 9(8).
           01 WS-STAMP       Pic X(14).
         End-If.

       310-Load-Keep-Count.
         Move "REPORT-KEEP" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-KEEP-CNT.

       320-Count-Next.
         Read RPTCAT
