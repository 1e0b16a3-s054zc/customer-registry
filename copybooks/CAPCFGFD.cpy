      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CAPCFGFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for CAPFILES.CFG, the list of registry files  **
      *> CAP101 measures every night: one row per file - or, for     **
      *> kind G, per group of files whose names start with CFNAME    **
      *> (the dated archives, the backup/ snapshots). CFCOUNT says   **
      *> how the record count is had:                                **
      *>  L - line sequential: the lines are read and counted.       **
      *>  F - fixed records: bytes divided by CFRECLEN.              **
      *>  I - indexed: bytes divided by CFRECLEN, an estimate        **
      *>      (the index blocks ride along) flagged on the reports.  **
      *>  N - size only.                                             **
      *> CFSWEEP names the job that trims the file (RET101, ARC101,  **
      *> REO101), which CAP102 holds the file's growth against.      **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 CFNAME      Pic X(30) Value Space.
             05 CFKIND      Pic X(1)  Value "F".
               88 CFKIND-FILE         Value "F".
               88 CFKIND-GROUP        Value "G".
             05 CFCOUNT     Pic X(1)  Value "N".
               88 CFCOUNT-LINES       Value "L".
               88 CFCOUNT-FIXED       Value "F".
               88 CFCOUNT-INDEXED     Value "I".
               88 CFCOUNT-NONE        Value "N".
             05 CFRECLEN    Pic 9(5)  Value Zero.
             05 CFSWEEP     Pic X(8)  Value Space.
