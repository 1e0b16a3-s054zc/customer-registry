      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     RPTREQFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for RPTREQ.DAT, the online report request     **
      *> queue: one row per run asked for on the SUB505 screen,      **
      *> numbered by SUB005, holding the program (see RRQCATWS) and  **
      *> the answers to its prompts. RRQ101 works the queue in       **
      *> number order and moves each row on:                         **
      *>  Q queued   - waiting for the runner.                       **
      *>  R running  - started at RQSTARTDTTM.                       **
      *>  D done     - output filed in the SUB117 report archive     **
      *>               under the program name, run RQARCSTAMP, for   **
      *>               reprint through SUB340.                       **
      *>  F failed   - RQNOTE says why.                              **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 RQNO        Pic X(8)  Value Space.
             05 RQPGM       Pic X(8)  Value Space.
             05 RQPARMS.
               10 RQPARM    Pic X(20) Occurs 4 Times.
             05 RQREQOP     Pic X(8)  Value Space.
             05 RQREQDTTM   Pic X(14) Value Space.
             05 RQSTAT      Pic X(1)  Value "Q".
               88 RQSTAT-QUEUED       Value "Q".
               88 RQSTAT-RUNNING      Value "R".
               88 RQSTAT-DONE         Value "D".
               88 RQSTAT-FAILED       Value "F".
             05 RQSTARTDTTM Pic X(14) Value Space.
             05 RQENDDTTM   Pic X(14) Value Space.
             05 RQARCSTAMP  Pic X(14) Value Space.
             05 RQNOTE      Pic X(30) Value Space.
