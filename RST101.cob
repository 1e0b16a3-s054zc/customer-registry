      *>      rolled back) before the chosen pair is copied over      **
      *>      data/CUSTOMER.DAT and data/CUSTOMER.SEQ.                **
      *>  S - retention sweep: keeps the newest N snapshots (N from  **
      *>      system parameter SNAPSHOT-KEEP) and deletes            **
      *>      the rest, rewriting the catalog to match.               **
      *>  anything else - list only, change nothing.                  **
      *>                                                             **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260822 Created.                                             **
      *> 261015 The keep count comes from system parameter           **
      *>        SNAPSHOT-KEEP (SUB153) instead of RETAIN.CFG,        **
      *>        which RET101 reads for its own retention days.       **
      *>***************************************************************
       Identification Division.
         Program-Id.   RST101.
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-VERSTAT.

       Data Division.
         File Section.
           01 CUST-REC.
             Copy CUSTFD.

         Working-Storage Section.
           01 WS-CATFILE     Pic X(20) Value "backup/BACKUP.CAT".
           01 WS-CATSTAT     Pic 9(2).
           01 WS-CATNEWSTAT  Pic 9(2).
           01 WS-VERIFY-FILE Pic X(40) Value Space.
           01 WS-VERSTAT     Pic 9(2).
           01 WS-CUSTFILE    Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CSEQFILE    Pic X(20) Value "data/CUSTOMER.SEQ".
           01 WS-KEEP-CNT    Pic 9(3)  Value Zero.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-EOF         Pic X     Value "N".
             88 IS-EOF                 Value "Y".
           01 WS-SNAP-COUNT  Pic 9(3)  Value Zero.
         End-If.

       410-Load-Keep-Count.
         Move "SNAPSHOT-KEEP" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-KEEP-CNT.

       420-Delete-Old-Snapshot.
         Call "CBL_DELETE_FILE" Using WS-SNAP-DATFILE(WS-SX)
