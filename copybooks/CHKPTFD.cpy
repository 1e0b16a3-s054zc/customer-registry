      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CHKPTFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for CHKPOINT.DAT, the shared checkpoint file  **
      *> of the long customer-rewrite batches (MNT101, TRM101,       **
      *> COA101, DNC101, ADR101, FUT101), written only through       **
      *> SUB170. One row per job: the key of the last record the     **
      *> run had finished at its latest checkpoint, the records      **
      *> read and the job's own counters at that point, and whether  **
      *> the run is still going (R) or ended cleanly (D). A row left **
      *> at R is a run that died; the job's next run resumes after   **
      *> CKKEY, and CKRESTART records that it did so for NGT101.     **
      *> CKFILEID holds the fingerprint of a job's input file        **
      *> (SUB131 count and hash) so a checkpoint is never resumed    **
      *> against a different file.                                   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 CKJOB       Pic X(8)  Value Space.
             05 CKSTAT      Pic X(1)  Value "R".
               88 CKSTAT-RUNNING      Value "R".
               88 CKSTAT-DONE         Value "D".
             05 CKFILEID    Pic X(18) Value Space.
             05 CKKEY       Pic X(30) Value Space.
             05 CKRECS      Pic 9(9)  Value Zero.
             05 CKCNT1      Pic 9(9)  Value Zero.
             05 CKCNT2      Pic 9(9)  Value Zero.
             05 CKCNT3      Pic 9(9)  Value Zero.
             05 CKCNT4      Pic 9(9)  Value Zero.
             05 CKSTART     Pic X(14) Value Space.
             05 CKSTAMP     Pic X(14) Value Space.
             05 CKENDED     Pic X(14) Value Space.
             05 CKRESTART   Pic X(1)  Value "N".
               88 CKRESTART-YES       Value "Y".
             05 CKRSTKEY    Pic X(30) Value Space.
             05 CKRSTDTTM   Pic X(14) Value Space.
             05 CKRSTCNT    Pic 9(3)  Value Zero.
