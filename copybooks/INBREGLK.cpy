      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     INBREGLK                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB169, the inbound file registry         **
      *> subrutine: the file and the job (or, for a release, the     **
      *> supervisor) asking, the fingerprint SUB131 V found, and     **
      *> what comes back from the registry row - its status, when    **
      *> the file arrived, and the job and time that last processed  **
      *> it.                                                         **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LIRFILE    Pic X(30).
             05 LIRJOB     Pic X(8).
             05 LIROPERID  Pic X(8).
             05 LIRCOUNT   Pic 9(9).
             05 LIRHASH    Pic 9(9).
             05 LIRSTAT    Pic X(1).
             05 LIRARRDTTM Pic X(14).
             05 LIRPRCJOB  Pic X(8).
             05 LIRPRCDTTM Pic X(14).
             05 LIRRUNS    Pic 9(3).
