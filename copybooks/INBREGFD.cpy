      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     INBREGFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for INBREG.DAT, the inbound file registry:    **
      *> one row per inbound file fingerprint - the file name, its   **
      *> data-row count and its SUB131 hash - written only through   **
      *> SUB169. The row is made the first time a consuming job (or  **
      *> the NGT101 arrival probe) sees the file, which stamps the   **
      *> arrival; the consuming job marks it processed when its run  **
      *> completes. A processed fingerprint is refused to every      **
      *> later run until a supervisor releases it for one more run   **
      *> through INB101 (status O), after which the next completed   **
      *> run marks it processed again.                               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 IRKEY.
               10 IRFILE    Pic X(30) Value Space.
               10 IRCOUNT   Pic 9(9)  Value Zero.
               10 IRHASH    Pic 9(9)  Value Zero.
             05 IRSTAT      Pic X(1)  Value "A".
               88 IRSTAT-ARRIVED      Value "A".
               88 IRSTAT-PROCESSED    Value "P".
               88 IRSTAT-RELEASED     Value "O".
             05 IRARRDTTM   Pic X(14) Value Space.
             05 IRARRJOB    Pic X(8)  Value Space.
             05 IRJOB       Pic X(8)  Value Space.
             05 IRPRCDTTM   Pic X(14) Value Space.
             05 IRRUNS      Pic 9(3)  Value Zero.
             05 IROVROPER   Pic X(8)  Value Space.
             05 IROVRDTTM   Pic X(14) Value Space.
