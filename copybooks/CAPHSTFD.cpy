      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CAPHSTFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for CAPHIST.DAT, the append-only file size    **
      *> history: one row per CAPFILES.CFG entry per CAP101 run,     **
      *> dated with the processing date. CHFILES is the number of    **
      *> files found (zero when the file is missing, the archive     **
      *> count for a group); CHRECEST is "~" when CHRECS is          **
      *> estimated from the size of an indexed file. CAP102 reads it **
      *> for growth, projections and the space each trim reclaimed.  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 CHDATE      Pic 9(8)  Value Zero.
             05 CHNAME      Pic X(30) Value Space.
             05 CHFILES     Pic 9(5)  Value Zero.
             05 CHRECS      Pic 9(11) Value Zero.
             05 CHBYTES     Pic 9(13) Value Zero.
             05 CHRECEST    Pic X(1)  Value Space.
               88 CHRECEST-YES        Value "~".
