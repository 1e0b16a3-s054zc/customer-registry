      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     PSQFD                                         **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for PRESORT.DAT, the presort qualification    **
      *> results RPT106 leaves behind each run: one row per 5-digit  **
      *> ZIP group that cleared its bundle minimum (level 5) and per **
      *> 3-digit prefix that cleared its own (level 3, the prefix in **
      *> the first three positions), in ZIP order. Anything not on   **
      *> the file is residual. Read by SUB168 to put each piece of a **
      *> mail run into its postage class.                            **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 PQLEVEL    Pic X(1)  Value Space.
               88 PQLEVEL-ZIP5       Value "5".
               88 PQLEVEL-ZIP3       Value "3".
             05 PQZIP      Pic X(5)  Value Space.
             05 PQPIECES   Pic 9(6)  Value Zero.
             05 PQDATE     Pic 9(8)  Value Zero.
