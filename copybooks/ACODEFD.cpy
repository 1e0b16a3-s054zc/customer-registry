      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     ACODEFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for AREACODE.DAT, the North American area-    **
      *> code (NPA) reference file, loaded from the published NANP   **
      *> table by NPA101 and read by SUB158: the code, the state or  **
      *> province and country it serves (blank for the non-          **
      *> geographic codes - toll-free and the like), whether it is   **
      *> in service, the code it was split from or overlays, the     **
      *> date it went into service and the date it was last loaded.  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 ACCODE     Pic X(3)  Value Space.
             05 ACSTATE    Pic X(2)  Value Space.
             05 ACCTRY     Pic X(2)  Value Space.
             05 ACINSVC    Pic X(1)  Value "Y".
               88 ACINSVC-YES        Value "Y".
               88 ACINSVC-NO         Value "N".
             05 ACPARENT   Pic X(3)  Value Space.
             05 ACINSVCDT  Pic 9(8)  Value Zero.
             05 ACLOADDT   Pic 9(8)  Value Zero.
