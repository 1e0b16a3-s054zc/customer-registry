      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     RPLISTFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for RPLIST.DAT, the regulator's restricted-   **
      *> party list as last loaded by RPL101: one row per listed     **
      *> name, keyed by the list's own entry ID. The name is held    **
      *> upper-cased, with two duplicates-allowed alternate keys -   **
      *> the name itself for the exact match and the SUB130          **
      *> phonetic key of the whole name for the sounds-like match;   **
      *> RPLSDXLAST (the key of the last word alone) narrows the     **
      *> phonetic candidates down to the same surname sound. Every   **
      *> row carries the list version it was published under.       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 RPLENTRYID  Pic X(8)  Value Space.
             05 RPLNAME     Pic X(40) Value Space.
             05 RPLSDXKEY   Pic X(4)  Value Space.
             05 RPLSDXLAST  Pic X(4)  Value Space.
             05 RPLPROGRAM  Pic X(10) Value Space.
             05 RPLCTRY     Pic X(2)  Value Space.
             05 RPLLISTVER  Pic X(8)  Value Space.
