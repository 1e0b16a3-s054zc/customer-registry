      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     WATCHFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for WATCH.DAT, the customer watch list: one   **
      *> row per customer and watcher, added and removed from the    **
      *> SUB230 detail screen through SUB155. The watcher is an      **
      *> operator ID (the digest goes to OOPEREMAIL) or *REP, the    **
      *> rep who owns the customer's territory on the night (SUB129) **
      *> - so a territory handed to a new rep takes its watches with **
      *> it. WCH101 matches each night's changes against this file.  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 WTKEY.
               10 WTCUSTID  Pic X(10) Value Space.
               10 WTWATCHER Pic X(8)  Value Space.
                 88 WTWATCHER-REP     Value "*REP".
             05 WTADDOP     Pic X(8)  Value Space.
             05 WTADDDTTM   Pic X(14) Value Space.
