      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CALFD                                         **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for CALENDAR.DAT, the shop calendar every     **
      *> aging calculation counts business days against (SUB151).   **
      *> Keyed by office and date; a blank office means every        **
      *> office. A dated row (type H holiday, N other non-working    **
      *> day) takes that date out of the office's working days. The  **
      *> row dated zero (type W) holds the office's working week in  **
      *> CLWEEK, Monday first, Y working and N not; an office with   **
      *> no week row takes the blank office's, and with neither the  **
      *> week is Monday to Friday. Maintained on SUB485.             **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 CLKEY.
               10 CLOFFICE Pic X(3)  Value Space.
               10 CLDATE   Pic 9(8)  Value Zero.
             05 CLTYPE     Pic X(1)  Value "H".
               88 CLTYPE-HOLIDAY     Value "H".
               88 CLTYPE-NONWORK     Value "N".
               88 CLTYPE-WEEK        Value "W".
             05 CLDESC     Pic X(30) Value Space.
             05 CLWEEK     Pic X(7)  Value "YYYYYNN".
             05 CLUPDOP    Pic X(8)  Value Space.
             05 CLUPDDT    Pic 9(8)  Value Zero.
