      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     PDTLK                                         **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB152, the processing-date subrutine:    **
      *> the processing date answered, and the timestamp a row was   **
      *> written at when asking which processing date it belongs to. **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LPDDATE   Pic 9(8).
             05 LPDSTAMP  Pic X(14).
