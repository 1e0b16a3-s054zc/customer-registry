      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     WATCHLK                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB155, the watch-list subrutine: the     **
      *> customer, the watcher (an operator ID or *REP for the       **
      *> territory's rep) and the operator adding the watch.         **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LWCUSTID   Pic X(10).
             05 LWWATCHER  Pic X(8).
             05 LWOPERID   Pic X(8).
