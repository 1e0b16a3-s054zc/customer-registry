      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     NLISTFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for NEWSLIST.DAT, the reference file of       **
      *> newsletter list codes (product news, events, the quarterly  **
      *> letter and the like) maintained on the SUB510 supervisor    **
      *> screen. A deactivated list can no longer be subscribed to   **
      *> on SUB515 and is not extracted by NWL101; subscriptions     **
      *> already on it stay on SUBSCR.DAT for the NWL102 report.     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 NLCODE     Pic X(4)  Value Space.
             05 NLDESC     Pic X(20) Value Space.
             05 NLSTAT     Pic X(1)  Value "A".
               88 NLSTAT-ACTIVE      Value "A".
               88 NLSTAT-INACTIVE    Value "I".
