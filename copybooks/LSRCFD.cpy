      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     LSRCFD                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for LEADSRC.DAT, the reference file of lead-  **
      *> source codes (referral, website, advertising, trade show,   **
      *> partner list and the like) that RCUSTSRC is validated       **
      *> against by SUB163, maintained on the SUB530 supervisor      **
      *> screen. A deactivated source can no longer be given to a    **
      *> new customer; customers already carrying it keep it, and    **
      *> the FNL101 funnel still reports it.                         **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LSCODE     Pic X(3)  Value Space.
             05 LSDESC     Pic X(20) Value Space.
             05 LSSTAT     Pic X(1)  Value "A".
               88 LSSTAT-ACTIVE      Value "A".
               88 LSSTAT-INACTIVE    Value "I".
