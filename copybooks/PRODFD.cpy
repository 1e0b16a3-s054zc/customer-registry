      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     PRODFD                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for PRODUCT.DAT, the reference file of        **
      *> product codes a customer holding (HOLDING.DAT, see HOLDFD)  **
      *> must carry - validated by SUB166, maintained on the SUB540  **
      *> supervisor screen. The codes are the order system's own     **
      *> product codes so HLD101's import needs no translation. A    **
      *> deactivated product can no longer be given to a customer;   **
      *> holdings already carrying it keep it and still report.      **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 PDCODE     Pic X(6)  Value Space.
             05 PDDESC     Pic X(30) Value Space.
             05 PDSTAT     Pic X(1)  Value "A".
               88 PDSTAT-ACTIVE      Value "A".
               88 PDSTAT-INACTIVE    Value "I".
