      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     ADDRXFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for ADDRXRF.DAT, the address cross-reference  **
      *> the SUB230 [Z]ip search reads instead of scanning           **
      *> CUSTOMER.DAT: one row per customer address, keyed on the    **
      *> five-digit ZIP, the address source and the customer ID, so  **
      *> every address in one ZIP sits together in key order. The    **
      *> street is address line 1 uppercased, for the partial-street **
      *> match. Sources: C the customer's own mailing address, S the **
      *> seasonal address (SEASADDR.DAT), P a pending future-dated   **
      *> address (PENDADDR.DAT). Kept in step through SUB160,        **
      *> rebuilt by XRF102.                                          **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 AXKEY.
               10 AXZIP5    Pic X(5)  Value Space.
               10 AXSOURCE  Pic X(1)  Value Space.
                 88 AXSOURCE-CUST      Value "C".
                 88 AXSOURCE-SEAS      Value "S".
                 88 AXSOURCE-PEND      Value "P".
               10 AXCUSTID  Pic X(10) Value Space.
             05 AXSTREET    Pic X(30) Value Space.
