      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     EMAILXFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for EMAILXRF.DAT, the email cross-reference   **
      *> behind the SUB230 e[M]ail search, the duplicate-address     **
      *> warnings on SUB200/SUB210 and the inbound feeds that quote  **
      *> only an address back to us: one row per active customer     **
      *> holding an address, keyed on the address uppercased and     **
      *> the customer ID - unlike a phone number, one address may    **
      *> legitimately belong to several customers (a household, a    **
      *> small business), so every holder keeps its own row and the  **
      *> holders of one address sit together in key order. Kept in   **
      *> step through SUB161, rebuilt by XRF103.                     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 EXKEY.
               10 EXEMAIL   Pic X(40) Value Space.
               10 EXCUSTID  Pic X(10) Value Space.
