      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CHGNTFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for CHGNOTE.DAT, the mailing address a        **
      *> customer had before a change of address. SUB460 writes one  **
      *> row, keyed by customer and the time of the change, each     **
      *> time it queues a *CHGOLDADR* letter; LTR101 prints that     **
      *> letter to the oldest unprinted row for the customer and     **
      *> marks it printed - the queue row itself has no room for a   **
      *> postal address.                                             **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 CNKEY.
               10 CNCUSTID Pic X(10) Value Space.
               10 CNDTTM   Pic X(14) Value Space.
             05 CNADDR1    Pic X(30) Value Space.
             05 CNADDR2    Pic X(30) Value Space.
             05 CNCITY     Pic X(20) Value Space.
             05 CNSTATE    Pic X(2)  Value Space.
             05 CNZIP      Pic X(10) Value Space.
             05 CNOPERID   Pic X(8)  Value Space.
             05 CNPRINTED  Pic X(1)  Value "N".
               88 CNPRINTED-YES      Value "Y".
