      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     HOLDFD                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for HOLDING.DAT, the products a customer      **
      *> actually has (CUSTINT.DAT only says what they might want):  **
      *> one row per customer, product code (PRODUCT.DAT, see        **
      *> PRODFD) and start date, with the end date (zero = open-     **
      *> ended) and quantity. Keyed by hand on the SUB545 screen     **
      *> from SUB210 (source M) or loaded from the order system by   **
      *> HLD101 (source O, with the order system's customer number). **
      *> A holding is current from its start date through its end    **
      *> date. Read by CAM101's product filters, HLD102 and HLD103.  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 HDKEY.
               10 HDCUSTID  Pic X(10) Value Space.
               10 HDPROD    Pic X(6)  Value Space.
               10 HDSTART   Pic 9(8)  Value Zero.
             05 HDEND      Pic 9(8)  Value Zero.
             05 HDQTY      Pic 9(7)  Value Zero.
             05 HDSRC      Pic X(1)  Value "M".
               88 HDSRC-MANUAL       Value "M".
               88 HDSRC-ORDERS       Value "O".
             05 HDORDREF   Pic X(20) Value Space.
             05 HDOPERID   Pic X(8)  Value Space.
             05 HDUPDDTTM  Pic X(14) Value Space.
