      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     ARFINLK                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB164, the financial-summary lookup: the **
      *> customer asked for, and the ARFIN.DAT figures back (see     **
      *> ARFINFD).                                                   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LFNCUSTID   Pic X(10).
             05 LFNARNO     Pic X(10).
             05 LFNBALANCE  Pic S9(9)V99.
             05 LFNOVERDUE  Pic S9(9)V99.
             05 LFNYTDSALES Pic S9(9)V99.
             05 LFNLASTINV  Pic 9(8).
             05 LFNLASTPAY  Pic 9(8).
             05 LFNLOADDT   Pic 9(8).
