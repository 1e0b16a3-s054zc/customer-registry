      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     POSTLK                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB168, the postage ledger subrutine: the **
      *> program recording the run, and for each piece the campaign  **
      *> or template, customer, ZIP, country and office. What comes  **
      *> back is the piece's postage class, and at the end of the    **
      *> run its pieces and postage.                                 **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LPGPROG    Pic X(8).
             05 LPGCAMP    Pic X(15).
             05 LPGCUSTID  Pic X(10).
             05 LPGZIP     Pic X(10).
             05 LPGCTRY    Pic X(2).
             05 LPGOFFICE  Pic X(3).
             05 LPGCLASS   Pic X(1).
             05 LPGPIECES  Pic 9(6).
             05 LPGCOST    Pic 9(7)V99.
