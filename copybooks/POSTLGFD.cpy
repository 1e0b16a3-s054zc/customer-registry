      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     POSTLGFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for POSTLEDG.DAT, the postage ledger: one row **
      *> per mail run, campaign or template, and office, written by  **
      *> SUB168 at the end of each RPT105 label run, LTR101 letter   **
      *> run and CAM101 mail-channel run. The pieces are split by    **
      *> postage class (RPT106 presort results) and costed at the    **
      *> PRESORT-RATE* parameters in force, which are kept on the    **
      *> row. Read by PST101 for the monthly cost report.            **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 PLRUNDATE  Pic 9(8)  Value Zero.
             05 PLRUNTIME  Pic 9(6)  Value Zero.
             05 PLPROG     Pic X(8)  Value Space.
             05 PLCAMP     Pic X(15) Value Space.
             05 PLOFFICE   Pic X(3)  Value Space.
             05 PLQ5       Pic 9(6)  Value Zero.
             05 PLQ3       Pic 9(6)  Value Zero.
             05 PLRES      Pic 9(6)  Value Zero.
             05 PLPIECES   Pic 9(6)  Value Zero.
             05 PLCOST     Pic 9(7)V99 Value Zero.
             05 PLRATE5    Pic 9(3)  Value Zero.
             05 PLRATE3    Pic 9(3)  Value Zero.
             05 PLRATER    Pic 9(3)  Value Zero.
