      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     POSTPCFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for POSTPIECE.DAT, one row per piece a mail   **
      *> run sent, under the customer it went to: the run, campaign  **
      *> or template and office it is costed to on POSTLEDG.DAT, its **
      *> postage class and cost. When the piece comes back SUB310    **
      *> has SUB168 flag the customer's latest piece returned, so    **
      *> PST101 can charge the return to the list that sent it.      **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 PPKEY.
               10 PPCUSTID  Pic X(10) Value Space.
               10 PPRUNDATE Pic 9(8)  Value Zero.
               10 PPRUNTIME Pic 9(6)  Value Zero.
               10 PPSEQ     Pic 9(6)  Value Zero.
             05 PPPROG     Pic X(8)  Value Space.
             05 PPCAMP     Pic X(15) Value Space.
             05 PPOFFICE   Pic X(3)  Value Space.
             05 PPCLASS    Pic X(1)  Value Space.
               88 PPCLASS-ZIP5       Value "5".
               88 PPCLASS-ZIP3       Value "3".
               88 PPCLASS-RESIDUAL   Value "R".
             05 PPCOST     Pic 9(3)V99 Value Zero.
             05 PPRETURNED Pic X(1)  Value "N".
               88 PPRETURNED-YES     Value "Y".
             05 PPRETDATE  Pic 9(8)  Value Zero.
