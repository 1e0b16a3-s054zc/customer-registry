      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CALLK                                         **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB151, the shop calendar subrutine: the  **
      *> office whose calendar applies (blank = the shop-wide one),  **
      *> the unit an age is counted in (B business days, anything    **
      *> else calendar days - the unit byte a threshold line in a    **
      *> .CFG file carries after its day count), the dates asked     **
      *> about, and the day count or date answered.                  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LCLOFFICE  Pic X(3).
             05 LCLUNIT    Pic X(1).
               88 LCLUNIT-BUSINESS   Value "B".
             05 LCLFROMDT  Pic 9(8).
             05 LCLTODT    Pic 9(8).
             05 LCLDAYS    Pic S9(7).
             05 LCLRESDT   Pic 9(8).
