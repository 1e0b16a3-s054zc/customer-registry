      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     FUPOWNLK                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB150, the follow-up owner subrutine:    **
      *> the customer and territory, the operator who scheduled the  **
      *> follow-up (RCUSTFUPOP), the operator acting now, the owner  **
      *> (asked for or answered), the operator work moves to on a    **
      *> reassign, and the count of follow-ups counted or moved.     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LFOCUSTID  Pic X(10).
             05 LFOTERR    Pic X(4).
             05 LFOSETOP   Pic X(8).
             05 LFOOPERID  Pic X(8).
             05 LFOOWNER   Pic X(8).
             05 LFOTOOPER  Pic X(8).
             05 LFOCOUNT   Pic 9(6).
