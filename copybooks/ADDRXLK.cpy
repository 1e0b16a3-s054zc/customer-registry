      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     ADDRXLK                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB160, the address cross-reference       **
      *> subrutine: the ZIP as keyed on the address (only the first  **
      *> five characters are indexed), the address source (C, S or   **
      *> P - see ADDRXFD), the customer and address line 1.          **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LAXZIP     Pic X(10).
             05 LAXSOURCE  Pic X(1).
             05 LAXCUSTID  Pic X(10).
             05 LAXSTREET  Pic X(30).
