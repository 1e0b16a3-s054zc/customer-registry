      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     EMAILXLK                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB161, the email cross-reference         **
      *> subrutine: the address as typed (SUB161 uppercases it), the **
      *> customer it belongs to - for a lookup, the customer to      **
      *> leave out of the answer (the caller's own record, or        **
      *> spaces) - and, back from a lookup, the first other holder   **
      *> and how many other active customers hold the address.       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LEXEMAIL   Pic X(40).
             05 LEXCUSTID  Pic X(10).
             05 LEXMATCH   Pic X(10).
             05 LEXCOUNT   Pic 9(3).
