      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     NAMELK                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB159, the customer-name subrutine: the  **
      *> free-text RCUSTNAME and preferred name, the structured name **
      *> parts with the salutation preference and split flag, and    **
      *> what comes back - the reason a name could not be split, the **
      *> name in letter order and the salutation name that follows  **
      *> "Dear".                                                     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LNMNAME    Pic X(40).
             05 LNMPNAME   Pic X(20).
             05 LNMTITLE   Pic X(6).
             05 LNMFIRST   Pic X(20).
             05 LNMMIDDLE  Pic X(20).
             05 LNMLAST    Pic X(25).
             05 LNMSUFFIX  Pic X(6).
             05 LNMSALPREF Pic X(1).
             05 LNMSPLIT   Pic X(1).
               88 LNMSPLIT-YES       Value "Y".
               88 LNMSPLIT-REVIEW    Value "R".
             05 LNMREASON  Pic X(24).
             05 LNMFULL    Pic X(40).
             05 LNMSALUT   Pic X(40).
