      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     PARMLK                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB153, the system-parameter subrutine:   **
      *> the parameter name and its value (a number, with a unit     **
      *> byte for a day count, or a one-letter code), the operator   **
      *> and reason a change is made under, and the definition and   **
      *> last-change details handed back with every read (see        **
      *> PARMFD).                                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LSPNAME    Pic X(16).
             05 LSPNUM     Pic 9(6).
             05 LSPUNIT    Pic X(1).
             05 LSPCODE    Pic X(1).
             05 LSPOPERID  Pic X(8).
             05 LSPREASON  Pic X(40).
             05 LSPDESC    Pic X(40).
             05 LSPTYPE    Pic X(1).
             05 LSPMIN     Pic 9(6).
             05 LSPMAX     Pic 9(6).
             05 LSPALLOWED Pic X(6).
             05 LSPDEFNUM  Pic 9(6).
             05 LSPDEFUNIT Pic X(1).
             05 LSPDEFCODE Pic X(1).
             05 LSPUPDOP   Pic X(8).
             05 LSPUPDDTTM Pic X(14).
