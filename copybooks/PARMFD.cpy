      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     PARMFD                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for SYSPARM.DAT, the system-parameter file    **
      *> every threshold and switch the registry runs on is read     **
      *> from (SUB153). Keyed by parameter name. The definition half **
      *> - description, type, allowed range or codes and default -   **
      *> comes from SUB153's own catalogue and is kept in step with  **
      *> it; the value half is what a supervisor set on SUB490, with **
      *> who set it and when. Type N is a number, D a day count with **
      *> its unit (B business days on the shop calendar, blank       **
      *> calendar days), C a one-letter code out of SPALLOWED.       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 SPKEY.
               10 SPNAME   Pic X(16) Value Space.
             05 SPDESC     Pic X(40) Value Space.
             05 SPTYPE     Pic X(1)  Value "N".
               88 SPTYPE-NUMBER      Value "N".
               88 SPTYPE-DAYS        Value "D".
               88 SPTYPE-CODE        Value "C".
             05 SPMIN      Pic 9(6)  Value Zero.
             05 SPMAX      Pic 9(6)  Value Zero.
             05 SPALLOWED  Pic X(6)  Value Space.
             05 SPDEFNUM   Pic 9(6)  Value Zero.
             05 SPDEFUNIT  Pic X(1)  Value Space.
             05 SPDEFCODE  Pic X(1)  Value Space.
             05 SPNUM      Pic 9(6)  Value Zero.
             05 SPUNIT     Pic X(1)  Value Space.
             05 SPCODE     Pic X(1)  Value Space.
             05 SPUPDOP    Pic X(8)  Value Space.
             05 SPUPDDTTM  Pic X(14) Value Space.
