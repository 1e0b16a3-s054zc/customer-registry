      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     PLOGFD                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for PARMLOG.DAT, the append-only log of every **
      *> change made to a SYSPARM.DAT value (SUB153): the parameter, **
      *> its value before and after (number, unit byte and code as   **
      *> PARMFD holds them), the operator who made the change, when, **
      *> and the reason they gave. Printed for the auditors by       **
      *> PRM101.                                                     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 PLNAME      Pic X(16) Value Space.
             05 PLOLDNUM    Pic 9(6)  Value Zero.
             05 PLOLDUNIT   Pic X(1)  Value Space.
             05 PLOLDCODE   Pic X(1)  Value Space.
             05 PLNEWNUM    Pic 9(6)  Value Zero.
             05 PLNEWUNIT   Pic X(1)  Value Space.
             05 PLNEWCODE   Pic X(1)  Value Space.
             05 PLOPERID    Pic X(8)  Value Space.
             05 PLTIMESTAMP Pic X(14) Value Space.
             05 PLREASON    Pic X(40) Value Space.
