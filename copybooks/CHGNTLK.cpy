      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CHGNTLK                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Linkage layout for the change-notice parameter block passed **
      *> to SUB460 by SUB102 (and SUB400 for the phone child file):  **
      *> which kinds of contact detail just changed, the record's    **
      *> contact state after the change, and the email and mailing   **
      *> address it held before. The new values themselves never    **
      *> reach a notice - only the fact of the change does.          **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Added LNDNT, the do-not-text flag, for the text copy **
      *>        of the notice.                                       **
      *>***************************************************************
             05 LNCUSTID    Pic X(10).
             05 LNADRCHG    Pic X(1).
             05 LNEMLCHG    Pic X(1).
             05 LNPHNCHG    Pic X(1).
             05 LNOPERID    Pic X(8).
             05 LNNEWEMAIL  Pic X(40).
             05 LNNEWADDR1  Pic X(30).
             05 LNDNM       Pic X(1).
             05 LNDNE       Pic X(1).
             05 LNUNDELIV   Pic X(1).
             05 LNEMLBAD    Pic X(1).
             05 LNLIFECYC   Pic X(1).
             05 LNOLDEMAIL  Pic X(40).
             05 LNOLDADDR1  Pic X(30).
             05 LNOLDADDR2  Pic X(30).
             05 LNOLDCITY   Pic X(20).
             05 LNOLDSTATE  Pic X(2).
             05 LNOLDZIP    Pic X(10).
             05 LNDNT       Pic X(1).
