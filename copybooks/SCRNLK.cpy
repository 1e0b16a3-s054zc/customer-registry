      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     SCRNLK                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter block for SUB146, the restricted-party screening  **
      *> subrutine. The caller fills the customer ID, name, action   **
      *> (C create / U update / R rescreen), operator, reason code   **
      *> and - for a park - the record image; SUB146 returns the     **
      *> upper-cased name, its two phonetic keys and, on a hit, the  **
      *> list entry that matched and how (E exact / P phonetic).     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Widened LRIMAGE to 600, the journal image size, so   **
      *>        a parked record keeps every field as the customer    **
      *>        record grows.                                        **
      *>***************************************************************
             05 LRCUSTID    Pic X(10).
             05 LRNAME      Pic X(40).
             05 LRACTION    Pic X(1).
             05 LROPERID    Pic X(8).
             05 LRREASON    Pic X(2).
             05 LRNAMEUC    Pic X(40).
             05 LRSDXKEY    Pic X(4).
             05 LRSDXLAST   Pic X(4).
             05 LRENTRYID   Pic X(8).
             05 LRLISTNAME  Pic X(40).
             05 LRPROGRAM   Pic X(10).
             05 LRLISTVER   Pic X(8).
             05 LRMATCH     Pic X(1).
             05 LRIMAGE     Pic X(600).
