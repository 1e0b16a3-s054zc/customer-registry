      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     BULLFD                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for BULLETIN.DAT, the operator bulletin       **
      *> board: one row per bulletin, keyed by the SUB004 bulletin   **
      *> number. A bulletin is posted by a supervisor on SUB495 with **
      *> up to three lines of text, an audience (everyone, one       **
      *> office, or one role level), the first and last day it is    **
      *> shown and a priority - an important bulletin stays on the  **
      *> sign-on screen (SUB154) until the operator acknowledges it. **
      *> A bulletin is expired early by setting BLSTAT to E; the     **
      *> acknowledgements are kept on BULLACK.DAT (BULACKFD).        **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 BLNO       Pic X(8)  Value Space.
             05 BLPRIO     Pic X(1)  Value "N".
               88 BLPRIO-IMPORTANT  Value "I".
               88 BLPRIO-NORMAL     Value "N".
               88 BLPRIO-VALID      Value "I" "N".
             05 BLAUDTYPE  Pic X(1)  Value "A".
               88 BLAUD-ALL         Value "A".
               88 BLAUD-OFFICE      Value "O".
               88 BLAUD-ROLE        Value "R".
               88 BLAUD-VALID       Value "A" "O" "R".
             05 BLAUDVAL   Pic X(3)  Value Space.
             05 BLSTARTDT  Pic 9(8)  Value Zero.
             05 BLENDDT    Pic 9(8)  Value Zero.
             05 BLSTAT     Pic X(1)  Value "A".
               88 BLSTAT-ACTIVE     Value "A".
               88 BLSTAT-EXPIRED    Value "E".
             05 BLTEXT1    Pic X(60) Value Space.
             05 BLTEXT2    Pic X(60) Value Space.
             05 BLTEXT3    Pic X(60) Value Space.
             05 BLPOSTOP   Pic X(8)  Value Space.
             05 BLPOSTDTTM Pic X(14) Value Space.
             05 BLEXPOP    Pic X(8)  Value Space.
             05 BLEXPDTTM  Pic X(14) Value Space.
