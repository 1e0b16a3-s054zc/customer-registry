      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     DLOGFD                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for DISTLOG.DAT, the append-only report       **
      *> delivery log BST101 writes: one row per distribution-list   **
      *> recipient per burst run, saying which run (the SUB117       **
      *> archive stamp and copy on data/RPTARC.CAT) went to whom,    **
      *> by which route and how many lines their section held.       **
      *>  MAILED  - queued through SUB091 to DGDEST.                 **
      *>  PRINTED - appended to the branch print file DGDEST.        **
      *>  EMPTY   - nothing in the run for this recipient.           **
      *>  NOADDR  - no active rep, operator or email address.        **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 DGRPTNAME   Pic X(8)  Value Space.
             05 DGARCSTAMP  Pic X(14) Value Space.
             05 DGARCPATH   Pic X(40) Value Space.
             05 DGRTYPE     Pic X(1)  Value Space.
             05 DGRID       Pic X(8)  Value Space.
             05 DGDEST      Pic X(40) Value Space.
             05 DGLINES     Pic 9(5)  Value Zero.
             05 DGOUTCOME   Pic X(8)  Value Space.
               88 DGOUT-MAILED        Value "MAILED".
               88 DGOUT-PRINTED       Value "PRINTED".
               88 DGOUT-EMPTY         Value "EMPTY".
               88 DGOUT-NOADDR        Value "NOADDR".
             05 DGDTTM      Pic X(14) Value Space.
