      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     QACATWS                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> The quality-assurance error categories a supervisor may     **
      *> give a sampled change found in error (QAERRCAT on           **
      *> QAREVIEW.DAT): a 2-byte code and its report description.   **
      *> Shared by the SUB440 review screen and the QAS102 report so **
      *> the two never disagree.                                     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 QA-CAT-VALUES.
               10 Filler Pic X(22) Value "KYKEYING / TYPO".
               10 Filler Pic X(22) Value "WFWRONG FIELD USED".
               10 Filler Pic X(22) Value "MIMISSING INFORMATION".
               10 Filler Pic X(22) Value "WCWRONG CUSTOMER".
               10 Filler Pic X(22) Value "POPOLICY NOT FOLLOWED".
               10 Filler Pic X(22) Value "NRNO REASON / SUPPORT".
               10 Filler Pic X(22) Value "DUDUPLICATE CREATED".
               10 Filler Pic X(22) Value "OTOTHER".
             05 QA-CAT-TBL Redefines QA-CAT-VALUES.
               10 QA-CAT-ENTRY Occurs 8 Times Indexed By QA-CX.
                 15 QA-CAT-CODE Pic X(2).
                 15 QA-CAT-DESC Pic X(20).
