      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CNTRLK                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB165, the company contract subrutine:   **
      *> field-for-field the CONTRACT.DAT row (see CNTRFD) plus the  **
      *> operator making a change, stamped on the row and on the     **
      *> COMPANY.AUDIT trail.                                        **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LKRCOMPID  Pic X(6).
             05 LKRSEQ     Pic 9(3).
             05 LKRCUSTID  Pic X(10).
             05 LKRTYPE    Pic X(2).
             05 LKRDESC    Pic X(30).
             05 LKRVALUE   Pic 9(9)V99.
             05 LKRSTART   Pic 9(8).
             05 LKREND     Pic 9(8).
             05 LKRNOTICE  Pic 9(3).
             05 LKRRENEW   Pic X(1).
             05 LKRRENTERM Pic 9(3).
             05 LKRSTATUS  Pic X(1).
             05 LKROPERID  Pic X(8).
