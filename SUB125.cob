      *>  S = is the named field on the sensitive list? The list     **
      *>      comes from data/SENSFLDS.CFG, one field name per       **
      *>      line; a missing file means the compliance-minimum      **
      *>      defaults (RCUSTNATID and the four do-not-contact       **
      *>      flags).                                                **
      *>  Q = queue one captured change: status P, customer ID,      **
      *>      field name, old and new values, requesting operator,   **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 RCUSTDNT (do-not-text) joins the built-in sensitive  **
      *>        fields with the other do-not-contact flags.          **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB125.
           If LPA-FIELD Equal "RCUSTNATID"
             Or LPA-FIELD Equal "RCUSTDNM"
             Or LPA-FIELD Equal "RCUSTDNC"
             Or LPA-FIELD Equal "RCUSTDNE"
             Or LPA-FIELD Equal "RCUSTDNT" Then
             Move "Y" To WS-FOUND
           End-If
         Else
