      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to hold the signed-on operator's office scope - **
      *> which offices' customers (RCUSTOFFICE) they may find, view, **
      *> update and export now that two branches share the file.     **
      *> PGM001 sets it at sign-on from the operator's OOPEROFFICE   **
      *> on OPERATOR.DAT; it then lives in this subrutine's          **
      *> Working-Storage for the session (nothing here is ever       **
      *> cancelled), so SUB104 and the browses ask it without a new  **
      *> parameter on every call. Supervisors, operators granted the **
      *> ALLOFFIC permission (SUB138) and operators with no office   **
      *> recorded see every office; a customer with no office        **
      *> recorded is visible to everyone. The batch jobs never set a **
      *> scope and so are never restricted.                          **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  S = set the scope for LOSOPERID/LOSROLE at sign-on.        **
      *>  Q = query: LOSOPERID/LOSOFFICE come back with the signed-  **
      *>      on operator and the office they are held to (blank =   **
      *>      every office).                                         **
      *>  C = check one customer (LOSCUSTID, office LOSOFFICE) being **
      *>      opened by exact ID; a refusal is written to            **
      *>      data/ACCESS.LOG (SUB145) under screen code OFCDENY.    **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Scope set/answered, or the customer is in scope.       **
      *>  01: The customer belongs to another office - refused.      **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB148.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select OPER Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.

       Data Division.
         File Section.
           Fd OPER.
           01 OPER-REC.
             Copy OPERFD.

         Working-Storage Section.
           01 WS-OPERFILE  Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT  Pic 9(2).
           01 WS-SCOPE-OPERID Pic X(8) Value Space.
           01 WS-SCOPE-OFC Pic X(3)  Value Space.
           01 WS-PERM-FUNC Pic X(8)  Value "ALLOFFIC".
           01 WS-PERM-RETVAL Pic X(2) Value Space.
           01 WS-ACC-SCREEN Pic X(8) Value "OFCDENY".
           01 WS-ACC-RETVAL Pic X(2) Value Space.

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             05 LOSOPERID Pic X(8).
             05 LOSROLE   Pic X(1).
             05 LOSCUSTID Pic X(10).
             05 LOSOFFICE Pic X(3).
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Evaluate LS-FUNC
           When "S" Perform 200-Set-Scope
           When "Q" Perform 300-Query-Scope
           When "C" Perform 400-Check-Customer
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

      *>  Every office unless the operator is both recorded against
      *>  an office and not cleared to see the others.
       200-Set-Scope.
         Move LOSOPERID To WS-SCOPE-OPERID.
         Move Space     To WS-SCOPE-OFC.
         Open Input OPER.
         If WS-OPERSTAT Equal "00" Then
           Move LOSOPERID To OOPERID
           Read OPER
             Key Is OOPERID
             Invalid Key Continue
             Not Invalid Key
               Move OOPEROFFICE To WS-SCOPE-OFC
           End-Read
         End-If.
         Close OPER.
         If WS-SCOPE-OFC Not Equal Space Then
           Call "SUB138" Using WS-PERM-FUNC, LOSOPERID, LOSROLE,
               WS-PERM-RETVAL
           If WS-PERM-RETVAL Equal "00" Then
             Move Space To WS-SCOPE-OFC
           End-If
         End-If.
         Move WS-SCOPE-OFC To LOSOFFICE.

       300-Query-Scope.
         Move WS-SCOPE-OPERID To LOSOPERID.
         Move WS-SCOPE-OFC    To LOSOFFICE.

       400-Check-Customer.
         If WS-SCOPE-OFC Not Equal Space
           And LOSOFFICE Not Equal Space
           And LOSOFFICE Not Equal WS-SCOPE-OFC Then
           Move "01" To LS-RETVAL
           Call "SUB145" Using LOSCUSTID, WS-SCOPE-OPERID,
               WS-ACC-SCREEN, WS-ACC-RETVAL
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
