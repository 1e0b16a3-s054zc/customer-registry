      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Rebuilds the EMAILXRF.DAT email cross-reference from        **
      *> scratch off CUSTOMER.DAT: one entry per active customer     **
      *> with an email address on file. Soft-deleted customers stay  **
      *> out, the same rule as the phone cross-reference. Run once   **
      *> to create the cross-reference in the first place, and       **
      *> again whenever it has drifted from the customer file (a     **
      *> restore, an RCV101 roll-forward, a hand-edit, an abended    **
      *> job). Builds to a .NEW staging file and renames it into     **
      *> place, the same as XRF101, so a lookup never reads a half-  **
      *> built index. Run outside the PGM001 menu.                   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   XRF103.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select EMAILXRF Assign WS-EXRFILE-NEW
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is EXKEY
             File Status WS-EXRSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd EMAILXRF.
           01 EMAILXRF-REC.
             Copy EMAILXFD.

         Working-Storage Section.
           01 WS-CUSTFILE    Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT    Pic 9(2).
           01 WS-EXRFILE     Pic X(20) Value "data/EMAILXRF.DAT".
           01 WS-EXRFILE-NEW Pic X(24) Value "data/EMAILXRF.DAT.NEW".
           01 WS-EXRSTAT     Pic 9(2).
           01 WS-EOF         Pic X     Value "N".
             88 IS-EOF                 Value "Y".
           01 WS-ENTRY-CNT   Pic 9(6)  Value Zero.
           01 WS-RENAME-RC   Pic S9(9) Comp-5 Value Zero.

       Procedure Division.
       100-Main.
         Open Input CUST.
         If WS-CUSTSTAT Equal "35" Then
           Display "XRF103: CUSTOMER.DAT not found."
         Else
           Open Output EMAILXRF
           Perform 310-Read-Next
           Perform 300-Index-Next
             Until IS-EOF
           Close CUST
           Close EMAILXRF
           Call "CBL_RENAME_FILE"
             Using WS-EXRFILE-NEW, WS-EXRFILE
             Returning WS-RENAME-RC
           If WS-RENAME-RC Not Equal Zero Then
             Display "XRF103: could not activate the rebuilt "
                     "cross-reference."
           Else
             Display "XRF103: " WS-ENTRY-CNT " email entry(ies) "
                     "indexed."
           End-If
         End-If.
         Perform 999-End-Of-Program.

      *>  The address is indexed uppercased, as SUB161 keys it.
       300-Index-Next.
         If RCUSTSTAT-ACTIVE And RCUSTEMAIL Not Equal Space Then
           Move RCUSTEMAIL To EXEMAIL
           Inspect EXEMAIL Converting
             "abcdefghijklmnopqrstuvwxyz" To
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           Move RCUSTID    To EXCUSTID
           Write EMAILXRF-REC
             Invalid Key Continue
             Not Invalid Key Add 1 To WS-ENTRY-CNT
           End-Write
         End-If.
         Perform 310-Read-Next.

       310-Read-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       999-End-Of-Program.
         Stop Run.
