      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to validate a product code against the          **
      *> PRODUCT.DAT reference file (see PRODFD) - the SUB127        **
      *> pattern for the holdings file. A blank code is refused, as  **
      *> SUB127 refuses one: a holding with no product means         **
      *> nothing. A non-blank code must exist on file and be active. **
      *> Called by the SUB545 holdings screen and the HLD101 order   **
      *> system import. Unlike the interest codes there is no        **
      *> starter set - the codes are the order system's, added       **
      *> through the SUB540 maintenance screen - so while            **
      *> PRODUCT.DAT does not exist every code is refused.           **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Code is on file and active; LPRODDESC comes back.      **
      *>  02: Code blank, not on file, or deactivated.               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB166.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select PRODUCT Assign WS-PRODFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is PDCODE
             File Status WS-PRODSTAT.

       Data Division.
         File Section.
           Fd PRODUCT.
           01 PRODUCT-REC.
             Copy PRODFD.

         Working-Storage Section.
           01 WS-PRODFILE Pic X(20) Value "data/PRODUCT.DAT".
           01 WS-PRODSTAT Pic 9(2).

         Linkage Section.
           01 LS-PRMSET.
             05 LPRODCODE Pic X(6).
             05 LPRODDESC Pic X(30).
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "02" To LS-RETVAL.
         If LPRODCODE Not Equal Space Then
           Open Input PRODUCT
           If WS-PRODSTAT Equal "00" Then
             Move LPRODCODE To PDCODE
             Read PRODUCT
               Key Is PDCODE
               Invalid Key Continue
               Not Invalid Key
                 If PDSTAT-ACTIVE Then
                   Move "00"   To LS-RETVAL
                   Move PDDESC To LPRODDESC
                 End-If
             End-Read
           End-If
           Close PRODUCT
         End-If.
         Perform 999-End-Of-SubRutine.

       999-End-Of-SubRutine.
         Exit Program.
