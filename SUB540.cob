      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain the PRODUCT.DAT reference file of   **
      *> product codes (see PRODFD) that SUB166 checks a customer    **
      *> holding against - the SUB530 pattern. [A]dd writes a new    **
      *> product, [R]ename changes the description of an existing    **
      *> one (and reactivates it), [D]eactivate flags a product      **
      *> inactive. A deactivated product can no longer be given to a **
      *> customer; holdings already carrying it keep it and still    **
      *> report. The codes are the order system's own, so HLD101's   **
      *> import matches them as they come. Reached from the PGM001   **
      *> MORE OPTIONS menu per the PRODMNT permission.               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB540.

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
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-PRODFILE Pic X(20) Value "data/PRODUCT.DAT".
           01 WS-PRODSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-CODE     Pic X(6)  Value Space.
           01 WS-DESC     Pic X(30) Value Space.

         Screen Section.
           01 SS-PD-MAINT.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "MAINTAIN PRODUCTS.".
             05 Line  6 Col  3 Value "PRODUCT CODE:".
             05 Line  6 Col 17 Pic X(6)  Using WS-CODE.
             05 Line  6 Col 25 Value "(as the order system has it)".
             05 Line  8 Col  3 Value "DESCRIPTION :".
             05 Line  8 Col 17 Pic X(30) Using WS-DESC.
             05 Line 10 Col  3 Value "(description is only used by"
                                     & " [A]dd and [R]ename)".
             05 Line 23 Col  2 Value "Options: [B]ack [A]dd [R]ename"
                                     & " [D]eactivate".
             05 Line 23 Col 46 Pic X Using WS-INPKEY.
             05 Line 23 Col 49 Value "STATUS:".
             05 Line 23 Col 57 Pic X(23) Using WS-STATUS.

       Procedure Division.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-PD-MAINT.
         Accept  SS-PD-MAINT.
         Evaluate WS-INPKEY
           When "A" Perform 120-Add-Product
           When "R" Perform 130-Rename-Product
           When "D" Perform 140-Deactivate-Product
           When "B" Perform 999-End-Of-SubRutine
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       120-Add-Product.
         If WS-CODE Equal Space Or WS-DESC Equal Space Then
           Move "Code and desc required!" To WS-STATUS
         Else
           Open I-O PRODUCT
           If WS-PRODSTAT Equal "35" Then
             Close PRODUCT
             Open Output PRODUCT
           End-If
           Move WS-CODE To PDCODE
           Move WS-DESC To PDDESC
           Move "A"     To PDSTAT
           Write PRODUCT-REC
             Invalid Key Move "Product already exists!" To WS-STATUS
             Not Invalid Key Move "Product added!" To WS-STATUS
           End-Write
           Close PRODUCT
         End-If.

       130-Rename-Product.
         If WS-CODE Equal Space Or WS-DESC Equal Space Then
           Move "Code and desc required!" To WS-STATUS
         Else
           Open I-O PRODUCT
           If WS-PRODSTAT Equal "35" Then
             Move "No products on file!" To WS-STATUS
             Close PRODUCT
           Else
             Move WS-CODE To PDCODE
             Read PRODUCT
               Key Is PDCODE
               Invalid Key Move "Product not on file!" To WS-STATUS
               Not Invalid Key
                 Move WS-DESC To PDDESC
                 Move "A"     To PDSTAT
                 Rewrite PRODUCT-REC
                 End-Rewrite
                 Move "Product renamed!" To WS-STATUS
             End-Read
             Close PRODUCT
           End-If
         End-If.

       140-Deactivate-Product.
         If WS-CODE Equal Space Then
           Move "Product code required!" To WS-STATUS
         Else
           Open I-O PRODUCT
           If WS-PRODSTAT Equal "35" Then
             Move "No products on file!" To WS-STATUS
             Close PRODUCT
           Else
             Move WS-CODE To PDCODE
             Read PRODUCT
               Key Is PDCODE
               Invalid Key Move "Product not on file!" To WS-STATUS
               Not Invalid Key
                 Move "I" To PDSTAT
                 Rewrite PRODUCT-REC
                 End-Rewrite
                 Move "Product deactivated!" To WS-STATUS
             End-Read
             Close PRODUCT
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
