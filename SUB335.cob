      *> 260822 Created.                                             **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Keep the seasonal address on the ADDRXRF.DAT         **
      *>        address cross-reference (SUB160) in step with each   **
      *>        save and delete.                                     **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB335.
           01 WS-ENT-CITY  Pic X(20) Value Space.
           01 WS-ENT-STATE Pic X(2)  Value Space.
           01 WS-ENT-ZIP   Pic X(10) Value Space.
           01 WS-OLD-ZIP   Pic X(10) Value Space.
           01 WS-AXR-FUNC   Pic X(1).
           01 WS-AXR-PRMSET.
             Copy ADDRXLK.
           01 WS-AXR-RETVAL Pic X(2).

         Linkage Section.
           01 LS-CUSTID   Pic X(10).
           Move SA-CITY     To WS-ENT-CITY
           Move SA-STATE    To WS-ENT-STATE
           Move SA-ZIP      To WS-ENT-ZIP
           Move SA-ZIP      To WS-OLD-ZIP
         End-If.

       200-Save-Row.
           When Other
             Move "Y" To WS-ADD-ROW
             Perform 400-Rewrite-File
             Perform 500-Reindex-Seasonal
             Move "Seasonal address saved!" To WS-STATUS
         End-Evaluate.

       300-Delete-Row.
         Move "N" To WS-ADD-ROW.
         Perform 400-Rewrite-File.
         Move Space To WS-ENT-ZIP.
         Perform 500-Reindex-Seasonal.
         Move Zero  To WS-ENT-FROM.
         Move Zero  To WS-ENT-TO.
         Move Space To WS-ENT-ADDR1.
           End-Write
         End-If.

      *>  Moves the customer's seasonal entry on the address cross-
      *>  reference (SUB160): off the ZIP it was saved under when
      *>  that changed or the row was deleted, onto the one just
      *>  saved (a blank ZIP indexes nothing).
       500-Reindex-Seasonal.
         Move "S"       To LAXSOURCE.
         Move LS-CUSTID To LAXCUSTID.
         If WS-OLD-ZIP(1:5) Not Equal WS-ENT-ZIP(1:5) Then
           Move "D"        To WS-AXR-FUNC
           Move WS-OLD-ZIP To LAXZIP
           Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
               WS-AXR-RETVAL
         End-If.
         Move "A"          To WS-AXR-FUNC.
         Move WS-ENT-ZIP   To LAXZIP.
         Move WS-ENT-ADDR1 To LAXSTREET.
         Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
             WS-AXR-RETVAL.
         Move WS-ENT-ZIP To WS-OLD-ZIP.

       999-End-Of-SubRutine.
         Exit Program.
