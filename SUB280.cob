      *>        primary.                                               **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Added an [A]greements option on the edit screen      **
      *>        opening the company's contracts (SUB535) once the    **
      *>        company is saved.                                    **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB280.
             05 Line 17 Col 24 Value "(blank = no parent company)".
             05 Line 23 Col  2 Value "Options: [B]ack [R]eset [S]ave"
                                     & " [C]on".
             05 Line 22 Col 11 Value "[A]greements (contracts)".
             05 Line 23 Col 40 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.
           When "S" Perform 130-Save-Company
           When "R" Perform 135-Reset-Screen
           When "C" Perform 140-List-Contacts
           When "A" Perform 150-Contracts
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         Move Space To COMPPARENT.
         Move "Fields cleared successfully!" To WS-STATUS.

      *>  Contracts hang off the company ID, so the company has to
      *>  be on file before any can be keyed.
       150-Contracts.
         If COMP-IS-FOUND Then
           Call "SUB535" Using COMPID, COMPNAME, LS-OPERID
           Move Space To WS-STATUS
         Else
           Move "Save the company first!" To WS-STATUS
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
