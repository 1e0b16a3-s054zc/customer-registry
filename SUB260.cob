      *>        offices) now that two branches share the file.          **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Accept D to list customers recorded as deceased      **
      *>        (SUB455).                                            **
      *> 261015 List only customers in the signed-on operator's      **
      *>        office scope (SUB148) or with no office recorded.    **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB260.
           01 WS-STATUS    Pic X(30) Value Space.
           01 WS-LC-CODE   Pic X(1)  Value Space.
           01 WS-OFC-CODE  Pic X(3)  Value Space.
           01 WS-OFS-FUNC  Pic X(1)  Value "Q".
           01 WS-OFS-PRMSET.
             05 WS-OFS-OPERID Pic X(8).
             05 WS-OFS-ROLE   Pic X(1).
             05 WS-OFS-CUSTID Pic X(10).
             05 WS-OFS-OFFICE Pic X(3).
           01 WS-OFS-RETVAL Pic X(2) Value Space.

           01 WS-EOF          Pic X     Value "N".
             88 IS-EOF                  Value "Y".
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "CUSTOMER LIFECYCLE LIST.".
             05 Line  6 Col  3 Value "LIFECYCLE (P/A/I/D):".
             05 Line  6 Col 24 Pic X Using WS-LC-CODE.
             05 Line  8 Col  3 Value "OFFICE (blank=all):".
             05 Line  8 Col 23 Pic X(3) Using WS-OFC-CODE.
             05 Line 23 Col  2 Value "Options: [B]ack [L]ist".
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Call "SUB148" Using WS-OFS-FUNC, WS-OFS-PRMSET,
             WS-OFS-RETVAL.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
      *>  RCUSTLIFECYC matches the code entered on SS-LIFECYC-1.
       120-Browse-Lifecycle.
         If WS-LC-CODE Not Equal "P" And Not Equal "A"
                       And Not Equal "I" And Not Equal "D" Then
           Move "Enter P, A, I or D." To WS-STATUS
         Else
           Move 1 To WS-BROWSE-PAGE
           Move Space To WS-PAGE-START(1)
       147-Read-Into-Row.
         If RCUSTSTAT-ACTIVE And RCUSTLIFECYC Equal WS-LC-CODE
           And (WS-OFC-CODE Equal Space
                Or RCUSTOFFICE Equal WS-OFC-CODE)
           And (WS-OFS-OFFICE Equal Space
                Or RCUSTOFFICE Equal Space
                Or RCUSTOFFICE Equal WS-OFS-OFFICE) Then
           Add 1 To WS-BX
           Move RCUSTID       To WS-B-ID(WS-BX)
           Move RCUSTNAME     To WS-B-NAME(WS-BX)
