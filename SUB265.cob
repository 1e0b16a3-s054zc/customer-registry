      *>        offices) now that two branches share the file.        **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 List only customers in the signed-on operator's      **
      *>        office scope (SUB148) or with no office recorded.    **
      *> 261015 Widened the SUB129 parameter set for the rep's       **
      *>        sign-on ID.                                          **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB265.
           01 WS-STATUS    Pic X(30) Value Space.
           01 WS-TERR-CODE Pic X(4)  Value Space.
           01 WS-OFC-CODE  Pic X(3)  Value Space.
           01 WS-OFS-FUNC  Pic X(1)  Value "Q".
           01 WS-OFS-PRMSET.
             05 WS-OFS-OPERID Pic X(8).
             05 WS-OFS-ROLE   Pic X(1).
             05 WS-OFS-CUSTID Pic X(10).
             05 WS-OFS-OFFICE Pic X(3).
           01 WS-OFS-RETVAL Pic X(2) Value Space.
           01 WS-REP-PRMSET.
             05 WS-REP-TERR  Pic X(4).
             05 WS-REP-NAME  Pic X(30).
             05 WS-REP-EMAIL Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2)  Value Space.

           01 WS-EOF          Pic X     Value "N".
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Call "SUB148" Using WS-OFS-FUNC, WS-OFS-PRMSET,
             WS-OFS-RETVAL.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
       147-Read-Into-Row.
         If RCUSTSTAT-ACTIVE And RCUSTTERR Equal WS-TERR-CODE
           And (WS-OFC-CODE Equal Space
                Or RCUSTOFFICE Equal WS-OFC-CODE)
           And (WS-OFS-OFFICE Equal Space
                Or RCUSTOFFICE Equal Space
                Or RCUSTOFFICE Equal WS-OFS-OFFICE) Then
           Add 1 To WS-BX
           Move RCUSTID       To WS-B-ID(WS-BX)
           Move RCUSTNAME     To WS-B-NAME(WS-BX)
