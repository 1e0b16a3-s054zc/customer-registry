      *> 260902 Added LCUSTEMLBAD/LCUSTEMLBADDT/LCUSTEMLBADOP, the     **
      *>        email-undeliverable flag fields maintained by BNC101   **
      *>        and cleared by SUB102 - never caller-supplied.         **
      *> 261015 Added LCUSTDNT, the do-not-text indicator.           **
      *> 261015 Added LCUSTTITLE/LCUSTFNAME/LCUSTMNAME/LCUSTLNAME/   **
      *>        LCUSTSUFFIX, LCUSTSALUT and LCUSTNMSPLIT, the        **
      *>        structured name parts.                               **
      *> 261015 Added LCUSTSRC, the lead-source code.                **
      *>***************************************************************
             05 LCUSTID    Pic X(10).
             05 LCUSTSTAT  Pic X(1).
             05 LCUSTCOTITLE Pic X(20).
             05 LCUSTCOPRIM  Pic X(1).
             05 LCUSTLANG    Pic X(2).
             05 LCUSTDNT     Pic X(1).
             05 LCUSTTITLE   Pic X(6).
             05 LCUSTFNAME   Pic X(20).
             05 LCUSTMNAME   Pic X(20).
             05 LCUSTLNAME   Pic X(25).
             05 LCUSTSUFFIX  Pic X(6).
             05 LCUSTSALUT   Pic X(1).
             05 LCUSTNMSPLIT Pic X(1).
             05 LCUSTSRC     Pic X(3).
