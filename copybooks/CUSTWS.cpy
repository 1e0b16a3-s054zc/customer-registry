      *>        email-undeliverable flag fields maintained by BNC101   **
      *>        and SUB102 - carried through unedited on the entry     **
      *>        screens.                                               **
      *> 261015 Added lifecycle stage D (deceased), set by the       **
      *>        SUB455 record-death action.                          **
      *> 261015 Added CUSTDNT, the do-not-text indicator.            **
      *> 261015 Added CUSTTITLE/CUSTFNAME/CUSTMNAME/CUSTLNAME/       **
      *>        CUSTSUFFIX, CUSTSALUT and CUSTNMSPLIT, the           **
      *>        structured name parts, edited on the SUB210 notes    **
      *>        screen.                                              **
      *> 261015 Added CUSTSRC, the lead-source code, keyed on the    **
      *>        SUB200 create screen.                                **
      *>***************************************************************
             05 CUSTID    Pic X(10)  Value Space.
             05 CUSTSTAT  Pic X(1)  Value "A".
               88 CUSTLIFECYC-PROSPECT Value "P".
               88 CUSTLIFECYC-ACTIVE   Value "A".
               88 CUSTLIFECYC-INACTIVE Value "I".
               88 CUSTLIFECYC-DECEASED Value "D".
             05 CUSTLIFEDT Pic 9(8) Value Zero.
             05 CUSTPREF  Pic X(1)  Value "1".
               88 CUSTPREF-PHONE1  Value "1".
               88 CUSTCOPRIM-YES Value "Y".
               88 CUSTCOPRIM-NO  Value "N".
             05 CUSTLANG    Pic X(2)  Value Space.
             05 CUSTDNT     Pic X(1)  Value "N".
               88 CUSTDNT-YES Value "Y".
               88 CUSTDNT-NO  Value "N".
             05 CUSTTITLE   Pic X(6)  Value Space.
             05 CUSTFNAME   Pic X(20) Value Space.
             05 CUSTMNAME   Pic X(20) Value Space.
             05 CUSTLNAME   Pic X(25) Value Space.
             05 CUSTSUFFIX  Pic X(6)  Value Space.
             05 CUSTSALUT   Pic X(1)  Value Space.
               88 CUSTSALUT-TITLE   Value "T".
               88 CUSTSALUT-FIRST   Value "F".
               88 CUSTSALUT-NEUTRAL Value "N".
             05 CUSTNMSPLIT Pic X(1)  Value "N".
               88 CUSTNMSPLIT-YES    Value "Y".
               88 CUSTNMSPLIT-REVIEW Value "R".
               88 CUSTNMSPLIT-NO     Value "N".
             05 CUSTSRC     Pic X(3)  Value Space.
