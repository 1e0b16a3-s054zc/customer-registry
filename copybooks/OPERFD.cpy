      *>        (validated against OFFICE.DAT by SUB132) - new        **
      *>        customers default to their creating operator's        **
      *>        office.                                               **
      *> 261015 Added OOPERSURNAME, the operator's own family name - **
      *>        ACC102 flags views of customers who share it.        **
      *> 261015 Added OOPEREMAIL, the operator's own email address - **
      *>        where WCH101 sends the operator's watch-list digest. **
      *> 261015 CNV104 converts the file in one pass from 64 to      **
      *>        134 bytes (surname and email blank); CNV107 is       **
      *>        withdrawn.                                           **
      *>***************************************************************
             05 OOPERID   Pic X(8)  Value Space.
             05 OOPERPWD  Pic X(8)  Value Space.
             05 OOPERPWDH3   Pic X(8) Value Space.
             05 OOPERPWDH4   Pic X(8) Value Space.
             05 OOPEROFFICE  Pic X(3) Value Space.
             05 OOPERSURNAME Pic X(30) Value Space.
             05 OOPEREMAIL   Pic X(40) Value Space.
