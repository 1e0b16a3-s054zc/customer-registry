      *>        relationship links on CUSTREL.DAT (see SUB385) - the   **
      *>        remove still goes through, but the operator sees what  **
      *>        it orphans first.                                      **
      *> 261015 Say so when SUB104 refuses a customer outside        **
      *>        the operator's office scope.                         **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB220.
         Else
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL
         If WS-RETVAL Not Equal "00" Then
           If WS-RETVAL Equal "06" Then
             Move "Customer in another office!" To WS-STATUS
           Else
             Move "Customer not found!" To WS-STATUS
           End-If
         Else
           Move Space To WS-INPKEY
           Move Space To WS-STATUS
