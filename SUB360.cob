      *> 260902 Created.                                             **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Leave a request for a customer outside the           **
      *>        operator's office scope pending, not rejected.       **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB360.
           Perform 110-Read-Next
         End-If.

      *>  Another office's customer is left pending for that office
      *>  to decide rather than rejected out of hand.
       130-Show-Request.
         Move PC-CUSTID To CUSTID Of WS-CUST-DAT.
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL.
         If WS-RETVAL Equal "06" Then
           Subtract 1 From WS-PEND-CNT
         Else
         If WS-RETVAL Not Equal "00" Then
           Perform 160-Stamp-Decision-R
         Else
           Move "N" To WS-SHOWN
           Perform 140-Request-Loop
             Until IS-SHOWN Or WS-INPKEY Equal "B"
         End-If
         End-If.

       140-Request-Loop.
