      *> 260902 Created.                                             **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Leave a request for a customer outside the           **
      *>        operator's office scope pending, not rejected.       **
      *> 261015 A held change to the do-not-text flag (RCUSTDNT)     **
      *>        can be approved like the other do-not-contact flags. **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB370.
           Perform 110-Read-Next
         End-If.

      *>  Another office's customer is left pending for that office
      *>  to decide rather than rejected out of hand.
       130-Show-Request.
         Move PA-CUSTID To CUSTID Of WS-CUST-DAT.
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
             Move CUSTDNC Of WS-CUST-DAT To WS-NOWVAL
           When "RCUSTDNE"
             Move CUSTDNE Of WS-CUST-DAT To WS-NOWVAL
           When "RCUSTDNT"
             Move CUSTDNT Of WS-CUST-DAT To WS-NOWVAL
           When Other
             Move "N" To WS-FLD-KNOWN
         End-Evaluate.
               Move PA-NEWVAL(1:1) To CUSTDNC Of WS-CUST-DAT
             When "RCUSTDNE"
               Move PA-NEWVAL(1:1) To CUSTDNE Of WS-CUST-DAT
             When "RCUSTDNT"
               Move PA-NEWVAL(1:1) To CUSTDNT Of WS-CUST-DAT
           End-Evaluate
           Move PA-REASON To WS-UPD-REASON
           Call "SUB102" Using WS-CUST-DAT, LS-OPERID,
