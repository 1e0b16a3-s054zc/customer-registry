      *>  01: Customer file not found.                               **
      *>  02: Customer not found, ID/key LCUSTID.                    **
      *>  04: Customer found but inactive (soft-deleted).             **
      *>  06: Customer belongs to another office than the signed-on  **
      *>      operator's (SUB148) - refused and logged, nothing      **
      *>      handed back.                                           **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Hand the national ID back decoded through SUB136 -   **
      *>        the stored form is scrambled at rest since the NID101  **
      *>        conversion.                                            **
      *> 261015 Refuse (06) a customer outside the signed-on         **
      *>        operator's office scope, logged by SUB148.           **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB104.
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-ENC-FUNC   Pic X(1).
           01 WS-ENC-RETVAL Pic X(2).
           01 WS-OFS-FUNC   Pic X(1)  Value "C".
           01 WS-OFS-PRMSET.
             05 WS-OFS-OPERID Pic X(8).
             05 WS-OFS-ROLE   Pic X(1).
             05 WS-OFS-CUSTID Pic X(10).
             05 WS-OFS-OFFICE Pic X(3).
           01 WS-OFS-RETVAL Pic X(2).

         Linkage Section.
           01 LS-PRMSET.
           Close CUST
         End-If.

         If LS-RETVAL Equal "00" Then
           Move RCUSTID     To WS-OFS-CUSTID
           Move RCUSTOFFICE To WS-OFS-OFFICE
           Call "SUB148" Using WS-OFS-FUNC, WS-OFS-PRMSET,
               WS-OFS-RETVAL
           If WS-OFS-RETVAL Not Equal "00" Then
             Move "06" To LS-RETVAL
           End-If
         End-If.

         If LS-RETVAL Equal "00" Then
           Move CUST-REC To LS-PRMSET
           Perform 800-Decode-Natid
