      *>  02: No customer matches the phone number.                   **
      *>  04: Customer found but inactive (soft-deleted).             **
      *>  05: Search phone number is blank.                           **
      *> Customers outside the signed-on operator's office scope     **
      *> (SUB148) are passed over as if they did not match.          **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Hand the national ID back decoded through SUB136 -   **
      *>        the stored form is scrambled at rest since the NID101  **
      *>        conversion.                                            **
      *> 261015 Pass over customers outside the signed-on            **
      *>        operator's office scope (SUB148).                    **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB106.
             05 WS-XRF-PHONE  Pic X(20).
             05 WS-XRF-CUSTID Pic X(10).
           01 WS-XRF-RETVAL Pic X(2).
           01 WS-OFS-FUNC   Pic X(1)  Value "Q".
           01 WS-OFS-PRMSET.
             05 WS-OFS-OPERID Pic X(8).
             05 WS-OFS-ROLE   Pic X(1).
             05 WS-OFS-CUSTID Pic X(10).
             05 WS-OFS-OFFICE Pic X(3).
           01 WS-OFS-RETVAL Pic X(2).

         Linkage Section.
           01 LS-PRMSET.
         If WS-SRCH-PHONE Equal Space Then
           Move "05" To LS-RETVAL
         Else
           Call "SUB148" Using WS-OFS-FUNC, WS-OFS-PRMSET,
               WS-OFS-RETVAL
           Move "L" To WS-XRF-FUNC
           Move WS-SRCH-PHONE To WS-XRF-PHONE
           Call "SUB120" Using WS-XRF-FUNC, WS-XRF-PRMSET,
             Invalid Key Move "02" To LS-RETVAL
           End-Read
           Close CUST
           If LS-RETVAL Equal "00"
             And WS-OFS-OFFICE Not Equal Space
             And RCUSTOFFICE Not Equal Space
             And RCUSTOFFICE Not Equal WS-OFS-OFFICE Then
             Move "02" To LS-RETVAL
           End-If
           If LS-RETVAL Equal "00" Then
             Move CUST-REC To LS-PRMSET
             Perform 800-Decode-Natid
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If (RCUSTPHN1 Equal WS-SRCH-PHONE
             Or RCUSTPHN2 Equal WS-SRCH-PHONE)
             And (WS-OFS-OFFICE Equal Space
               Or RCUSTOFFICE Equal Space
               Or RCUSTOFFICE Equal WS-OFS-OFFICE) Then
             Move "Y" To WS-FOUND
           End-If
         End-If.
