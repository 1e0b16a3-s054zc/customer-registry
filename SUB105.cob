      *>  02: No customer matches the search text.                   **
      *>  04: Customer found but inactive (soft-deleted).             **
      *>  05: Search text is blank.                                  **
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
         Program-Id.   SUB105.
             88 IS-FOUND              Value "Y".
           01 WS-SRCH-LEN   Pic 9(2)  Value 0.
           01 WS-MATCH-CNT  Pic 9(2)  Value 0.
           01 WS-OFS-FUNC   Pic X(1)  Value "Q".
           01 WS-OFS-PRMSET.
             05 WS-OFS-OPERID Pic X(8).
             05 WS-OFS-ROLE   Pic X(1).
             05 WS-OFS-CUSTID Pic X(10).
             05 WS-OFS-OFFICE Pic X(3).
           01 WS-OFS-RETVAL Pic X(2).

         Linkage Section.
           01 LS-PRMSET.
         Else
           Move "N" To WS-EOF
           Move "N" To WS-FOUND
           Call "SUB148" Using WS-OFS-FUNC, WS-OFS-PRMSET,
               WS-OFS-RETVAL
           Open Input CUST
           If WS-CUSTSTAT Equal "35" Then
             Move "01" To LS-RETVAL
           Move Zero To WS-MATCH-CNT
           Inspect RCUSTNAME Tallying WS-MATCH-CNT
             For All LCUSTNAME(1:WS-SRCH-LEN)
           If WS-MATCH-CNT Greater Than Zero
             And (WS-OFS-OFFICE Equal Space
               Or RCUSTOFFICE Equal Space
               Or RCUSTOFFICE Equal WS-OFS-OFFICE) Then
             Move "Y" To WS-FOUND
           End-If
         End-If.
