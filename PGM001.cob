      *>        the menu opens) and a locked-out operator (too many     **
      *>        wrong guesses; a supervisor clears the lock through     **
      *>        SUB300).                                                **
      *> 261015 Added a supervisor-only SCREENING HITS menu option   **
      *>        (SUB415) to clear or reject names held on the          **
      *>        restricted-party list, per the RPCLEAR permission.     **
      *> 261015 Added a supervisor-only KYC RISK REVIEW menu option  **
      *>        (SUB420) to record customer risk ratings and reviews,  **
      *>        per the KYCREVW permission.                            **
      *> 261015 Added ERASURE REQUESTS (SUB425) and the supervisor-  **
      *>        only ERASURE APPROVALS (SUB430) menu options for the   **
      *>        right-to-erasure workflow ERA101 carries out.          **
      *> 261015 Added a supervisor-only ACCESS RECERTIFY menu        **
      *>        option (SUB435) to attest to each operator's access  **
      *>        in the quarterly cycle RCT101 opens, per the RECERT  **
      *>        permission.                                          **
      *> 261015 Added a supervisor-only QA REVIEW menu option        **
      *>        (SUB440) to check the weekly QAS101 sample of        **
      *>        operator changes, per the QAREVIEW permission.       **
      *> 261015 Added a supervisor-only ALERT CODES menu option      **
      *>        (SUB445) to maintain the customer alert codes, per   **
      *>        the ALRTCODE permission.                             **
      *> 261015 Set the operator's office scope (SUB148) at          **
      *>        sign-on, so clerks see their own office's customers. **
      *> 261015 Added a MORE OPTIONS menu (SUB465), starting with    **
      *>        the supervisor BACKLOG COUNTS screen (SUB470).       **
      *> 261015 The idle timeout comes from system parameter         **
      *>        SESSION-TIMEOUT (SUB153) instead of TIMEOUT.CFG.     **
      *> 261015 Show the operator's unread bulletins (SUB154)        **
      *>        straight after a good sign-on.                       **
      *> 261015 Pass the operator ID to SUB300 and SUB315 so         **
      *>        operator and permission changes are attributed on    **
      *>        the security event log.                              **
      *>***************************************************************
       Identification Division.
         Program-Id.   PRG001.

       Data Division.
         Working-Storage Section.
           01 WS-INPKEY Pic X     Value Space.
           01 WS-STATUS Pic X(30) Value Space.
           01 WS-OPERID Pic X(8)  Value Space.
           01 WS-LOG-EVENT  Pic X(1) Value Space.
           01 WS-LOG-RETVAL Pic X(2) Value Space.
           01 WS-TIMEOUT-MIN Pic 9(3) Value Zero.
           01 WS-PRM-FUNC   Pic X(1) Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL Pic X(2) Value Space.
           01 WS-CUR-DATE   Pic 9(8).
           01 WS-CUR-TIME   Pic 9(8).
           01 WS-CUR-TIME-X Redefines WS-CUR-TIME.
           01 WS-PERM-RETVAL Pic X(2) Value Space.
           01 WS-PERM-OK     Pic X    Value "N".
             88 IS-PERM-OK            Value "Y".
           01 WS-OFS-FUNC    Pic X(1) Value "S".
           01 WS-OFS-PRMSET.
             05 WS-OFS-OPERID Pic X(8).
             05 WS-OFS-ROLE   Pic X(1).
             05 WS-OFS-CUSTID Pic X(10).
             05 WS-OFS-OFFICE Pic X(3).
           01 WS-OFS-RETVAL  Pic X(2) Value Space.
           01 WS-SESS-FUNC   Pic X(1) Value Space.
           01 WS-SESS-RETVAL Pic X(2) Value Space.
           01 WS-QSC-FUNC   Pic X(1)  Value Space.
             05 Line  7 Col 50 Value "P. ... PERMISSIONS".
             05 Line  5 Col 50 Value "N. ... MAINTAIN REASONS".
             05 Line  6 Col 50 Value "G. ... LEGAL HOLDS".
             05 Line  4 Col 50 Value "K. ... SCREENING HITS".
             05 Line  9 Col 22 Value "Y. ... KYC RISK REVIEW".
             05 Line 11 Col 22 Value "E. ... ERASURE REQUESTS".
             05 Line 13 Col 22 Value "Z. ... ERASURE APPROVALS".
             05 Line 15 Col 22 Value "J. ... ACCESS RECERTIFY".
             05 Line 17 Col 22 Value "D. ... QA REVIEW".
             05 Line  7 Col 22 Value "B. ... ALERT CODES".
             05 Line  4 Col 22 Value "C. ... MORE OPTIONS".
             05 Line 22 Col 22 Value "SELECT OPTION:".
             05 Line 22 Col 37 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
         Perform 999-End-Of-Program.

       040-Load-Timeout-Config.
         Move "SESSION-TIMEOUT" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-TIMEOUT-MIN.

      *>  Captures the operator ID once at startup; it is held here for
      *>  the whole session and passed to every subrutine that changes
             Call "SUB099" Using WS-OPERID, WS-LOG-EVENT,
                 WS-LOG-RETVAL
             Perform 108-Note-Activity
             Move WS-OPERID   To WS-OFS-OPERID
             Move WS-OPERROLE To WS-OFS-ROLE
             Call "SUB148" Using WS-OFS-FUNC, WS-OFS-PRMSET,
                 WS-OFS-RETVAL
             Call "SUB154" Using WS-OPERID, WS-OPERROLE
           End-If
         End-If.

           When "P" Perform 129-Maintain-Permissions
           When "N" Perform 130-Maintain-Reasons
           When "G" Perform 131-Legal-Holds
           When "K" Perform 132-Screening-Hits
           When "Y" Perform 133-Kyc-Review
           When "E" Perform 134-Erasure-Requests
           When "Z" Perform 135-Erasure-Approvals
           When "J" Perform 136-Access-Recert
           When "D" Perform 137-Qa-Review
           When "B" Perform 138-Alert-Codes
           When "C" Perform 139-More-Options
           When "Q" Perform 120-Sign-Off
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         Move "PERMS" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB315" Using WS-OPERID
         End-If.

       128-Live-Sessions.
         Move "OPERS" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB300" Using WS-OPERID
         End-If.

      *>  REMOVE CUSTOMER defaults to supervisors in the SUB138
           End-If
         End-If.

      *>  Clearing a screening hit releases the held create or
      *>  update through SUB101/SUB102, so the option is gated like
      *>  the approval queue.
       132-Screening-Hits.
         Perform 110-Check-Quiesce.
         If Not IS-QUIESCED Then
           Move "RPCLEAR" To WS-PERM-FUNC
           Perform 107-Check-Permission
           If IS-PERM-OK Then
             Call "SUB415" Using WS-OPERID
           End-If
         End-If.

       133-Kyc-Review.
         Perform 110-Check-Quiesce.
         If Not IS-QUIESCED Then
           Move "KYCREVW" To WS-PERM-FUNC
           Perform 107-Check-Permission
           If IS-PERM-OK Then
             Call "SUB420" Using WS-OPERID
           End-If
         End-If.

       134-Erasure-Requests.
         Perform 110-Check-Quiesce.
         If Not IS-QUIESCED Then
           Move "ERASEREQ" To WS-PERM-FUNC
           Perform 107-Check-Permission
           If IS-PERM-OK Then
             Call "SUB425" Using WS-OPERID
           End-If
         End-If.

      *>  An approval releases the customer to ERA101's next run, so
      *>  the queue is a supervisor's, gated like the others.
       135-Erasure-Approvals.
         Perform 110-Check-Quiesce.
         If Not IS-QUIESCED Then
           Move "ERASEAPR" To WS-PERM-FUNC
           Perform 107-Check-Permission
           If IS-PERM-OK Then
             Call "SUB430" Using WS-OPERID
           End-If
         End-If.

       136-Access-Recert.
         Move "RECERT" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB435" Using WS-OPERID
         End-If.

       137-Qa-Review.
         Move "QAREVIEW" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB440" Using WS-OPERID
         End-If.

       138-Alert-Codes.
         Move "ALRTCODE" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB445"
         End-If.

      *>  The main menu has no free keys left; newer options live on
      *>  SUB465, which checks each one's permission itself.
       139-More-Options.
         Call "SUB465" Using WS-OPERID, WS-OPERROLE.

       121-External-Ids.
         Move "EXTIDS" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
