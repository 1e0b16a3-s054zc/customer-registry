      *> locking everybody out of a system with no operators on file. **
      *>                                                             **
      *> Each wrong password bumps the record's consecutive-failure  **
      *> count; at the limit in system parameter PWD-MAX-FAILS       **
      *> (default 5) the record is locked and stays locked until a   **
      *> supervisor clears it through SUB300. A good sign-on resets  **
      *> the count. A password older than the expiry day count       **
      *> (PWD-EXPIRE-DAYS, default 90 - a zero set-date counts as    **
      *> expired) is reported separately so PGM001 can force a       **
      *> change through SUB124 before the menu opens.                **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Sign-on verified; LS-ROLE holds the role level.        **
      *>      LS-ROLE holds the role; the caller must force a        **
      *>      password change before opening the menu.               **
      *>  06: Operator is locked out after too many failures.        **
      *>                                                             **
      *> Every refusal is written to the security event log through  **
      *> SUB171 (unknown ID, wrong password, the lockout itself, and **
      *> attempts against a deactivated or locked record); a good    **
      *> sign-on is logged by PGM001 on OPERLOG.DAT as before.       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *>        lockout the auditors asked for: the file is now      **
      *>        opened I-O so a wrong guess and a good sign-on both  **
      *>        leave their mark on the record.                      **
      *> 261015 Expiry and failure limits come from system           **
      *>        parameters PWD-EXPIRE-DAYS and PWD-MAX-FAILS         **
      *>        (SUB153) instead of PASSWORD.CFG.                    **
      *> 261015 Refused sign-ons, wrong passwords and lockouts are   **
      *>        written to the security event log through SUB171.    **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB095.
             Access Mode  Is Random
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.

       Data Division.
         File Section.
           01 OPER-REC.
             Copy OPERFD.

         Working-Storage Section.
           01 WS-OPERFILE Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT Pic 9(2).
           01 WS-EXPIRE-DAYS Pic 9(3) Value Zero.
           01 WS-MAX-FAILS   Pic 9(3) Value Zero.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-DIRTY    Pic X     Value "N".
             88 IS-DIRTY            Value "Y".
           01 WS-CUR-DATE   Pic 9(8).
           01 WS-ADJ-MONTH  Pic S9(9) Comp-5.
           01 WS-CALC-DAYNUM Pic S9(9) Comp-5.

           01 WS-SEC-PRMSET.
             Copy SECLOGLK.
           01 WS-SEC-RETVAL   Pic X(2).

         Linkage Section.
           01 LS-OPERID   Pic X(8).
           01 LS-PASSWORD Pic X(8).
           Move LS-OPERID To OOPERID
           Read OPER
             Key Is OOPERID
             Invalid Key
               Move "02" To LS-RETVAL
               Move "SIGNON-FAIL"          To LSEEVENT
               Move "FAILURE"              To LSEOUTCOME
               Move "unknown operator ID"  To LSEDETAIL
               Perform 600-Log-Security-Event
           End-Read
           If LS-RETVAL Equal "00" Then
             Perform 300-Check-Record
         Evaluate True
           When OOPERSTAT-INACTIVE
             Move "04" To LS-RETVAL
             Move "SIGNON-DENIED"        To LSEEVENT
             Move "DENIED"               To LSEOUTCOME
             Move "operator deactivated" To LSEDETAIL
             Perform 600-Log-Security-Event
           When OOPERLOCK-YES
             Move "06" To LS-RETVAL
             Move "SIGNON-DENIED"        To LSEEVENT
             Move "DENIED"               To LSEOUTCOME
             Move "operator locked out"  To LSEDETAIL
             Perform 600-Log-Security-Event
           When OOPERPWD Not Equal LS-PASSWORD
             Move "02" To LS-RETVAL
             Add 1 To OOPERFAILCNT
             Move "SIGNON-FAIL" To LSEEVENT
             Move "FAILURE"     To LSEOUTCOME
             Move Space         To LSEDETAIL
             String "wrong password, failure " OOPERFAILCNT
                 Delimited By Size Into LSEDETAIL
             End-String
             Perform 600-Log-Security-Event
             If OOPERFAILCNT Greater Than Or Equal WS-MAX-FAILS Then
               Move "Y" To OOPERLOCK
               Move "06" To LS-RETVAL
               Move "OPER-LOCKOUT" To LSEEVENT
               Move Space          To LSEDETAIL
               String "locked after " OOPERFAILCNT " failures"
                   Delimited By Size Into LSEDETAIL
               End-String
               Perform 600-Log-Security-Event
             End-If
             Move "Y" To WS-DIRTY
           When Other
           End-If
         End-If.

      *>  The expiry day count and the failure limit are system
      *>  parameters PWD-EXPIRE-DAYS and PWD-MAX-FAILS; SUB153 never
      *>  hands back a zero, so a lost value cannot open the door.
       250-Load-Config.
         Move "PWD-EXPIRE-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-EXPIRE-DAYS.
         Move "PWD-MAX-FAILS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-MAX-FAILS.

       500-Compute-Day-Number.
         If WS-CALC-MONTH Less Than Or Equal 2 Then
           + (153 * (WS-ADJ-MONTH - 3) + 2) / 5
           + WS-CALC-DAY.

      *>  The attempted operator ID goes on the row as typed, known
      *>  or not - an unknown ID is exactly what security looks for.
       600-Log-Security-Event.
         Move LS-OPERID To LSEOPERID.
         Move Space     To LSECUSTID.
         Call "SUB171" Using WS-SEC-PRMSET, WS-SEC-RETVAL.

       999-End-Of-SubRutine.
         Exit Program.
