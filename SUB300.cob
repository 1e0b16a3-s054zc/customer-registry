      *> from the PGM001 menu, which only offers the option to       **
      *> supervisors (via SUB093). Role levels: V (view only), C     **
      *> (clerk), S (supervisor).                                    **
      *>                                                             **
      *> Every add, password/role/status change and lockout release  **
      *> is written to the security event log through SUB171 under   **
      *> the supervisor's LS-OPERID, the target operator in detail.  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *>        creating operator's office.                           **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Added a SURNAME entry field (OOPERSURNAME) - ACC102  **
      *>        flags views of customers who share the operator's    **
      *>        family name.                                         **
      *> 261015 Refuse to deactivate an operator who still owns      **
      *>        open follow-ups (SUB150) until they are reassigned.  **
      *> 261015 Added an EMAIL entry field (OOPEREMAIL) - where the  **
      *>        operator's WCH101 watch-list digest is sent.         **
      *> 261015 Takes the signed-on operator ID (LS-OPERID) and      **
      *>        writes each operator add, change and lockout release **
      *>        to the security event log through SUB171.            **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB300.
           01 WS-ENT-ROLE Pic X(1)  Value Space.
           01 WS-ENT-STAT Pic X(1)  Value Space.
           01 WS-ENT-OFC  Pic X(3)  Value Space.
           01 WS-ENT-SURN Pic X(30) Value Space.
           01 WS-ENT-EMAIL Pic X(40) Value Space.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-OFC-PRMSET.
             05 WS-OFC-CODE Pic X(3).
             05 WS-OFC-DESC Pic X(20).
           01 WS-OFC-RETVAL Pic X(2) Value Space.
           01 WS-FUO-FUNC   Pic X(1).
           01 WS-FUO-PRMSET.
             Copy FUPOWNLK.
           01 WS-FUO-RETVAL Pic X(2).
           01 WS-OLD-ROLE   Pic X(1).
           01 WS-SEC-PRMSET.
             Copy SECLOGLK.
           01 WS-SEC-RETVAL Pic X(2).

         Linkage Section.
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-OPER-MAINT.
             05 Line  4 Col  3 Value "MAINTAIN OPERATORS.".
             05 Line  6 Col  3 Value "OPERATOR ID:".
             05 Line  6 Col 17 Pic X(8) Using WS-ENT-ID.
             05 Line  6 Col 30 Value "EMAIL ..:".
             05 Line  6 Col 39 Pic X(40) Using WS-ENT-EMAIL.
             05 Line  8 Col  3 Value "PASSWORD ..:".
             05 Line  8 Col 17 Pic X(8) Using WS-ENT-PWD Secure.
             05 Line  8 Col 30 Value "SURNAME:".
             05 Line  8 Col 39 Pic X(30) Using WS-ENT-SURN.
             05 Line 10 Col  3 Value "ROLE ......:".
             05 Line 10 Col 17 Pic X(1) Using WS-ENT-ROLE.
             05 Line 10 Col 20 Value "(V=View only C=Clerk"
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move WS-ENT-ROLE To OOPERROLE
           Move WS-ENT-STAT To OOPERSTAT
           Move WS-ENT-OFC  To OOPEROFFICE
           Move WS-ENT-SURN To OOPERSURNAME
           Move WS-ENT-EMAIL To OOPEREMAIL
           Move WS-CUR-DATE To OOPERPWDDT
           Move Zero        To OOPERFAILCNT
           Move "N"         To OOPERLOCK
           Move Space       To OOPERPWDH4
           Write OPER-REC
             Invalid Key Move "Operator already on file!" To WS-STATUS
             Not Invalid Key
               Move "Operator added!" To WS-STATUS
               Move "OPER-ADD" To LSEEVENT
               Move Space      To LSEDETAIL
               String "target=" WS-ENT-ID " role=" WS-ENT-ROLE
                   Delimited By Size Into LSEDETAIL
               End-String
               Perform 150-Log-Security-Event
           End-Write
           Close OPER
         End-If.
               Key Is OOPERID
               Invalid Key Move "Operator not on file!" To WS-STATUS
               Not Invalid Key
                 Move Zero To LFOCOUNT
                 If WS-ENT-STAT Equal "I" And OOPERSTAT-ACTIVE Then
                   Perform 135-Count-Follow-Ups
                 End-If
                 If LFOCOUNT Greater Than Zero Then
                   Move "Follow-ups open - reassign!" To WS-STATUS
                 Else
                   Perform 131-Apply-Update
                 End-If
             End-Read
             Close OPER
           End-If
         End-If.

       131-Apply-Update.
         Move OOPERROLE To WS-OLD-ROLE.
         If WS-ENT-STAT Not Equal OOPERSTAT Then
           If WS-ENT-STAT Equal "I" Then
             Move "OPER-DEACTIVATE" To LSEEVENT
           Else
             Move "OPER-REACTIVATE" To LSEEVENT
           End-If
           Move Space To LSEDETAIL
           String "target=" WS-ENT-ID Delimited By Size
               Into LSEDETAIL
           End-String
           Perform 150-Log-Security-Event
         End-If.
         If WS-ENT-PWD Not Equal OOPERPWD Then
           Move "OPER-PASSWORD" To LSEEVENT
           Move Space To LSEDETAIL
           String "target=" WS-ENT-ID Delimited By Size
               Into LSEDETAIL
           End-String
           Perform 150-Log-Security-Event
           Accept WS-CUR-DATE From Date YYYYMMDD
           Move OOPERPWDH3 To OOPERPWDH4
           Move OOPERPWDH2 To OOPERPWDH3
           Move OOPERPWDH1 To OOPERPWDH2
           Move OOPERPWD   To OOPERPWDH1
           Move WS-ENT-PWD To OOPERPWD
           Move WS-CUR-DATE To OOPERPWDDT
         End-If.
         If WS-ENT-ROLE Not Equal WS-OLD-ROLE Then
           Move "OPER-ROLE" To LSEEVENT
           Move Space To LSEDETAIL
           String "target=" WS-ENT-ID " role=" WS-OLD-ROLE ">"
               WS-ENT-ROLE Delimited By Size Into LSEDETAIL
           End-String
           Perform 150-Log-Security-Event
         End-If.
         Move WS-ENT-ROLE To OOPERROLE.
         Move WS-ENT-STAT To OOPERSTAT.
         Move WS-ENT-OFC  To OOPEROFFICE.
         Move WS-ENT-SURN To OOPERSURNAME.
         Move WS-ENT-EMAIL To OOPEREMAIL.
         Rewrite OPER-REC
         End-Rewrite.
         Move "Operator updated!" To WS-STATUS.

      *>  A departing operator's follow-ups would fall off every
      *>  list, so deactivation waits until a supervisor has moved
      *>  them on the bulk reassign screen (SUB480).
       135-Count-Follow-Ups.
         Move "C"       To WS-FUO-FUNC.
         Move OOPERID   To LFOOWNER.
         Call "SUB150" Using WS-FUO-FUNC, WS-FUO-PRMSET,
             WS-FUO-RETVAL.

      *>  Releases a record SUB095 locked after too many failed
      *>  sign-ons - the failure count restarts from zero. Only the
      *>  operator ID matters here; password/role/status entries are
                   Rewrite OPER-REC
                   End-Rewrite
                   Move "Lockout cleared!" To WS-STATUS
                   Move "OPER-UNLOCK" To LSEEVENT
                   Move Space To LSEDETAIL
                   String "target=" WS-ENT-ID Delimited By Size
                       Into LSEDETAIL
                   End-String
                   Perform 150-Log-Security-Event
                 Else
                   Move "Operator is not locked!" To WS-STATUS
                 End-If
           End-If
         End-If.

      *>  The supervisor making the change is the operator on the
      *>  row; the operator changed is named in the detail.
       150-Log-Security-Event.
         Move LS-OPERID To LSEOPERID.
         Move Space     To LSECUSTID.
         Move "SUCCESS" To LSEOUTCOME.
         Call "SUB171" Using WS-SEC-PRMSET, WS-SEC-RETVAL.

       999-End-Of-SubRutine.
         Exit Program.
