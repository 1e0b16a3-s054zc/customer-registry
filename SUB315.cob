      *> the built-in default applies again. Reached from the        **
      *> PGM001 menu, offered per the PERMS function - which         **
      *> defaults to supervisors.                                    **
      *>                                                             **
      *> Every add, update and delete is written to the security     **
      *> event log through SUB171 under the caller's LS-OPERID, with **
      *> the function, subject and allow flag in the detail.         **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Takes the signed-on operator ID (LS-OPERID) and      **
      *>        writes each permission row change to the security    **
      *>        event log through SUB171.                            **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB315.
           01 WS-ENT-FUNC Pic X(8)  Value Space.
           01 WS-ENT-SUBJ Pic X(8)  Value Space.
           01 WS-ENT-ALLOW Pic X(1) Value Space.
           01 WS-SEC-PRMSET.
             Copy SECLOGLK.
           01 WS-SEC-RETVAL Pic X(2).

         Linkage Section.
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-PERM-MAINT.
             05 Line 23 Col 44 Value "STATUS:".
             05 Line 23 Col 52 Pic X(28) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move WS-ENT-ALLOW To PM-ALLOW
           Write PERMFILE-REC
             Invalid Key Move "Row already on file!" To WS-STATUS
             Not Invalid Key
               Move "Permission row added!" To WS-STATUS
               Move "PERM-ADD" To LSEEVENT
               Perform 150-Log-Security-Event
           End-Write
           Close PERMFILE
         End-If.
                 Rewrite PERMFILE-REC
                 End-Rewrite
                 Move "Permission row updated!" To WS-STATUS
                 Move "PERM-UPDATE" To LSEEVENT
                 Perform 150-Log-Security-Event
             End-Read
             Close PERMFILE
           End-If
               Invalid Key Move "Row not on file!" To WS-STATUS
               Not Invalid Key
                 Move "Permission row removed!" To WS-STATUS
                 Move "PERM-DELETE" To LSEEVENT
                 Perform 150-Log-Security-Event
             End-Delete
             Close PERMFILE
           End-If
         End-If.

       150-Log-Security-Event.
         Move LS-OPERID To LSEOPERID.
         Move Space     To LSECUSTID.
         Move "SUCCESS" To LSEOUTCOME.
         Move Space     To LSEDETAIL.
         String "function=" WS-ENT-FUNC " subject=" WS-ENT-SUBJ
             " allow=" WS-ENT-ALLOW Delimited By Size Into LSEDETAIL
         End-String.
         Call "SUB171" Using WS-SEC-PRMSET, WS-SEC-RETVAL.

       999-End-Of-SubRutine.
         Exit Program.
