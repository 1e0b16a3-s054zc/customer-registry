      *> DESCRIPTION:                                                **
      *> A subrutine to maintain the SALESREP.DAT master file behind **
      *> the territory codes: one record per territory with the      **
      *> owning rep's name, email, active flag and own sign-on ID,   **
      *> looked up through SUB129 wherever a territory shows. [A]dd  **
      *> writes a new territory's rep, [U]pdate changes the rep or   **
      *> flips the status - the SUB300 shape. Reached from the       **
      *> PGM001 menu, which only offers the option to supervisors.   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Added a SIGN-ON ID entry field (SROPERID, checked    **
      *>        against OPERATOR.DAT) - SUB150 can hand the          **
      *>        territory's new follow-ups to the rep.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB390.
             Access Mode  Is Random
             Record Key   Is SRTERR
             File Status WS-REPSTAT.
           Select OPER Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.

       Data Division.
         File Section.
             05 SRNAME  Pic X(30).
             05 SREMAIL Pic X(40).
             05 SRSTAT  Pic X(1).
             05 SROPERID Pic X(8).

           Fd OPER.
           01 OPER-REC.
             Copy OPERFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-REPFILE Pic X(20) Value "data/SALESREP.DAT".
           01 WS-REPSTAT Pic 9(2).
           01 WS-OPERFILE Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-ENT-TERR Pic X(4)  Value Space.
           01 WS-ENT-NAME Pic X(30) Value Space.
           01 WS-ENT-MAIL Pic X(40) Value Space.
           01 WS-ENT-STAT Pic X(1)  Value Space.
           01 WS-ENT-OPER Pic X(8)  Value Space.

         Screen Section.
           01 SS-REP-MAINT.
             05 Line 12 Col  3 Value "STATUS .....:".
             05 Line 12 Col 17 Pic X(1)  Using WS-ENT-STAT.
             05 Line 12 Col 20 Value "(A=Active I=Inactive)".
             05 Line 14 Col  3 Value "SIGN-ON ID .:".
             05 Line 14 Col 17 Pic X(8)  Using WS-ENT-OPER.
             05 Line 14 Col 27 Value "(operator ID, blank = none)".
             05 Line 23 Col  2 Value "Options: [B]ack [A]dd [U]pdate".
             05 Line 23 Col 33 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             Move "Rep name is required!" To WS-STATUS
           When WS-ENT-STAT Not Equal "A" And Not Equal "I"
             Move "Status must be A or I!" To WS-STATUS
           When WS-ENT-OPER Not Equal Space
             Perform 116-Check-Sign-On
         End-Evaluate.

      *>  The rep's sign-on is what lets SUB150 hand the territory's
      *>  follow-ups to them, so it must be a real operator.
       116-Check-Sign-On.
         Open Input OPER.
         If WS-OPERSTAT Not Equal "00" Then
           Move "No operator file on record!" To WS-STATUS
         Else
           Move WS-ENT-OPER To OOPERID
           Read OPER
             Key Is OOPERID
             Invalid Key Move "Sign-on ID not on file!" To WS-STATUS
           End-Read
         End-If.
         Close OPER.

       120-Add-Rep.
         Perform 115-Validate-Entry.
         If WS-STATUS Equal Space Then
           Move WS-ENT-NAME To SRNAME
           Move WS-ENT-MAIL To SREMAIL
           Move WS-ENT-STAT To SRSTAT
           Move WS-ENT-OPER To SROPERID
           Write SALESREP-REC
             Invalid Key Move "Territory already on file!"
               To WS-STATUS
                 Move WS-ENT-NAME To SRNAME
                 Move WS-ENT-MAIL To SREMAIL
                 Move WS-ENT-STAT To SRSTAT
                 Move WS-ENT-OPER To SROPERID
                 Rewrite SALESREP-REC
                 End-Rewrite
                 Move "Sales rep updated!" To WS-STATUS
