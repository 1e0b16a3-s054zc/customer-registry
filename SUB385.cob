      *> 260902 Created.                                             **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Roles EX (executor) and NK (next of kin) accepted,   **
      *>        the links SUB455 writes when a death is recorded.    **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB385.
             05 Line 16 Col 15 Pic X(10) Using WS-ENT-ID.
             05 Line 16 Col 28 Value "ROLE:".
             05 Line 16 Col 34 Pic X(2) Using WS-ENT-ROLE.
             05 Line 16 Col 38 Value "(SP/RF/AS/OT/EX/NK)".
             05 Line 23 Col  2 Value "Options: [B]ack [A]dd [D]elete".
             05 Line 23 Col 33 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             Move "Cannot link to self!" To WS-STATUS
           When WS-ENT-ROLE Not Equal "SP" And Not Equal "RF"
                            And Not Equal "AS" And Not Equal "OT"
                            And Not Equal "EX" And Not Equal "NK"
             Move "Role: SP/RF/AS/OT/EX/NK only!" To WS-STATUS
           When Other
             Move WS-ENT-ID To CUSTID Of WS-REL-DAT
             Call "SUB104" Using WS-REL-DAT, WS-RETVAL
