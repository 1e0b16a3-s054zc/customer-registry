      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine holding the PGM001 MORE OPTIONS menu - the main **
      *> menu has no free keys left, so newer functions live here.   **
      *> Each option asks the SUB138 permission matrix under its own **
      *> function code exactly as the main menu does, so access is   **
      *> maintained on SUB315 the same way:                          **
      *>   1 BACKLOG COUNTS   SUB470   BACKLOG                       **
      *>   2 MY WORK TODAY    SUB475   MYWORK                        **
      *>   3 REASSIGN FUPS    SUB480   FUPREASN                      **
      *>   4 SHOP CALENDAR    SUB485   CALMAINT                      **
      *>   5 SYSTEM PARAMS    SUB490   SYSPARM                       **
      *>   6 BULLETINS        SUB495   BULLETIN                      **
      *>   7 REPORT DISTRIB   SUB500   DISTLIST                      **
      *>   8 REQUEST A REPORT SUB505   RPTREQ                        **
      *>   9 NEWSLETTER LISTS SUB510   NEWSLIST                      **
      *>   A LEAD SOURCES     SUB530   SRCMAINT                      **
      *>   C PRODUCTS         SUB540   PRODMNT                       **
      *>   D EVENTS           SUB555   EVTMAINT                      **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Added MY WORK TODAY (SUB475) and the supervisor      **
      *>        REASSIGN FOLLOW-UPS screen (SUB480).                 **
      *> 261015 Added the supervisor SHOP CALENDAR screen            **
      *>        (SUB485).                                            **
      *> 261015 Added the supervisor SYSTEM PARAMETERS screen        **
      *>        (SUB490).                                            **
      *> 261015 Added the supervisor BULLETIN BOARD screen           **
      *>        (SUB495).                                            **
      *> 261015 Added the supervisor REPORT DISTRIBUTION screen      **
      *>        (SUB500).                                            **
      *> 261015 Added REQUEST A REPORT (SUB505), the online report   **
      *>        request queue.                                       **
      *> 261015 Added the supervisor NEWSLETTER LISTS screen         **
      *>        (SUB510).                                            **
      *> 261015 Added the supervisor LEAD SOURCES screen (SUB530).   **
      *> 261015 Added the supervisor PRODUCTS screen (SUB540).       **
      *> 261015 Added the EVENTS screen (SUB555) for the customer    **
      *>        seminars and open days.                              **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB465.

       Data Division.
         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-PERM-FUNC   Pic X(8) Value Space.
           01 WS-PERM-RETVAL Pic X(2) Value Space.
           01 WS-PERM-OK     Pic X    Value "N".
             88 IS-PERM-OK            Value "Y".

         Linkage Section.
           01 LS-OPERID Pic X(8).
           01 LS-ROLE   Pic X(1).

         Screen Section.
           01 SS-MORE-MENU.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  6 Col 22 Value "MORE OPTIONS".
             05 Line  8 Col 22 Value "1. ... BACKLOG COUNTS".
             05 Line  9 Col 22 Value "2. ... MY WORK TODAY".
             05 Line 10 Col 22 Value "3. ... REASSIGN FOLLOW-UPS".
             05 Line 11 Col 22 Value "4. ... SHOP CALENDAR".
             05 Line 12 Col 22 Value "5. ... SYSTEM PARAMETERS".
             05 Line 13 Col 22 Value "6. ... BULLETIN BOARD".
             05 Line 14 Col 22 Value "7. ... REPORT DISTRIBUTION".
             05 Line 15 Col 22 Value "8. ... REQUEST A REPORT".
             05 Line 16 Col 22 Value "9. ... NEWSLETTER LISTS".
             05 Line 17 Col 22 Value "A. ... LEAD SOURCES".
             05 Line 18 Col 22 Value "C. ... PRODUCTS".
             05 Line 19 Col 22 Value "D. ... EVENTS".
             05 Line 21 Col 22 Value "B. ... BACK TO MAIN MENU".
             05 Line 22 Col 22 Value "SELECT OPTION:".
             05 Line 22 Col 37 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID, LS-ROLE.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-STATUS.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-MORE-MENU.
         Accept  SS-MORE-MENU.
         Evaluate WS-INPKEY
           When "1" Perform 121-Backlog-Counts
           When "2" Perform 122-My-Work-Today
           When "3" Perform 123-Reassign-Follow-Ups
           When "4" Perform 124-Shop-Calendar
           When "5" Perform 125-System-Parameters
           When "6" Perform 126-Bulletin-Board
           When "7" Perform 127-Report-Distribution
           When "8" Perform 128-Request-Report
           When "9" Perform 129-Newsletter-Lists
           When "A" Perform 130-Lead-Sources
           When "C" Perform 131-Products
           When "D" Perform 132-Events
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

      *>  Same answer the main menu's 107-Check-Permission gives.
       107-Check-Permission.
         Move "N" To WS-PERM-OK.
         Call "SUB138" Using WS-PERM-FUNC, LS-OPERID, LS-ROLE,
             WS-PERM-RETVAL.
         If WS-PERM-RETVAL Equal "00" Then
           Move "Y" To WS-PERM-OK
           Move Space To WS-STATUS
         Else
           Move "Not authorized for this option!" To WS-STATUS
         End-If.

       121-Backlog-Counts.
         Move "BACKLOG" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB470"
         End-If.

       122-My-Work-Today.
         Move "MYWORK" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB475" Using LS-OPERID
         End-If.

       123-Reassign-Follow-Ups.
         Move "FUPREASN" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB480" Using LS-OPERID
         End-If.

       124-Shop-Calendar.
         Move "CALMAINT" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB485" Using LS-OPERID
         End-If.

       125-System-Parameters.
         Move "SYSPARM" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB490" Using LS-OPERID
         End-If.

       126-Bulletin-Board.
         Move "BULLETIN" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB495" Using LS-OPERID
         End-If.

       127-Report-Distribution.
         Move "DISTLIST" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB500" Using LS-OPERID
         End-If.

       128-Request-Report.
         Move "RPTREQ" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB505" Using LS-OPERID, LS-ROLE
         End-If.

       129-Newsletter-Lists.
         Move "NEWSLIST" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB510"
         End-If.

       130-Lead-Sources.
         Move "SRCMAINT" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB530"
         End-If.

       131-Products.
         Move "PRODMNT" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB540"
         End-If.

       132-Events.
         Move "EVTMAINT" To WS-PERM-FUNC.
         Perform 107-Check-Permission.
         If IS-PERM-OK Then
           Call "SUB555" Using LS-OPERID
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
