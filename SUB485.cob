      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain the shop calendar, CALENDAR.DAT     **
      *> (see CALFD), that SUB151 counts business days against - the **
      *> SUB365 pattern for the calendar. Office blank means every   **
      *> office. [A]dd writes a holiday (type H) or other            **
      *> non-working day (type N) for the office and date, [D]elete  **
      *> takes one off again, [W]eek sets the office's working week  **
      *> (Monday first, Y working, N not) and [L]ist shows the       **
      *> office's next eight dated rows from the date keyed (today   **
      *> when blank). Every change is stamped with the operator and  **
      *> the date, and SUB151 reloads so this session's screens see  **
      *> it at once. Reached from the PGM001 more-options menu       **
      *> (SUB465) per the CALMAINT permission.                       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB485.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CAL Assign WS-CALFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CLKEY
             File Status WS-CALSTAT.

       Data Division.
         File Section.
           Fd CAL.
           01 CAL-REC.
             Copy CALFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-CALFILE  Pic X(20) Value "data/CALENDAR.DAT".
           01 WS-CALSTAT  Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(23) Value Space.
           01 WS-OFFICE   Pic X(3)  Value Space.
           01 WS-DATE     Pic 9(8)  Value Zero.
           01 WS-TYPE     Pic X(1)  Value "H".
           01 WS-DESC     Pic X(30) Value Space.
           01 WS-WEEK     Pic X(7)  Value "YYYYYNN".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-VALID    Pic X     Value "N".
             88 IS-VALID            Value "Y".
           01 WS-WX       Pic 9(1)  Value Zero.
           01 WS-LX       Pic 9(1)  Value Zero.
           01 WS-LIST-TBL.
             05 WS-LIST-ROW Occurs 8 Times.
               10 WS-L-DATE Pic X(8).
               10 Filler    Pic X(2).
               10 WS-L-TYPE Pic X(1).
               10 Filler    Pic X(2).
               10 WS-L-DESC Pic X(30).
           01 WS-OFC-PRMSET.
             05 WS-OFC-CODE Pic X(3).
             05 WS-OFC-DESC Pic X(20).
           01 WS-OFC-RETVAL Pic X(2).
           01 WS-CAL-FUNC   Pic X(1).
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).

         Linkage Section.
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-CAL-MAINT.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "MAINTAIN SHOP CALENDAR.".
             05 Line  6 Col  3 Value "OFFICE ......:".
             05 Line  6 Col 18 Pic X(3)  Using WS-OFFICE.
             05 Line  6 Col 23 Value "(blank = every office)".
             05 Line  7 Col  3 Value "DATE ........:".
             05 Line  7 Col 18 Pic 9(8)  Using WS-DATE.
             05 Line  7 Col 28 Value "(YYYYMMDD)".
             05 Line  8 Col  3 Value "TYPE ........:".
             05 Line  8 Col 18 Pic X(1)  Using WS-TYPE.
             05 Line  8 Col 23 Value "(H holiday, N non-working)".
             05 Line  9 Col  3 Value "DESCRIPTION .:".
             05 Line  9 Col 18 Pic X(30) Using WS-DESC.
             05 Line 10 Col  3 Value "WORKING WEEK :".
             05 Line 10 Col 18 Pic X(7)  Using WS-WEEK.
             05 Line 10 Col 28 Value "(Mon-Sun, Y works, N not)".
             05 Line 12 Col  3 Value "DATE      T  DESCRIPTION".
             05 Line 13 Col  3 Pic X(43) From WS-LIST-ROW(1).
             05 Line 14 Col  3 Pic X(43) From WS-LIST-ROW(2).
             05 Line 15 Col  3 Pic X(43) From WS-LIST-ROW(3).
             05 Line 16 Col  3 Pic X(43) From WS-LIST-ROW(4).
             05 Line 17 Col  3 Pic X(43) From WS-LIST-ROW(5).
             05 Line 18 Col  3 Pic X(43) From WS-LIST-ROW(6).
             05 Line 19 Col  3 Pic X(43) From WS-LIST-ROW(7).
             05 Line 20 Col  3 Pic X(43) From WS-LIST-ROW(8).
             05 Line 23 Col  2 Value "Options: [B]ack [A]dd [D]elete"
                                     & " [W]eek [L]ist".
             05 Line 23 Col 47 Pic X Using WS-INPKEY.
             05 Line 23 Col 49 Value "STATUS:".
             05 Line 23 Col 57 Pic X(23) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Move Space To WS-LIST-TBL.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-CAL-MAINT.
         Accept  SS-CAL-MAINT.
         Evaluate WS-INPKEY
           When "A" Perform 120-Add-Day
           When "D" Perform 130-Delete-Day
           When "W" Perform 140-Set-Week
           When "L" Perform 150-List-Days
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

      *>  The office must be blank or on OFFICE.DAT (SUB132); the
      *>  date must be a real one, which SUB151 is asked to judge.
       115-Validate-Entry.
         Move "N" To WS-VALID.
         Move WS-OFFICE To WS-OFC-CODE.
         Call "SUB132" Using WS-OFC-PRMSET, WS-OFC-RETVAL.
         If WS-OFC-RETVAL Not Equal "00" Then
           Move "Unknown office code!" To WS-STATUS
         Else
           Move "W"       To WS-CAL-FUNC
           Move WS-OFFICE To LCLOFFICE
           Move WS-DATE   To LCLFROMDT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           If WS-CAL-RETVAL Equal "03" Then
             Move "Date is not valid!" To WS-STATUS
           Else
             Move "Y" To WS-VALID
           End-If
         End-If.

       117-Reload-Calendar.
         Move "L" To WS-CAL-FUNC.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.

       120-Add-Day.
         Move Space To WS-STATUS.
         Perform 115-Validate-Entry.
         If IS-VALID Then
           If WS-TYPE Not Equal "H" And WS-TYPE Not Equal "N" Then
             Move "Type must be H or N!" To WS-STATUS
           Else
             If WS-DESC Equal Space Then
               Move "Description required!" To WS-STATUS
             Else
               Open I-O CAL
               If WS-CALSTAT Equal "35" Then
                 Close CAL
                 Open Output CAL
               End-If
               Move WS-OFFICE   To CLOFFICE
               Move WS-DATE     To CLDATE
               Move WS-TYPE     To CLTYPE
               Move WS-DESC     To CLDESC
               Move Space       To CLWEEK
               Move LS-OPERID   To CLUPDOP
               Move WS-CUR-DATE To CLUPDDT
               Write CAL-REC
                 Invalid Key Move "Date already on file!" To WS-STATUS
                 Not Invalid Key Move "Day added!" To WS-STATUS
               End-Write
               Close CAL
               Perform 117-Reload-Calendar
             End-If
           End-If
         End-If.

       130-Delete-Day.
         Move Space To WS-STATUS.
         Perform 115-Validate-Entry.
         If IS-VALID Then
           Open I-O CAL
           If WS-CALSTAT Equal "35" Then
             Move "No calendar on record!" To WS-STATUS
             Close CAL
           Else
             Move WS-OFFICE To CLOFFICE
             Move WS-DATE   To CLDATE
             Delete CAL Record
               Invalid Key Move "Date not on file!" To WS-STATUS
               Not Invalid Key Move "Day deleted!" To WS-STATUS
             End-Delete
             Close CAL
             Perform 117-Reload-Calendar
           End-If
         End-If.

      *>  The week row is the office's row dated zero; it is written
      *>  the first time and rewritten after that.
       140-Set-Week.
         Move Space To WS-STATUS.
         Move WS-OFFICE To WS-OFC-CODE.
         Call "SUB132" Using WS-OFC-PRMSET, WS-OFC-RETVAL.
         Move "Y" To WS-VALID.
         Perform 145-Check-Week-Day
           Varying WS-WX From 1 By 1
           Until WS-WX Greater Than 7.
         Evaluate True
           When WS-OFC-RETVAL Not Equal "00"
             Move "Unknown office code!" To WS-STATUS
           When Not IS-VALID
             Move "Week must be Y/N x 7!" To WS-STATUS
           When Other
             Open I-O CAL
             If WS-CALSTAT Equal "35" Then
               Close CAL
               Open Output CAL
             End-If
             Move WS-OFFICE   To CLOFFICE
             Move Zero        To CLDATE
             Move "W"         To CLTYPE
             Move "WORKING WEEK" To CLDESC
             Move WS-WEEK     To CLWEEK
             Move LS-OPERID   To CLUPDOP
             Move WS-CUR-DATE To CLUPDDT
             Write CAL-REC
               Invalid Key
                 Rewrite CAL-REC
                 End-Rewrite
             End-Write
             Close CAL
             Perform 117-Reload-Calendar
             Move "Working week set!" To WS-STATUS
         End-Evaluate.

       145-Check-Week-Day.
         If WS-WEEK(WS-WX:1) Not Equal "Y"
           And WS-WEEK(WS-WX:1) Not Equal "N" Then
           Move "N" To WS-VALID
         End-If.

       150-List-Days.
         Move Space To WS-STATUS.
         Move Space To WS-LIST-TBL.
         Move Zero  To WS-LX.
         Open Input CAL.
         If WS-CALSTAT Not Equal "00" Then
           Move "No calendar on record!" To WS-STATUS
         Else
           Move WS-OFFICE To CLOFFICE
           If WS-DATE Equal Zero Then
             Move WS-CUR-DATE To CLDATE
           Else
             Move WS-DATE To CLDATE
           End-If
           Move "N" To WS-EOF
           Start CAL Key Is Not Less Than CLKEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 155-List-Next
             Until IS-EOF Or WS-LX Equal 8
           If WS-LX Equal Zero Then
             Move "No days from that date." To WS-STATUS
           End-If
         End-If.
         Close CAL.

       155-List-Next.
         Read CAL Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If CLOFFICE Not Equal WS-OFFICE Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-LX
             Move CLDATE To WS-L-DATE(WS-LX)
             Move CLTYPE To WS-L-TYPE(WS-LX)
             Move CLDESC To WS-L-DESC(WS-LX)
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
