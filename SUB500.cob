      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine for supervisors to keep the report distribution **
      *> list on data/DISTLIST.DAT (see DISTFD) that the BST101      **
      *> burst run delivers from. A row names a distributed report   **
      *> (TER101 TKL101 DOR101 RPT108 SCR101) and a recipient:       **
      *>   O - an active operator with an email address on the       **
      *>       operator master; the section is A (the whole run), T  **
      *>       plus a territory code or O plus an office code.       **
      *>   R - the rep of a territory, keyed by territory code;      **
      *>       there must be an active SALESREP.DAT row (SUB129).    **
      *>       The rep gets that territory's section by mail.        **
      *>   B - a branch office (SUB132); the office's section is     **
      *>       printed to data/BRANCH.<office>.PRT.                  **
      *>                                                             **
      *>  [A]dd    - the row keyed.                                  **
      *>  [R]emove - the row keyed.                                  **
      *>  [F]ind   - show the row keyed; [N]ext the one after it     **
      *>             (from the first when blank).                    **
      *>                                                             **
      *> Reached from the PGM001 more-options menu (SUB465) per the  **
      *> DISTLIST permission.                                        **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB500.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select DISTLIST Assign WS-DISTFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is DLKEY
             File Status WS-DISTSTAT.
           Select OPER Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.

       Data Division.
         File Section.
           Fd DISTLIST.
           01 DISTLIST-REC.
             Copy DISTFD.

           Fd OPER.
           01 OPER-REC.
             Copy OPERFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-DISTFILE Pic X(20) Value "data/DISTLIST.DAT".
           01 WS-DISTSTAT Pic 9(2).
           01 WS-OPERFILE Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-ENT-RPT  Pic X(8)  Value Space.
             88 ENT-RPT-DISTRIBUTED Values "TER101" "TKL101" "DOR101"
                                           "RPT108" "SCR101".
           01 WS-ENT-RTYPE Pic X(1) Value Space.
           01 WS-ENT-RID   Pic X(8) Value Space.
           01 WS-ENT-SELTYPE Pic X(1) Value Space.
           01 WS-ENT-SELVAL  Pic X(4) Value Space.
           01 WS-D-ADDED  Pic X(30) Value Space.
           01 WS-D-DEST   Pic X(40) Value Space.
           01 WS-ADDED-LINE.
             05 WS-A-OPER Pic X(8).
             05 Filler    Pic X(4)  Value " ON ".
             05 WS-A-DATE Pic X(8).
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-CUR-TIME Pic 9(8)  Value Zero.
           01 WS-STAMP    Pic X(14) Value Space.
           01 WS-REP-PRMSET.
             05 WS-REP-TERR   Pic X(4).
             05 WS-REP-NAME   Pic X(30).
             05 WS-REP-EMAIL  Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2).
           01 WS-OFC-PRMSET.
             05 WS-OFC-CODE Pic X(3).
             05 WS-OFC-DESC Pic X(20).
           01 WS-OFC-RETVAL Pic X(2) Value Space.

         Linkage Section.
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-DIST-MAINT.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "REPORT DISTRIBUTION LIST.".
             05 Line  6 Col  3 Value "REPORT ......:".
             05 Line  6 Col 18 Pic X(8)  Using WS-ENT-RPT.
             05 Line  6 Col 28 Value "(TER101 TKL101 DOR101 RPT108"
                                     & " SCR101)".
             05 Line  7 Col  3 Value "RECIPIENT ...:".
             05 Line  7 Col 18 Pic X(1)  Using WS-ENT-RTYPE.
             05 Line  7 Col 20 Pic X(8)  Using WS-ENT-RID.
             05 Line  7 Col 30 Value "(O operator, R rep territory,"
                                     & " B branch)".
             05 Line  8 Col  3 Value "SECTION .....:".
             05 Line  8 Col 18 Pic X(1)  Using WS-ENT-SELTYPE.
             05 Line  8 Col 20 Pic X(4)  Using WS-ENT-SELVAL.
             05 Line  8 Col 30 Value "(operator: A all, T territory,"
                                     & " O office)".
             05 Line 10 Col  3 Value "DELIVERS TO .:".
             05 Line 10 Col 18 Pic X(40) From WS-D-DEST.
             05 Line 11 Col  3 Value "ADDED .......:".
             05 Line 11 Col 18 Pic X(30) From WS-D-ADDED.
             05 Line 23 Col  2 Value "Options: [B]ack [A]dd [R]emove"
                                     & " [F]ind [N]ext".
             05 Line 23 Col 50 Pic X Using WS-INPKEY.
             05 Line 24 Col  2 Value "STATUS:".
             05 Line 24 Col 10 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-DIST-MAINT.
         Accept  SS-DIST-MAINT.
         Evaluate WS-INPKEY
           When "A" Perform 120-Add-Entry
           When "R" Perform 130-Remove-Entry
           When "F" Perform 140-Find-Entry
           When "N" Perform 150-Next-Entry
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       105-Make-Stamp.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move WS-CUR-DATE To WS-STAMP(1:8).
         Move WS-CUR-TIME To WS-STAMP(9:6).

      *>  Checks the keyed row before it is added; WS-STATUS is left
      *>  blank when everything is in order. A rep or branch row
      *>  takes its own territory or office as its section, and the
      *>  address it will go to is shown as the check is made.
       115-Validate-Entry.
         Move Space To WS-STATUS.
         Move Space To WS-D-DEST.
         Evaluate True
           When Not ENT-RPT-DISTRIBUTED
             Move "Report is not distributed!" To WS-STATUS
           When WS-ENT-RTYPE Not Equal "O"
             And WS-ENT-RTYPE Not Equal "R"
             And WS-ENT-RTYPE Not Equal "B"
             Move "Recipient must be O, R or B!" To WS-STATUS
           When WS-ENT-RID Equal Space
             Move "Recipient ID is required!" To WS-STATUS
         End-Evaluate.
         If WS-STATUS Equal Space Then
           Evaluate WS-ENT-RTYPE
             When "R" Perform 116-Validate-Rep
             When "B" Perform 117-Validate-Branch
             When "O" Perform 118-Validate-Operator
           End-Evaluate
         End-If.

       116-Validate-Rep.
         Move "T"             To WS-ENT-SELTYPE.
         Move WS-ENT-RID(1:4) To WS-ENT-SELVAL.
         Move WS-ENT-RID(1:4) To WS-REP-TERR.
         Call "SUB129" Using WS-REP-PRMSET, WS-REP-RETVAL.
         If WS-REP-RETVAL Not Equal "00" Then
           Move "No active rep for territory!" To WS-STATUS
         Else
           If WS-REP-EMAIL Equal Space Then
             Move "Rep has no email address!" To WS-STATUS
           Else
             Move WS-REP-EMAIL To WS-D-DEST
           End-If
         End-If.

       117-Validate-Branch.
         Move "O"             To WS-ENT-SELTYPE.
         Move WS-ENT-RID(1:3) To WS-ENT-SELVAL.
         Move WS-ENT-RID(1:3) To WS-OFC-CODE.
         Call "SUB132" Using WS-OFC-PRMSET, WS-OFC-RETVAL.
         If WS-OFC-RETVAL Not Equal "00" Then
           Move "Office code not on file!" To WS-STATUS
         Else
           Perform 175-Show-Branch-Dest
         End-If.

       118-Validate-Operator.
         If WS-ENT-SELTYPE Equal "A" Then
           Move Space To WS-ENT-SELVAL
         End-If.
         Evaluate True
           When WS-ENT-SELTYPE Not Equal "A"
             And WS-ENT-SELTYPE Not Equal "T"
             And WS-ENT-SELTYPE Not Equal "O"
             Move "Section must be A, T or O!" To WS-STATUS
           When WS-ENT-SELTYPE Not Equal "A"
             And WS-ENT-SELVAL Equal Space
             Move "Section code is required!" To WS-STATUS
         End-Evaluate.
         If WS-STATUS Equal Space And WS-ENT-SELTYPE Equal "O" Then
           Move WS-ENT-SELVAL(1:3) To WS-OFC-CODE
           Call "SUB132" Using WS-OFC-PRMSET, WS-OFC-RETVAL
           If WS-OFC-RETVAL Not Equal "00" Then
             Move "Office code not on file!" To WS-STATUS
           End-If
         End-If.
         If WS-STATUS Equal Space Then
           Open Input OPER
           If WS-OPERSTAT Not Equal "00" Then
             Move "Operator not on file!" To WS-STATUS
           Else
             Move WS-ENT-RID To OOPERID
             Read OPER Key Is OOPERID
               Invalid Key Move "Operator not on file!" To WS-STATUS
             End-Read
           End-If
           Close OPER
         End-If.
         If WS-STATUS Equal Space Then
           Evaluate True
             When Not OOPERSTAT-ACTIVE
               Move "Operator is not active!" To WS-STATUS
             When OOPEREMAIL Equal Space
               Move "Operator has no email address!" To WS-STATUS
             When Other
               Move OOPEREMAIL To WS-D-DEST
           End-Evaluate
         End-If.

       120-Add-Entry.
         Perform 105-Make-Stamp.
         Perform 115-Validate-Entry.
         If WS-STATUS Equal Space Then
           Open I-O DISTLIST
           If WS-DISTSTAT Equal "35" Then
             Open Output DISTLIST
             Close DISTLIST
             Open I-O DISTLIST
           End-If
           Move Space          To DISTLIST-REC
           Move WS-ENT-RPT     To DLRPTNAME
           Move WS-ENT-RTYPE   To DLRTYPE
           Move WS-ENT-RID     To DLRID
           Move WS-ENT-SELTYPE To DLSELTYPE
           Move WS-ENT-SELVAL  To DLSELVAL
           Move LS-OPERID      To DLADDOP
           Move WS-STAMP       To DLADDDTTM
           Write DISTLIST-REC
             Invalid Key Move "Already on the list!" To WS-STATUS
             Not Invalid Key
               Perform 170-Show-Entry
               Move "Recipient added!" To WS-STATUS
           End-Write
           Close DISTLIST
         End-If.

       130-Remove-Entry.
         Move Space To WS-STATUS.
         Open I-O DISTLIST.
         If WS-DISTSTAT Not Equal "00" Then
           Move "Not on the list!" To WS-STATUS
         Else
           Move WS-ENT-RPT   To DLRPTNAME
           Move WS-ENT-RTYPE To DLRTYPE
           Move WS-ENT-RID   To DLRID
           Delete DISTLIST Record
             Invalid Key Move "Not on the list!" To WS-STATUS
             Not Invalid Key
               Perform 180-Clear-Shown
               Move "Recipient removed!" To WS-STATUS
           End-Delete
         End-If.
         Close DISTLIST.

       140-Find-Entry.
         Move Space To WS-STATUS.
         Open Input DISTLIST.
         If WS-DISTSTAT Not Equal "00" Then
           Move "Distribution list is empty!" To WS-STATUS
         Else
           Move WS-ENT-RPT   To DLRPTNAME
           Move WS-ENT-RTYPE To DLRTYPE
           Move WS-ENT-RID   To DLRID
           Read DISTLIST Key Is DLKEY
             Invalid Key
               Perform 180-Clear-Shown
               Move "Not on the list!" To WS-STATUS
             Not Invalid Key
               Perform 170-Show-Entry
           End-Read
         End-If.
         Close DISTLIST.

       150-Next-Entry.
         Move Space To WS-STATUS.
         Open Input DISTLIST.
         If WS-DISTSTAT Not Equal "00" Then
           Move "Distribution list is empty!" To WS-STATUS
         Else
           Move WS-ENT-RPT   To DLRPTNAME
           Move WS-ENT-RTYPE To DLRTYPE
           Move WS-ENT-RID   To DLRID
           If DLKEY Equal Space Then
             Move Low-Values To DLKEY
           End-If
           Start DISTLIST Key Is Greater Than DLKEY
             Invalid Key Move "No more recipients." To WS-STATUS
           End-Start
           If WS-STATUS Equal Space Then
             Read DISTLIST Next Record
               At End Move "No more recipients." To WS-STATUS
               Not At End Perform 170-Show-Entry
             End-Read
           End-If
         End-If.
         Close DISTLIST.

      *>  The address is looked up afresh on show, so a rep handed
      *>  over or an operator's changed email shows as it will be
      *>  used tonight.
       170-Show-Entry.
         Move DLRPTNAME  To WS-ENT-RPT.
         Move DLRTYPE    To WS-ENT-RTYPE.
         Move DLRID      To WS-ENT-RID.
         Move DLSELTYPE  To WS-ENT-SELTYPE.
         Move DLSELVAL   To WS-ENT-SELVAL.
         Move DLADDOP        To WS-A-OPER.
         Move DLADDDTTM(1:8) To WS-A-DATE.
         Move WS-ADDED-LINE  To WS-D-ADDED.
         Move Space To WS-D-DEST.
         Evaluate WS-ENT-RTYPE
           When "R"
             Move WS-ENT-RID(1:4) To WS-REP-TERR
             Call "SUB129" Using WS-REP-PRMSET, WS-REP-RETVAL
             If WS-REP-RETVAL Equal "00" Then
               Move WS-REP-EMAIL To WS-D-DEST
             Else
               Move "** NO ACTIVE REP **" To WS-D-DEST
             End-If
           When "B"
             Perform 175-Show-Branch-Dest
           When "O"
             Move "** NO ADDRESS **" To WS-D-DEST
             Open Input OPER
             If WS-OPERSTAT Equal "00" Then
               Move WS-ENT-RID To OOPERID
               Read OPER Key Is OOPERID
                 Invalid Key Continue
                 Not Invalid Key
                   If OOPERSTAT-ACTIVE
                     And OOPEREMAIL Not Equal Space Then
                     Move OOPEREMAIL To WS-D-DEST
                   End-If
               End-Read
             End-If
             Close OPER
         End-Evaluate.

       175-Show-Branch-Dest.
         Move Space To WS-D-DEST.
         String "data/BRANCH."  Delimited By Size
                WS-ENT-RID(1:3) Delimited By Space
                ".PRT"          Delimited By Size
           Into WS-D-DEST
         End-String.

       180-Clear-Shown.
         Move Space To WS-D-ADDED.
         Move Space To WS-D-DEST.

       999-End-Of-SubRutine.
         Exit Program.
