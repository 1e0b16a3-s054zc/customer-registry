      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain one customer's address roles on the **
      *> CUSTADDR.DAT child file (SUB162) - a billing, shipping,     **
      *> registered/legal and mailing address, each separate from    **
      *> the primary address on the customer record, which still     **
      *> answers for any role left blank here. Reached from the      **
      *> SUB210 update screen's [R]oles option with the customer     **
      *> already fetched. Every role address goes through the same   **
      *> checks the update screen applies to the primary one: the    **
      *> country on COUNTRY.DAT (SUB119), and for a US address the   **
      *> state and ZIP (SUB113), with a ZIP that does not match the  **
      *> state (SUB126) a warning only.                              **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB525.

       Data Division.
         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-CUST-DAT.
             Copy CUSTWS.
           01 WS-RETVAL   Pic X(2)  Value Space.
           01 WS-ENT-ROLE  Pic X(1)  Value Space.
           01 WS-ENT-ADDR1 Pic X(30) Value Space.
           01 WS-ENT-ADDR2 Pic X(30) Value Space.
           01 WS-ENT-CITY  Pic X(20) Value Space.
           01 WS-ENT-STATE Pic X(2)  Value Space.
           01 WS-ENT-ZIP   Pic X(10) Value Space.
           01 WS-ENT-CTRY  Pic X(2)  Value Space.
           01 WS-ADDR-PRMSET.
             05 WS-ADDR-STATE Pic X(2).
             05 WS-ADDR-ZIP   Pic X(10).
           01 WS-ADDR-RETVAL  Pic X(2)  Value Space.
           01 WS-ZIP-RETVAL   Pic X(2)  Value Space.
           01 WS-CTRY-PRMSET.
             05 WS-CTRY-CODE Pic X(2).
             05 WS-CTRY-DESC Pic X(20).
           01 WS-CTRY-RETVAL  Pic X(2)  Value Space.
           01 WS-ROLE-CODES Pic X(4) Value "BSRM".
           01 WS-ROLE-CODE-TBL Redefines WS-ROLE-CODES.
             05 WS-ROLE-CODE Pic X(1) Occurs 4 Times.
           01 WS-ROLE-NAMES Pic X(44) Value
               "BILLING    SHIPPING   REGISTERED MAILING    ".
           01 WS-ROLE-NAME-TBL Redefines WS-ROLE-NAMES.
             05 WS-ROLE-NAME Pic X(11) Occurs 4 Times.
           01 WS-LIST-TBL.
             05 WS-LIST-ROW Occurs 4 Times Indexed By WS-LX.
               10 WS-L-NAME  Pic X(11) Value Space.
               10 WS-L-ADDR1 Pic X(30) Value Space.
               10 WS-L-CITY  Pic X(20) Value Space.
               10 WS-L-STATE Pic X(2)  Value Space.
               10 WS-L-ZIP   Pic X(10) Value Space.
               10 WS-L-UNDEL Pic X(1)  Value Space.
           01 WS-CAD-FUNC   Pic X(1).
           01 WS-CAD-PRMSET.
             Copy CADDRLK.
           01 WS-CAD-RETVAL Pic X(2).

         Linkage Section.
           01 LS-CUSTID Pic X(10).
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-ROLES-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "CUSTOMER ADDRESS ROLES.".
             05 Line  4 Col 28 Pic X(10) From LS-CUSTID.
             05 Line  6 Col  3 Value "PRIMARY".
             05 Line  6 Col 15 Pic X(30) From CUSTADDR1 Of WS-CUST-DAT.
             05 Line  6 Col 46 Pic X(20) From CUSTCITY Of WS-CUST-DAT.
             05 Line  6 Col 67 Pic X(2)  From CUSTSTATE Of WS-CUST-DAT.
             05 Line  6 Col 70 Pic X(10) From CUSTZIP Of WS-CUST-DAT.
             05 Line  7 Col  3 Value "(a blank role uses the primary"
                                     & " address; X = returned mail)".
             05 Line  8 Col  3 Pic X(11) From WS-L-NAME(1).
             05 Line  8 Col 15 Pic X(30) From WS-L-ADDR1(1).
             05 Line  8 Col 46 Pic X(20) From WS-L-CITY(1).
             05 Line  8 Col 67 Pic X(2)  From WS-L-STATE(1).
             05 Line  8 Col 70 Pic X(10) From WS-L-ZIP(1).
             05 Line  8 Col 80 Pic X(1)  From WS-L-UNDEL(1).
             05 Line  9 Col  3 Pic X(11) From WS-L-NAME(2).
             05 Line  9 Col 15 Pic X(30) From WS-L-ADDR1(2).
             05 Line  9 Col 46 Pic X(20) From WS-L-CITY(2).
             05 Line  9 Col 67 Pic X(2)  From WS-L-STATE(2).
             05 Line  9 Col 70 Pic X(10) From WS-L-ZIP(2).
             05 Line  9 Col 80 Pic X(1)  From WS-L-UNDEL(2).
             05 Line 10 Col  3 Pic X(11) From WS-L-NAME(3).
             05 Line 10 Col 15 Pic X(30) From WS-L-ADDR1(3).
             05 Line 10 Col 46 Pic X(20) From WS-L-CITY(3).
             05 Line 10 Col 67 Pic X(2)  From WS-L-STATE(3).
             05 Line 10 Col 70 Pic X(10) From WS-L-ZIP(3).
             05 Line 10 Col 80 Pic X(1)  From WS-L-UNDEL(3).
             05 Line 11 Col  3 Pic X(11) From WS-L-NAME(4).
             05 Line 11 Col 15 Pic X(30) From WS-L-ADDR1(4).
             05 Line 11 Col 46 Pic X(20) From WS-L-CITY(4).
             05 Line 11 Col 67 Pic X(2)  From WS-L-STATE(4).
             05 Line 11 Col 70 Pic X(10) From WS-L-ZIP(4).
             05 Line 11 Col 80 Pic X(1)  From WS-L-UNDEL(4).
             05 Line 13 Col  3 Value "ROLE .......:".
             05 Line 13 Col 17 Pic X(1)  Using WS-ENT-ROLE.
             05 Line 13 Col 20 Value "(B/S/R/M)".
             05 Line 15 Col  3 Value "ADDRESS ....:".
             05 Line 15 Col 17 Pic X(30) Using WS-ENT-ADDR1.
             05 Line 16 Col 17 Pic X(30) Using WS-ENT-ADDR2.
             05 Line 18 Col  3 Value "CITY .......:".
             05 Line 18 Col 17 Pic X(20) Using WS-ENT-CITY.
             05 Line 18 Col 40 Value "STATE:".
             05 Line 18 Col 47 Pic X(2)  Using WS-ENT-STATE.
             05 Line 18 Col 53 Value "ZIP:".
             05 Line 18 Col 58 Pic X(10) Using WS-ENT-ZIP.
             05 Line 19 Col  3 Value "COUNTRY ....:".
             05 Line 19 Col 17 Pic X(2)  Using WS-ENT-CTRY.
             05 Line 19 Col 20 Value "(blank = US)".
             05 Line 23 Col  2 Value "Options: [B]ack [G]et [S]ave"
                                     & " [D]elete".
             05 Line 23 Col 40 Pic X Using WS-INPKEY.
             05 Line 24 Col  2 Value "STATUS:".
             05 Line 24 Col 10 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-CUSTID, LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 160-Clear-Entry.
         Move LS-CUSTID To CUSTID Of WS-CUST-DAT.
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL.
         Perform 200-Load-List.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-ROLES-1.
         Accept  SS-ROLES-1.
         Evaluate WS-INPKEY
           When "G" Perform 120-Get-Role
           When "S" Perform 130-Save-Role
           When "D" Perform 140-Delete-Role
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
           Perform 200-Load-List
         End-If.

      *>  Brings the role's row up into the entry fields to be
      *>  edited and saved back.
       120-Get-Role.
         Move "G" To WS-CAD-FUNC.
         Perform 150-Call-Sub162.
         Evaluate WS-CAD-RETVAL
           When "00"
             Move LCAADDR1 To WS-ENT-ADDR1
             Move LCAADDR2 To WS-ENT-ADDR2
             Move LCACITY  To WS-ENT-CITY
             Move LCASTATE To WS-ENT-STATE
             Move LCAZIP   To WS-ENT-ZIP
             Move LCACTRY  To WS-ENT-CTRY
             Move "Role address loaded!" To WS-STATUS
           When "04"
             Move "Role must be B, S, R or M!" To WS-STATUS
           When Other
             Move "No address for that role!" To WS-STATUS
         End-Evaluate.

       130-Save-Role.
         Evaluate True
           When WS-ENT-ROLE Not Equal "B" And Not Equal "S"
                            And Not Equal "R" And Not Equal "M"
             Move "Role must be B, S, R or M!" To WS-STATUS
           When WS-ENT-ADDR1 Equal Space
             Move "Address line 1 is required!" To WS-STATUS
           When Other
             Perform 170-Validate-Address
             Evaluate WS-ADDR-RETVAL
               When "04"
                 Move "Unknown country code!" To WS-STATUS
               When "02"
                 Move "Unknown state code!" To WS-STATUS
               When "03"
                 Move "Invalid ZIP code!" To WS-STATUS
               When Other
                 Move "S" To WS-CAD-FUNC
                 Perform 150-Call-Sub162
                 If WS-ZIP-RETVAL Equal "03" Then
                   Move "Saved - ZIP not in state!" To WS-STATUS
                 Else
                   Move "Role address saved!" To WS-STATUS
                 End-If
             End-Evaluate
         End-Evaluate.

       140-Delete-Role.
         Move "D" To WS-CAD-FUNC.
         Perform 150-Call-Sub162.
         Evaluate WS-CAD-RETVAL
           When "00"
             Perform 160-Clear-Entry
             Move "Role address removed!" To WS-STATUS
           When "04"
             Move "Role must be B, S, R or M!" To WS-STATUS
           When Other
             Move "No address for that role!" To WS-STATUS
         End-Evaluate.

       150-Call-Sub162.
         Move LS-CUSTID    To LCACUSTID.
         Move WS-ENT-ROLE  To LCAROLE.
         Move WS-ENT-ADDR1 To LCAADDR1.
         Move WS-ENT-ADDR2 To LCAADDR2.
         Move WS-ENT-CITY  To LCACITY.
         Move WS-ENT-STATE To LCASTATE.
         Move WS-ENT-ZIP   To LCAZIP.
         Move WS-ENT-CTRY  To LCACTRY.
         Move LS-OPERID    To LCAOPERID.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET,
             WS-CAD-RETVAL.

       160-Clear-Entry.
         Move Space To WS-ENT-ADDR1.
         Move Space To WS-ENT-ADDR2.
         Move Space To WS-ENT-CITY.
         Move Space To WS-ENT-STATE.
         Move Space To WS-ENT-ZIP.
         Move Space To WS-ENT-CTRY.

      *>  Same order as SUB210 checks the primary address: country
      *>  first, and the state/ZIP reference only for US addresses.
       170-Validate-Address.
         Move "00" To WS-ZIP-RETVAL.
         Move WS-ENT-CTRY To WS-CTRY-CODE.
         Call "SUB119" Using WS-CTRY-PRMSET, WS-CTRY-RETVAL.
         If WS-CTRY-RETVAL Not Equal "00" Then
           Move "04" To WS-ADDR-RETVAL
         Else
           If WS-ENT-CTRY Equal Space Or WS-ENT-CTRY Equal "US" Then
             Move WS-ENT-STATE To WS-ADDR-STATE
             Move WS-ENT-ZIP   To WS-ADDR-ZIP
             Call "SUB113" Using WS-ADDR-PRMSET, WS-ADDR-RETVAL
             If WS-ADDR-RETVAL Equal "00" Then
               Call "SUB126" Using WS-ADDR-PRMSET, WS-ZIP-RETVAL
             End-If
           Else
             Move "00" To WS-ADDR-RETVAL
           End-If
         End-If.

      *>  One line per role; a role with no row of its own is shown
      *>  by name only.
       200-Load-List.
         Perform 210-Load-List-Row
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than 4.

       210-Load-List-Row.
         Move WS-ROLE-NAME(WS-LX) To WS-L-NAME(WS-LX).
         Move Space To WS-L-ADDR1(WS-LX).
         Move Space To WS-L-CITY(WS-LX).
         Move Space To WS-L-STATE(WS-LX).
         Move Space To WS-L-ZIP(WS-LX).
         Move Space To WS-L-UNDEL(WS-LX).
         Move "G" To WS-CAD-FUNC.
         Move LS-CUSTID To LCACUSTID.
         Move WS-ROLE-CODE(WS-LX) To LCAROLE.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET,
             WS-CAD-RETVAL.
         If WS-CAD-RETVAL Equal "00" Then
           Move LCAADDR1 To WS-L-ADDR1(WS-LX)
           Move LCACITY  To WS-L-CITY(WS-LX)
           Move LCASTATE To WS-L-STATE(WS-LX)
           Move LCAZIP   To WS-L-ZIP(WS-LX)
           If LCAUNDELIV Equal "Y" Then
             Move "X" To WS-L-UNDEL(WS-LX)
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
