      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain one company's contracts and         **
      *> agreements on CONTRACT.DAT (SUB165). Reached from the       **
      *> SUB280 company screen's [A]gree option with the company     **
      *> already saved. The company's contracts are listed six to a  **
      *> page; [G]et brings one up by sequence number to edit, a     **
      *> blank sequence number saves a new one. A signing contact,   **
      *> when given, must be a customer on file linked to this       **
      *> company (RCUSTCOID).                                        **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB535.

       Data Division.
         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-CUST-DAT.
             Copy CUSTWS.
           01 WS-RETVAL   Pic X(2)  Value Space.
           01 WS-ENT-SEQ     Pic 9(3)  Value Zero.
           01 WS-ENT-CUSTID  Pic X(10) Value Space.
           01 WS-ENT-TYPE    Pic X(2)  Value Space.
           01 WS-ENT-DESC    Pic X(30) Value Space.
           01 WS-ENT-VALUE   Pic 9(9)  Value Zero.
           01 WS-ENT-START   Pic 9(8)  Value Zero.
           01 WS-ENT-END     Pic 9(8)  Value Zero.
           01 WS-ENT-NOTICE  Pic 9(3)  Value Zero.
           01 WS-ENT-RENEW   Pic X(1)  Value Space.
           01 WS-ENT-TERM    Pic 9(3)  Value Zero.
           01 WS-ENT-STATUS  Pic X(1)  Value Space.
           01 WS-ID-NORM     Pic X(10) Value Space Justified Right.
           01 WS-CONT-OK     Pic X     Value "Y".
             88 IS-CONT-OK             Value "Y".
           01 WS-PAGE-FROM   Pic 9(3)  Value Zero.
           01 WS-PAGE-LAST   Pic 9(3)  Value Zero.
           01 WS-LIST-CNT    Pic 9(2)  Value Zero.
           01 WS-LIST-EDIT   Pic ZZZ,ZZZ,ZZ9.
           01 WS-LIST-TBL.
             05 WS-LIST-ROW Occurs 6 Times Indexed By WS-LX.
               10 WS-L-SEQ    Pic X(3)  Value Space.
               10 WS-L-TYPE   Pic X(2)  Value Space.
               10 WS-L-DESC   Pic X(30) Value Space.
               10 WS-L-END    Pic X(8)  Value Space.
               10 WS-L-NOTICE Pic X(3)  Value Space.
               10 WS-L-RENEW  Pic X(1)  Value Space.
               10 WS-L-STATUS Pic X(1)  Value Space.
               10 WS-L-VALUE  Pic X(11) Value Space.
           01 WS-KR-FUNC   Pic X(1).
           01 WS-KR-PRMSET.
             Copy CNTRLK.
           01 WS-KR-RETVAL Pic X(2).

         Linkage Section.
           01 LS-COMPID   Pic X(6).
           01 LS-COMPNAME Pic X(40).
           01 LS-OPERID   Pic X(8).

         Screen Section.
           01 SS-CONTRACT-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "COMPANY CONTRACTS.".
             05 Line  4 Col 23 Pic X(6)  From LS-COMPID.
             05 Line  4 Col 31 Pic X(40) From LS-COMPNAME.
             05 Line  6 Col  3 Value "SEQ TY DESCRIPTION"
                                     & "                    "
                                     & "END DATE NTC R S       VALUE".
             05 Line  7 Col  3 Pic X(3)  From WS-L-SEQ(1).
             05 Line  7 Col  7 Pic X(2)  From WS-L-TYPE(1).
             05 Line  7 Col 10 Pic X(30) From WS-L-DESC(1).
             05 Line  7 Col 41 Pic X(8)  From WS-L-END(1).
             05 Line  7 Col 50 Pic X(3)  From WS-L-NOTICE(1).
             05 Line  7 Col 54 Pic X(1)  From WS-L-RENEW(1).
             05 Line  7 Col 56 Pic X(1)  From WS-L-STATUS(1).
             05 Line  7 Col 58 Pic X(11) From WS-L-VALUE(1).
             05 Line  8 Col  3 Pic X(3)  From WS-L-SEQ(2).
             05 Line  8 Col  7 Pic X(2)  From WS-L-TYPE(2).
             05 Line  8 Col 10 Pic X(30) From WS-L-DESC(2).
             05 Line  8 Col 41 Pic X(8)  From WS-L-END(2).
             05 Line  8 Col 50 Pic X(3)  From WS-L-NOTICE(2).
             05 Line  8 Col 54 Pic X(1)  From WS-L-RENEW(2).
             05 Line  8 Col 56 Pic X(1)  From WS-L-STATUS(2).
             05 Line  8 Col 58 Pic X(11) From WS-L-VALUE(2).
             05 Line  9 Col  3 Pic X(3)  From WS-L-SEQ(3).
             05 Line  9 Col  7 Pic X(2)  From WS-L-TYPE(3).
             05 Line  9 Col 10 Pic X(30) From WS-L-DESC(3).
             05 Line  9 Col 41 Pic X(8)  From WS-L-END(3).
             05 Line  9 Col 50 Pic X(3)  From WS-L-NOTICE(3).
             05 Line  9 Col 54 Pic X(1)  From WS-L-RENEW(3).
             05 Line  9 Col 56 Pic X(1)  From WS-L-STATUS(3).
             05 Line  9 Col 58 Pic X(11) From WS-L-VALUE(3).
             05 Line 10 Col  3 Pic X(3)  From WS-L-SEQ(4).
             05 Line 10 Col  7 Pic X(2)  From WS-L-TYPE(4).
             05 Line 10 Col 10 Pic X(30) From WS-L-DESC(4).
             05 Line 10 Col 41 Pic X(8)  From WS-L-END(4).
             05 Line 10 Col 50 Pic X(3)  From WS-L-NOTICE(4).
             05 Line 10 Col 54 Pic X(1)  From WS-L-RENEW(4).
             05 Line 10 Col 56 Pic X(1)  From WS-L-STATUS(4).
             05 Line 10 Col 58 Pic X(11) From WS-L-VALUE(4).
             05 Line 11 Col  3 Pic X(3)  From WS-L-SEQ(5).
             05 Line 11 Col  7 Pic X(2)  From WS-L-TYPE(5).
             05 Line 11 Col 10 Pic X(30) From WS-L-DESC(5).
             05 Line 11 Col 41 Pic X(8)  From WS-L-END(5).
             05 Line 11 Col 50 Pic X(3)  From WS-L-NOTICE(5).
             05 Line 11 Col 54 Pic X(1)  From WS-L-RENEW(5).
             05 Line 11 Col 56 Pic X(1)  From WS-L-STATUS(5).
             05 Line 11 Col 58 Pic X(11) From WS-L-VALUE(5).
             05 Line 12 Col  3 Pic X(3)  From WS-L-SEQ(6).
             05 Line 12 Col  7 Pic X(2)  From WS-L-TYPE(6).
             05 Line 12 Col 10 Pic X(30) From WS-L-DESC(6).
             05 Line 12 Col 41 Pic X(8)  From WS-L-END(6).
             05 Line 12 Col 50 Pic X(3)  From WS-L-NOTICE(6).
             05 Line 12 Col 54 Pic X(1)  From WS-L-RENEW(6).
             05 Line 12 Col 56 Pic X(1)  From WS-L-STATUS(6).
             05 Line 12 Col 58 Pic X(11) From WS-L-VALUE(6).
             05 Line 14 Col  3 Value "SEQ .......:".
             05 Line 14 Col 16 Pic 9(3)  Using WS-ENT-SEQ.
             05 Line 14 Col 20 Value "(0 = new)".
             05 Line 14 Col 40 Value "SIGNED BY :".
             05 Line 14 Col 52 Pic X(10) Using WS-ENT-CUSTID.
             05 Line 15 Col  3 Value "TYPE ......:".
             05 Line 15 Col 16 Pic X(2)  Using WS-ENT-TYPE.
             05 Line 15 Col 20 Value "(SV service MT maintenance"
                                     & " SU supply LC licence"
                                     & " OT other)".
             05 Line 16 Col  3 Value "DESCRIPTION:".
             05 Line 16 Col 16 Pic X(30) Using WS-ENT-DESC.
             05 Line 17 Col  3 Value "ANNUAL VAL.:".
             05 Line 17 Col 16 Pic 9(9)  Using WS-ENT-VALUE.
             05 Line 17 Col 27 Value "(whole dollars)".
             05 Line 18 Col  3 Value "START .....:".
             05 Line 18 Col 16 Pic 9(8)  Using WS-ENT-START.
             05 Line 18 Col 26 Value "END:".
             05 Line 18 Col 31 Pic 9(8)  Using WS-ENT-END.
             05 Line 18 Col 41 Value "(YYYYMMDD)".
             05 Line 19 Col  3 Value "NOTICE ....:".
             05 Line 19 Col 16 Pic 9(3)  Using WS-ENT-NOTICE.
             05 Line 19 Col 20 Value "days  RENEWS:".
             05 Line 19 Col 34 Pic X(1)  Using WS-ENT-RENEW.
             05 Line 19 Col 36 Value "(A auto M manual N no)".
             05 Line 19 Col 60 Value "TERM:".
             05 Line 19 Col 66 Pic 9(3)  Using WS-ENT-TERM.
             05 Line 19 Col 70 Value "months".
             05 Line 20 Col  3 Value "STATUS ....:".
             05 Line 20 Col 16 Pic X(1)  Using WS-ENT-STATUS.
             05 Line 20 Col 20 Value "(D draft A active N notice"
                                     & " given T terminated E expired)".
             05 Line 23 Col  2 Value "Options: [B]ack [G]et [S]ave"
                                     & " [C]lear [P]age".
             05 Line 23 Col 48 Pic X Using WS-INPKEY.
             05 Line 24 Col  2 Value "STATUS:".
             05 Line 24 Col 10 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-COMPID, LS-COMPNAME, LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 160-Clear-Entry.
         Move Zero To WS-PAGE-FROM.
         Perform 200-Load-List.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-CONTRACT-1.
         Accept  SS-CONTRACT-1.
         Evaluate WS-INPKEY
           When "G" Perform 120-Get-Contract
           When "S" Perform 130-Save-Contract
           When "C"
             Perform 160-Clear-Entry
             Move "Fields cleared successfully!" To WS-STATUS
           When "P" Perform 140-Next-Page
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
           Perform 200-Load-List
         End-If.

       120-Get-Contract.
         Move LS-COMPID  To LKRCOMPID.
         Move WS-ENT-SEQ To LKRSEQ.
         Move "G" To WS-KR-FUNC.
         Call "SUB165" Using WS-KR-FUNC, WS-KR-PRMSET, WS-KR-RETVAL.
         If WS-KR-RETVAL Equal "00" Then
           Move LKRCUSTID  To WS-ENT-CUSTID
           Move LKRTYPE    To WS-ENT-TYPE
           Move LKRDESC    To WS-ENT-DESC
           Move LKRVALUE   To WS-ENT-VALUE
           Move LKRSTART   To WS-ENT-START
           Move LKREND     To WS-ENT-END
           Move LKRNOTICE  To WS-ENT-NOTICE
           Move LKRRENEW   To WS-ENT-RENEW
           Move LKRRENTERM To WS-ENT-TERM
           Move LKRSTATUS  To WS-ENT-STATUS
           Move "Contract loaded!" To WS-STATUS
         Else
           Move "No contract with that number!" To WS-STATUS
         End-If.

       130-Save-Contract.
         Perform 170-Check-Contact.
         Evaluate True
           When WS-ENT-DESC Equal Space
             Move "Description is required!" To WS-STATUS
           When Not IS-CONT-OK
             Continue
           When Other
             Move LS-COMPID     To LKRCOMPID
             Move WS-ENT-SEQ    To LKRSEQ
             Move WS-ENT-CUSTID To LKRCUSTID
             Move WS-ENT-TYPE   To LKRTYPE
             Move WS-ENT-DESC   To LKRDESC
             Move WS-ENT-VALUE  To LKRVALUE
             Move WS-ENT-START  To LKRSTART
             Move WS-ENT-END    To LKREND
             Move WS-ENT-NOTICE To LKRNOTICE
             Move WS-ENT-RENEW  To LKRRENEW
             Move WS-ENT-TERM   To LKRRENTERM
             Move WS-ENT-STATUS To LKRSTATUS
             Move LS-OPERID     To LKROPERID
             Move "S" To WS-KR-FUNC
             Call "SUB165" Using WS-KR-FUNC, WS-KR-PRMSET,
                 WS-KR-RETVAL
             Evaluate WS-KR-RETVAL
               When "00"
                 Move LKRSEQ To WS-ENT-SEQ
                 Move "Contract saved!" To WS-STATUS
               When "04"
                 Move "Check type, renews and status!" To WS-STATUS
               When "05"
                 Move "Start/end date not valid!" To WS-STATUS
               When "06"
                 Move "Company has 999 contracts!" To WS-STATUS
               When Other
                 Move "Failed to save contract!" To WS-STATUS
             End-Evaluate
         End-Evaluate.

      *>  Pages forward six at a time, and back to the start after
      *>  the last page.
       140-Next-Page.
         If WS-LIST-CNT Less Than 6 Then
           Move Zero To WS-PAGE-FROM
         Else
           Move WS-PAGE-LAST To WS-PAGE-FROM
         End-If.

       160-Clear-Entry.
         Move Zero  To WS-ENT-SEQ.
         Move Space To WS-ENT-CUSTID.
         Move Space To WS-ENT-TYPE.
         Move Space To WS-ENT-DESC.
         Move Zero  To WS-ENT-VALUE.
         Move Zero  To WS-ENT-START.
         Move Zero  To WS-ENT-END.
         Move Zero  To WS-ENT-NOTICE.
         Move "M"   To WS-ENT-RENEW.
         Move Zero  To WS-ENT-TERM.
         Move "A"   To WS-ENT-STATUS.

      *>  The signing contact is optional; one that is given must be
      *>  on file and work for this company. A numeric-only ID is
      *>  right-justified and zero-filled the way SUB230 does it.
       170-Check-Contact.
         Move "Y" To WS-CONT-OK.
         If WS-ENT-CUSTID Not Equal Space Then
           Move WS-ENT-CUSTID To WS-ID-NORM
           Inspect WS-ID-NORM Replacing Leading Space By Zero
           If WS-ID-NORM Is Numeric Then
             Move WS-ID-NORM To WS-ENT-CUSTID
           End-If
           Move WS-ENT-CUSTID To CUSTID Of WS-CUST-DAT
           Call "SUB104" Using WS-CUST-DAT, WS-RETVAL
           Evaluate True
             When WS-RETVAL Not Equal "00"
               Move "N" To WS-CONT-OK
               Move "Signing contact not on file!" To WS-STATUS
             When CUSTCOID Of WS-CUST-DAT Not Equal LS-COMPID
               Move "N" To WS-CONT-OK
               Move "Contact not at this company!" To WS-STATUS
             When Other
               Continue
           End-Evaluate
         End-If.

       200-Load-List.
         Perform 210-Clear-List-Row
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than 6.
         Move Zero         To WS-LIST-CNT.
         Move WS-PAGE-FROM To WS-PAGE-LAST.
         Move "00"         To WS-KR-RETVAL.
         Perform 220-Load-List-Next
           Until WS-LIST-CNT Equal 6
             Or WS-KR-RETVAL Not Equal "00".

       210-Clear-List-Row.
         Move Space To WS-LIST-ROW(WS-LX).

       220-Load-List-Next.
         Move LS-COMPID    To LKRCOMPID.
         Move WS-PAGE-LAST To LKRSEQ.
         Move "N" To WS-KR-FUNC.
         Call "SUB165" Using WS-KR-FUNC, WS-KR-PRMSET, WS-KR-RETVAL.
         If WS-KR-RETVAL Equal "00" Then
           Add 1 To WS-LIST-CNT
           Set WS-LX To WS-LIST-CNT
           Move LKRSEQ    To WS-PAGE-LAST
           Move LKRSEQ    To WS-L-SEQ(WS-LX)
           Move LKRTYPE   To WS-L-TYPE(WS-LX)
           Move LKRDESC   To WS-L-DESC(WS-LX)
           Move LKREND    To WS-L-END(WS-LX)
           Move LKRNOTICE To WS-L-NOTICE(WS-LX)
           Move LKRRENEW  To WS-L-RENEW(WS-LX)
           Move LKRSTATUS To WS-L-STATUS(WS-LX)
           Move LKRVALUE  To WS-LIST-EDIT
           Move WS-LIST-EDIT To WS-L-VALUE(WS-LX)
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
