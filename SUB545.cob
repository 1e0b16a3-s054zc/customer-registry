      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain one customer's product holdings on  **
      *> HOLDING.DAT (see HOLDFD) - what they actually have, where   **
      *> the SUB375 interest codes only say what they might want.    **
      *> Reached from the SUB210 update screen's h[O]ldings option   **
      *> with the customer already fetched. Lists the holdings ten   **
      *> to a page with their PRODUCT.DAT descriptions; [S]ave       **
      *> validates the product through SUB166 and writes the row for **
      *> that product and start date, or replaces it when one is     **
      *> already there; [D]elete removes it. A blank start date is   **
      *> taken as the processing date, a blank end date leaves the   **
      *> holding open-ended. Rows keyed here are source M; rows the  **
      *> HLD101 order import loaded can be corrected here too.       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB545.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select HOLDING Assign WS-HOLDFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is HDKEY
             File Status WS-HOLDSTAT.

       Data Division.
         File Section.
           Fd HOLDING.
           01 HOLDING-REC.
             Copy HOLDFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-HOLDFILE Pic X(20) Value "data/HOLDING.DAT".
           01 WS-HOLDSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ENT-PROD  Pic X(6)  Value Space.
           01 WS-ENT-START Pic 9(8)  Value Zero.
           01 WS-ENT-END   Pic 9(8)  Value Zero.
           01 WS-ENT-QTY   Pic 9(7)  Value Zero.
           01 WS-ENT-OK    Pic X     Value "N".
             88 IS-ENT-OK           Value "Y".
           01 WS-CUR-DATE  Pic 9(8).
           01 WS-CUR-TIME  Pic 9(8).
           01 WS-PRD-PRMSET.
             05 WS-PRD-CODE Pic X(6).
             05 WS-PRD-DESC Pic X(30).
           01 WS-PRD-RETVAL Pic X(2).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CAL-FUNC   Pic X(1) Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).
           01 WS-PAGE-KEY.
             05 WS-PG-PROD  Pic X(6)  Value Space.
             05 WS-PG-START Pic 9(8)  Value Zero.
           01 WS-LAST-KEY.
             05 WS-LK-PROD  Pic X(6)  Value Space.
             05 WS-LK-START Pic 9(8)  Value Zero.
           01 WS-LIST-CNT Pic 9(2)  Value Zero.
           01 WS-LIST-TBL.
             05 WS-LIST-ROW Occurs 10 Times Indexed By WS-LX.
               10 WS-L-PROD  Pic X(6)  Value Space.
               10 WS-L-DESC  Pic X(24) Value Space.
               10 WS-L-START Pic X(8)  Value Space.
               10 WS-L-END   Pic X(8)  Value Space.
               10 WS-L-QTY   Pic X(7)  Value Space.
               10 WS-L-SRC   Pic X(1)  Value Space.

         Linkage Section.
           01 LS-CUSTID Pic X(10).
           01 LS-OPERID Pic X(8).

         Screen Section.
           01 SS-HOLDING-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "CUSTOMER HOLDINGS.".
             05 Line  4 Col 23 Pic X(10) From LS-CUSTID.
             05 Line  6 Col  3 Value "PRODUCT DESCRIPTION"
                                     & "              START    END"
                                     & "          QTY S".
             05 Line  7 Col  3 Pic X(6)  From WS-L-PROD(1).
             05 Line  7 Col 11 Pic X(24) From WS-L-DESC(1).
             05 Line  7 Col 36 Pic X(8)  From WS-L-START(1).
             05 Line  7 Col 45 Pic X(8)  From WS-L-END(1).
             05 Line  7 Col 54 Pic X(7)  From WS-L-QTY(1).
             05 Line  7 Col 62 Pic X(1)  From WS-L-SRC(1).
             05 Line  8 Col  3 Pic X(6)  From WS-L-PROD(2).
             05 Line  8 Col 11 Pic X(24) From WS-L-DESC(2).
             05 Line  8 Col 36 Pic X(8)  From WS-L-START(2).
             05 Line  8 Col 45 Pic X(8)  From WS-L-END(2).
             05 Line  8 Col 54 Pic X(7)  From WS-L-QTY(2).
             05 Line  8 Col 62 Pic X(1)  From WS-L-SRC(2).
             05 Line  9 Col  3 Pic X(6)  From WS-L-PROD(3).
             05 Line  9 Col 11 Pic X(24) From WS-L-DESC(3).
             05 Line  9 Col 36 Pic X(8)  From WS-L-START(3).
             05 Line  9 Col 45 Pic X(8)  From WS-L-END(3).
             05 Line  9 Col 54 Pic X(7)  From WS-L-QTY(3).
             05 Line  9 Col 62 Pic X(1)  From WS-L-SRC(3).
             05 Line 10 Col  3 Pic X(6)  From WS-L-PROD(4).
             05 Line 10 Col 11 Pic X(24) From WS-L-DESC(4).
             05 Line 10 Col 36 Pic X(8)  From WS-L-START(4).
             05 Line 10 Col 45 Pic X(8)  From WS-L-END(4).
             05 Line 10 Col 54 Pic X(7)  From WS-L-QTY(4).
             05 Line 10 Col 62 Pic X(1)  From WS-L-SRC(4).
             05 Line 11 Col  3 Pic X(6)  From WS-L-PROD(5).
             05 Line 11 Col 11 Pic X(24) From WS-L-DESC(5).
             05 Line 11 Col 36 Pic X(8)  From WS-L-START(5).
             05 Line 11 Col 45 Pic X(8)  From WS-L-END(5).
             05 Line 11 Col 54 Pic X(7)  From WS-L-QTY(5).
             05 Line 11 Col 62 Pic X(1)  From WS-L-SRC(5).
             05 Line 12 Col  3 Pic X(6)  From WS-L-PROD(6).
             05 Line 12 Col 11 Pic X(24) From WS-L-DESC(6).
             05 Line 12 Col 36 Pic X(8)  From WS-L-START(6).
             05 Line 12 Col 45 Pic X(8)  From WS-L-END(6).
             05 Line 12 Col 54 Pic X(7)  From WS-L-QTY(6).
             05 Line 12 Col 62 Pic X(1)  From WS-L-SRC(6).
             05 Line 13 Col  3 Pic X(6)  From WS-L-PROD(7).
             05 Line 13 Col 11 Pic X(24) From WS-L-DESC(7).
             05 Line 13 Col 36 Pic X(8)  From WS-L-START(7).
             05 Line 13 Col 45 Pic X(8)  From WS-L-END(7).
             05 Line 13 Col 54 Pic X(7)  From WS-L-QTY(7).
             05 Line 13 Col 62 Pic X(1)  From WS-L-SRC(7).
             05 Line 14 Col  3 Pic X(6)  From WS-L-PROD(8).
             05 Line 14 Col 11 Pic X(24) From WS-L-DESC(8).
             05 Line 14 Col 36 Pic X(8)  From WS-L-START(8).
             05 Line 14 Col 45 Pic X(8)  From WS-L-END(8).
             05 Line 14 Col 54 Pic X(7)  From WS-L-QTY(8).
             05 Line 14 Col 62 Pic X(1)  From WS-L-SRC(8).
             05 Line 15 Col  3 Pic X(6)  From WS-L-PROD(9).
             05 Line 15 Col 11 Pic X(24) From WS-L-DESC(9).
             05 Line 15 Col 36 Pic X(8)  From WS-L-START(9).
             05 Line 15 Col 45 Pic X(8)  From WS-L-END(9).
             05 Line 15 Col 54 Pic X(7)  From WS-L-QTY(9).
             05 Line 15 Col 62 Pic X(1)  From WS-L-SRC(9).
             05 Line 16 Col  3 Pic X(6)  From WS-L-PROD(10).
             05 Line 16 Col 11 Pic X(24) From WS-L-DESC(10).
             05 Line 16 Col 36 Pic X(8)  From WS-L-START(10).
             05 Line 16 Col 45 Pic X(8)  From WS-L-END(10).
             05 Line 16 Col 54 Pic X(7)  From WS-L-QTY(10).
             05 Line 16 Col 62 Pic X(1)  From WS-L-SRC(10).
             05 Line 18 Col  3 Value "PRODUCT:".
             05 Line 18 Col 12 Pic X(6)  Using WS-ENT-PROD.
             05 Line 18 Col 20 Value "START:".
             05 Line 18 Col 27 Pic 9(8)  Using WS-ENT-START.
             05 Line 18 Col 37 Value "END:".
             05 Line 18 Col 42 Pic 9(8)  Using WS-ENT-END.
             05 Line 18 Col 52 Value "QTY:".
             05 Line 18 Col 57 Pic 9(7)  Using WS-ENT-QTY.
             05 Line 19 Col  3 Value "(YYYYMMDD - start 0 = today,"
                                     & " end 0 = open-ended)".
             05 Line 20 Col  3 Value "(product and start pick the"
                                     & " row for [S]ave and [D]elete)".
             05 Line 23 Col  2 Value "Options: [B]ack [S]ave [D]elete"
                                     & " [P]age".
             05 Line 23 Col 40 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-CUSTID, LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move Space To WS-PAGE-KEY.
         Move Zero  To WS-PG-START.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Perform 200-Load-List.
         Display SS-HOLDING-1.
         Accept  SS-HOLDING-1.
         Evaluate WS-INPKEY
           When "S" Perform 120-Save-Holding
           When "D" Perform 130-Delete-Holding
           When "P" Perform 140-Next-Page
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

      *>  The list starts after WS-PAGE-KEY (blank for the first
      *>  page) and remembers the last row shown for the next one.
       200-Load-List.
         Move Zero To WS-LIST-CNT.
         Perform 210-Clear-List-Row
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than 10.
         Move "N" To WS-EOF.
         Open Input HOLDING.
         If WS-HOLDSTAT Not Equal "00" Then
           Close HOLDING
         Else
           Move LS-CUSTID   To HDCUSTID
           Move WS-PG-PROD  To HDPROD
           Move WS-PG-START To HDSTART
           Start HOLDING Key Is Greater Than HDKEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 220-Load-List-Next
             Until IS-EOF Or WS-LIST-CNT Equal 10
           Close HOLDING
         End-If.

       210-Clear-List-Row.
         Move Space To WS-LIST-ROW(WS-LX).

       220-Load-List-Next.
         Read HOLDING Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If HDCUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-LIST-CNT
             Set WS-LX To WS-LIST-CNT
             Move HDPROD  To WS-L-PROD(WS-LX)
             Move HDSTART To WS-L-START(WS-LX)
             If HDEND Not Equal Zero Then
               Move HDEND To WS-L-END(WS-LX)
             End-If
             Move HDQTY   To WS-L-QTY(WS-LX)
             Move HDSRC   To WS-L-SRC(WS-LX)
             Move HDPROD  To WS-PRD-CODE
             Move Space   To WS-PRD-DESC
             Call "SUB166" Using WS-PRD-PRMSET, WS-PRD-RETVAL
             Move WS-PRD-DESC To WS-L-DESC(WS-LX)
             Move HDPROD  To WS-LK-PROD
             Move HDSTART To WS-LK-START
           End-If
         End-If.

      *>  Pages forward ten at a time, and back to the start after
      *>  the last page.
       140-Next-Page.
         If WS-LIST-CNT Less Than 10 Then
           Move Space To WS-PG-PROD
           Move Zero  To WS-PG-START
         Else
           Move WS-LAST-KEY To WS-PAGE-KEY
         End-If.

       120-Save-Holding.
         Perform 150-Validate-Entry.
         If IS-ENT-OK Then
           Open I-O HOLDING
           If WS-HOLDSTAT Equal "35" Then
             Close HOLDING
             Open Output HOLDING
             Close HOLDING
             Open I-O HOLDING
           End-If
           Move LS-CUSTID    To HDCUSTID
           Move WS-ENT-PROD  To HDPROD
           Move WS-ENT-START To HDSTART
           Read HOLDING
             Key Is HDKEY
             Invalid Key
               Perform 160-Fill-Holding
               Move "M"   To HDSRC
               Move Space To HDORDREF
               Write HOLDING-REC
               End-Write
               Move "Holding added!" To WS-STATUS
             Not Invalid Key
               Perform 160-Fill-Holding
               Rewrite HOLDING-REC
               End-Rewrite
               Move "Holding updated!" To WS-STATUS
           End-Read
           Close HOLDING
         End-If.

       130-Delete-Holding.
         If WS-ENT-PROD Equal Space Or WS-ENT-START Equal Zero Then
           Move "Product and start required!" To WS-STATUS
         Else
           Open I-O HOLDING
           If WS-HOLDSTAT Equal "35" Then
             Move "No holdings on file!" To WS-STATUS
             Close HOLDING
           Else
             Move LS-CUSTID    To HDCUSTID
             Move WS-ENT-PROD  To HDPROD
             Move WS-ENT-START To HDSTART
             Delete HOLDING
               Invalid Key
                 Move "Not on this customer!" To WS-STATUS
               Not Invalid Key
                 Move "Holding removed!" To WS-STATUS
             End-Delete
             Close HOLDING
           End-If
         End-If.

      *>  The product must be on PRODUCT.DAT and active; the dates
      *>  must be real dates (SUB151 says 03 otherwise) and the end,
      *>  when given, no earlier than the start.
       150-Validate-Entry.
         Move "N" To WS-ENT-OK.
         If WS-ENT-START Equal Zero Then
           Move LPDDATE To WS-ENT-START
         End-If.
         If WS-ENT-QTY Equal Zero Then
           Move 1 To WS-ENT-QTY
         End-If.
         Move WS-ENT-PROD To WS-PRD-CODE.
         Call "SUB166" Using WS-PRD-PRMSET, WS-PRD-RETVAL.
         If WS-PRD-RETVAL Not Equal "00" Then
           Move "Unknown product code!" To WS-STATUS
         Else
           Move Space        To LCLOFFICE
           Move Space        To LCLUNIT
           Move WS-ENT-START To LCLFROMDT
           Move WS-ENT-END   To LCLTODT
           If WS-ENT-END Equal Zero Then
             Move WS-ENT-START To LCLTODT
           End-If
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           If WS-CAL-RETVAL Equal "03" Or LCLDAYS Less Than Zero
             Then
             Move "Start/end date not valid!" To WS-STATUS
           Else
             Move "Y" To WS-ENT-OK
           End-If
         End-If.

       160-Fill-Holding.
         Move WS-ENT-END  To HDEND.
         Move WS-ENT-QTY  To HDQTY.
         Move LS-OPERID   To HDOPERID.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move WS-CUR-DATE To HDUPDDTTM(1:8).
         Move WS-CUR-TIME To HDUPDDTTM(9:6).

       999-End-Of-SubRutine.
         Exit Program.
