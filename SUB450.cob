      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain one customer's alert flags on       **
      *> data/CUSTALRT.DAT, reached from the SUB230 detail screen's  **
      *> a[L]ert option with the customer already fetched. Lists the **
      *> alerts on file with their effective and expiry dates, who   **
      *> set them and whether they are in effect today. [S]et adds   **
      *> an alert, or replaces the dates on one already set, stamped **
      *> with the signed-on operator; the code must be active on     **
      *> ALERTCD.DAT (SUB445). An effective date of zero means       **
      *> today, an expiry date of zero means until removed.          **
      *> [R]emove deletes the alert.                                 **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB450.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUSTALRT Assign WS-CALRFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CAKEY
             File Status WS-CALRSTAT.
           Select ALERTCD Assign WS-ALRFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is ALCODE
             File Status WS-ALRSTAT.

       Data Division.
         File Section.
           Fd CUSTALRT.
           01 CUSTALRT-REC.
             Copy CUSTALFD.

           Fd ALERTCD.
           01 ALERTCD-REC.
             Copy ALERTFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-CALRFILE Pic X(20) Value "data/CUSTALRT.DAT".
           01 WS-CALRSTAT Pic 9(2).
           01 WS-ALRFILE  Pic X(20) Value "data/ALERTCD.DAT".
           01 WS-ALRSTAT  Pic 9(2).
           01 WS-ALR-OPEN Pic X     Value "N".
             88 ALR-OPEN            Value "Y".
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-ENT-CODE  Pic X(4) Value Space.
           01 WS-ENT-EFFDT Pic 9(8) Value Zero.
           01 WS-ENT-EXPDT Pic 9(8) Value Zero.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-CODE-OK  Pic X     Value "N".
             88 IS-CODE-OK          Value "Y".
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-LIST-CNT Pic 9(2)  Value Zero.
           01 WS-LIST-TBL.
             05 WS-LIST-ROW Occurs 8 Times Indexed By WS-LX.
               10 WS-L-CODE  Pic X(4)  Value Space.
               10 WS-L-DESC  Pic X(20) Value Space.
               10 WS-L-EFFDT Pic X(8)  Value Space.
               10 WS-L-EXPDT Pic X(8)  Value Space.
               10 WS-L-OPER  Pic X(8)  Value Space.
               10 WS-L-STATE Pic X(7)  Value Space.

         Linkage Section.
           01 LS-CUSTID   Pic X(10).
           01 LS-OPERID   Pic X(8).

         Screen Section.
           01 SS-ALERT-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "CUSTOMER ALERTS.".
             05 Line  4 Col 22 Value "CUSTOMER:".
             05 Line  4 Col 32 Pic X(10) From LS-CUSTID.
             05 Line  6 Col  3 Value "CODE  DESCRIPTION          EFFECT"
                                     & "    EXPIRES   SET BY    STATE".
             05 Line  7 Col  3 Pic X(4)  From WS-L-CODE(1).
             05 Line  7 Col  9 Pic X(20) From WS-L-DESC(1).
             05 Line  7 Col 30 Pic X(8)  From WS-L-EFFDT(1).
             05 Line  7 Col 40 Pic X(8)  From WS-L-EXPDT(1).
             05 Line  7 Col 50 Pic X(8)  From WS-L-OPER(1).
             05 Line  7 Col 60 Pic X(7)  From WS-L-STATE(1).
             05 Line  8 Col  3 Pic X(4)  From WS-L-CODE(2).
             05 Line  8 Col  9 Pic X(20) From WS-L-DESC(2).
             05 Line  8 Col 30 Pic X(8)  From WS-L-EFFDT(2).
             05 Line  8 Col 40 Pic X(8)  From WS-L-EXPDT(2).
             05 Line  8 Col 50 Pic X(8)  From WS-L-OPER(2).
             05 Line  8 Col 60 Pic X(7)  From WS-L-STATE(2).
             05 Line  9 Col  3 Pic X(4)  From WS-L-CODE(3).
             05 Line  9 Col  9 Pic X(20) From WS-L-DESC(3).
             05 Line  9 Col 30 Pic X(8)  From WS-L-EFFDT(3).
             05 Line  9 Col 40 Pic X(8)  From WS-L-EXPDT(3).
             05 Line  9 Col 50 Pic X(8)  From WS-L-OPER(3).
             05 Line  9 Col 60 Pic X(7)  From WS-L-STATE(3).
             05 Line 10 Col  3 Pic X(4)  From WS-L-CODE(4).
             05 Line 10 Col  9 Pic X(20) From WS-L-DESC(4).
             05 Line 10 Col 30 Pic X(8)  From WS-L-EFFDT(4).
             05 Line 10 Col 40 Pic X(8)  From WS-L-EXPDT(4).
             05 Line 10 Col 50 Pic X(8)  From WS-L-OPER(4).
             05 Line 10 Col 60 Pic X(7)  From WS-L-STATE(4).
             05 Line 11 Col  3 Pic X(4)  From WS-L-CODE(5).
             05 Line 11 Col  9 Pic X(20) From WS-L-DESC(5).
             05 Line 11 Col 30 Pic X(8)  From WS-L-EFFDT(5).
             05 Line 11 Col 40 Pic X(8)  From WS-L-EXPDT(5).
             05 Line 11 Col 50 Pic X(8)  From WS-L-OPER(5).
             05 Line 11 Col 60 Pic X(7)  From WS-L-STATE(5).
             05 Line 12 Col  3 Pic X(4)  From WS-L-CODE(6).
             05 Line 12 Col  9 Pic X(20) From WS-L-DESC(6).
             05 Line 12 Col 30 Pic X(8)  From WS-L-EFFDT(6).
             05 Line 12 Col 40 Pic X(8)  From WS-L-EXPDT(6).
             05 Line 12 Col 50 Pic X(8)  From WS-L-OPER(6).
             05 Line 12 Col 60 Pic X(7)  From WS-L-STATE(6).
             05 Line 13 Col  3 Pic X(4)  From WS-L-CODE(7).
             05 Line 13 Col  9 Pic X(20) From WS-L-DESC(7).
             05 Line 13 Col 30 Pic X(8)  From WS-L-EFFDT(7).
             05 Line 13 Col 40 Pic X(8)  From WS-L-EXPDT(7).
             05 Line 13 Col 50 Pic X(8)  From WS-L-OPER(7).
             05 Line 13 Col 60 Pic X(7)  From WS-L-STATE(7).
             05 Line 14 Col  3 Pic X(4)  From WS-L-CODE(8).
             05 Line 14 Col  9 Pic X(20) From WS-L-DESC(8).
             05 Line 14 Col 30 Pic X(8)  From WS-L-EFFDT(8).
             05 Line 14 Col 40 Pic X(8)  From WS-L-EXPDT(8).
             05 Line 14 Col 50 Pic X(8)  From WS-L-OPER(8).
             05 Line 14 Col 60 Pic X(7)  From WS-L-STATE(8).
             05 Line 16 Col  3 Value "ALERT CODE :".
             05 Line 16 Col 16 Pic X(4)  Using WS-ENT-CODE.
             05 Line 17 Col  3 Value "EFFECTIVE .:".
             05 Line 17 Col 16 Pic 9(8)  Using WS-ENT-EFFDT.
             05 Line 17 Col 26 Value "(YYYYMMDD, 0 = today)".
             05 Line 18 Col  3 Value "EXPIRES ...:".
             05 Line 18 Col 16 Pic 9(8)  Using WS-ENT-EXPDT.
             05 Line 18 Col 26 Value "(YYYYMMDD, 0 = until removed)".
             05 Line 19 Col  3 Value "(dates are only used by [S]et)".
             05 Line 23 Col  2 Value "Options: [B]ack [S]et [R]emove".
             05 Line 23 Col 33 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-CUSTID, LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move Space To WS-ENT-CODE.
         Move Zero  To WS-ENT-EFFDT.
         Move Zero  To WS-ENT-EXPDT.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Perform 200-Load-List.
         Display SS-ALERT-1.
         Accept  SS-ALERT-1.
         Evaluate WS-INPKEY
           When "S" Perform 120-Set-Alert
           When "R" Perform 130-Remove-Alert
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       200-Load-List.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Move Zero To WS-LIST-CNT.
         Perform 210-Clear-List-Row
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than 8.
         Move "N" To WS-EOF.
         Open Input ALERTCD.
         If WS-ALRSTAT Equal "00" Then
           Move "Y" To WS-ALR-OPEN
         Else
           Move "N" To WS-ALR-OPEN
           Close ALERTCD
         End-If.
         Open Input CUSTALRT.
         If WS-CALRSTAT Not Equal "00" Then
           Close CUSTALRT
         Else
           Move LS-CUSTID  To CACUSTID
           Move Low-Values To CACODE
           Start CUSTALRT Key Is Greater Than CAKEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 220-Load-List-Next
             Until IS-EOF Or WS-LIST-CNT Equal 8
           Close CUSTALRT
         End-If.
         If ALR-OPEN Then
           Close ALERTCD
         End-If.

       210-Clear-List-Row.
         Move Space To WS-L-CODE(WS-LX).
         Move Space To WS-L-DESC(WS-LX).
         Move Space To WS-L-EFFDT(WS-LX).
         Move Space To WS-L-EXPDT(WS-LX).
         Move Space To WS-L-OPER(WS-LX).
         Move Space To WS-L-STATE(WS-LX).

       220-Load-List-Next.
         Read CUSTALRT Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If CACUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-LIST-CNT
             Set WS-LX To WS-LIST-CNT
             Move CACODE    To WS-L-CODE(WS-LX)
             Move CAEFFDT   To WS-L-EFFDT(WS-LX)
             If CAEXPDT Equal Zero Then
               Move "NONE" To WS-L-EXPDT(WS-LX)
             Else
               Move CAEXPDT To WS-L-EXPDT(WS-LX)
             End-If
             Move CASETOPER To WS-L-OPER(WS-LX)
             Evaluate True
               When CAEFFDT Greater Than WS-CUR-DATE
                 Move "FUTURE"  To WS-L-STATE(WS-LX)
               When CAEXPDT Not Equal Zero
                 And CAEXPDT Less Than WS-CUR-DATE
                 Move "EXPIRED" To WS-L-STATE(WS-LX)
               When Other
                 Move "ACTIVE"  To WS-L-STATE(WS-LX)
             End-Evaluate
             If ALR-OPEN Then
               Move CACODE To ALCODE
               Read ALERTCD
                 Key Is ALCODE
                 Invalid Key
                   Move "(NOT ON FILE)" To WS-L-DESC(WS-LX)
                 Not Invalid Key
                   Move ALDESC To WS-L-DESC(WS-LX)
               End-Read
             End-If
           End-If
         End-If.

      *>  Setting a code already on the customer replaces its dates
      *>  and restamps it - one row per code, never two.
       120-Set-Alert.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         If WS-ENT-EFFDT Equal Zero Then
           Move WS-CUR-DATE To WS-ENT-EFFDT
         End-If.
         Perform 125-Check-Code.
         Evaluate True
           When WS-ENT-CODE Equal Space
             Move "Alert code is required!" To WS-STATUS
           When Not IS-CODE-OK
             Move "Alert code not active!" To WS-STATUS
           When WS-ENT-EXPDT Not Equal Zero
             And WS-ENT-EXPDT Less Than WS-ENT-EFFDT
             Move "Expires before effective!" To WS-STATUS
           When Other
             Perform 127-Write-Alert
         End-Evaluate.

       125-Check-Code.
         Move "N" To WS-CODE-OK.
         Open Input ALERTCD.
         If WS-ALRSTAT Not Equal "00" Then
           Close ALERTCD
         Else
           Move WS-ENT-CODE To ALCODE
           Read ALERTCD
             Key Is ALCODE
             Invalid Key Continue
             Not Invalid Key
               If ALSTAT-ACTIVE Then
                 Move "Y" To WS-CODE-OK
               End-If
           End-Read
           Close ALERTCD
         End-If.

       127-Write-Alert.
         Open I-O CUSTALRT.
         If WS-CALRSTAT Equal "35" Then
           Close CUSTALRT
           Open Output CUSTALRT
         End-If.
         Move LS-CUSTID    To CACUSTID.
         Move WS-ENT-CODE  To CACODE.
         Move WS-ENT-EFFDT To CAEFFDT.
         Move WS-ENT-EXPDT To CAEXPDT.
         Move LS-OPERID    To CASETOPER.
         Move Spaces       To CASETDTTM.
         Move WS-CUR-DATE  To CASETDTTM(1:8).
         Move WS-CUR-TIME  To CASETDTTM(9:6).
         Write CUSTALRT-REC
           Invalid Key
             Rewrite CUSTALRT-REC
             End-Rewrite
             Move "Alert updated!" To WS-STATUS
           Not Invalid Key
             Move "Alert set!" To WS-STATUS
         End-Write.
         Close CUSTALRT.

       130-Remove-Alert.
         If WS-ENT-CODE Equal Space Then
           Move "Alert code is required!" To WS-STATUS
         Else
           Open I-O CUSTALRT
           If WS-CALRSTAT Equal "35" Then
             Move "No alerts on file!" To WS-STATUS
             Close CUSTALRT
           Else
             Move LS-CUSTID   To CACUSTID
             Move WS-ENT-CODE To CACODE
             Delete CUSTALRT
               Invalid Key
                 Move "Alert not on file!" To WS-STATUS
               Not Invalid Key
                 Move "Alert removed!" To WS-STATUS
             End-Delete
             Close CUSTALRT
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
