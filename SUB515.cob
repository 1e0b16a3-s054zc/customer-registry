      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain one customer's newsletter           **
      *> subscriptions on data/SUBSCR.DAT, reached from the SUB230   **
      *> detail screen's [N]ewsletters option with the customer      **
      *> already fetched - the SUB450 pattern. Lists every list the  **
      *> customer has ever been on, subscribed or not, with the last **
      *> subscribe and unsubscribe dates and where the last change   **
      *> came from. [S]ubscribe puts the customer on a list that is  **
      *> active on NEWSLIST.DAT (SUB510), or back on one they left;  **
      *> [U]nsubscribe takes them off just that list. Both are       **
      *> stamped with the signed-on operator, source O. The          **
      *> all-email RCUSTDNE flag is not touched here.                **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB515.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select SUBSCR Assign WS-SUBFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is SBKEY
             File Status WS-SUBSTAT.
           Select NEWSLIST Assign WS-NLFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is NLCODE
             File Status WS-NLSTAT.

       Data Division.
         File Section.
           Fd SUBSCR.
           01 SUBSCR-REC.
             Copy SUBSCRFD.

           Fd NEWSLIST.
           01 NEWSLIST-REC.
             Copy NLISTFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-SUBFILE  Pic X(20) Value "data/SUBSCR.DAT".
           01 WS-SUBSTAT  Pic 9(2).
           01 WS-NLFILE   Pic X(20) Value "data/NEWSLIST.DAT".
           01 WS-NLSTAT   Pic 9(2).
           01 WS-NL-OPEN  Pic X     Value "N".
             88 NL-OPEN             Value "Y".
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-ENT-LIST Pic X(4)  Value Space.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-LIST-OK  Pic X     Value "N".
             88 IS-LIST-OK          Value "Y".
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-LIST-CNT Pic 9(2)  Value Zero.
           01 WS-LIST-TBL.
             05 WS-LIST-ROW Occurs 8 Times Indexed By WS-LX.
               10 WS-L-CODE  Pic X(4)  Value Space.
               10 WS-L-DESC  Pic X(20) Value Space.
               10 WS-L-STATE Pic X(12) Value Space.
               10 WS-L-SUBDT Pic X(8)  Value Space.
               10 WS-L-UNSDT Pic X(8)  Value Space.
               10 WS-L-SRC   Pic X(8)  Value Space.

         Linkage Section.
           01 LS-CUSTID   Pic X(10).
           01 LS-OPERID   Pic X(8).

         Screen Section.
           01 SS-NEWS-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "NEWSLETTER SUBSCRIPTIONS.".
             05 Line  4 Col 30 Value "CUSTOMER:".
             05 Line  4 Col 40 Pic X(10) From LS-CUSTID.
             05 Line  6 Col  3 Value "LIST  DESCRIPTION          STATUS"
                                     & "        SINCE     LEFT"
                                     & "      VIA".
             05 Line  7 Col  3 Pic X(4)  From WS-L-CODE(1).
             05 Line  7 Col  9 Pic X(20) From WS-L-DESC(1).
             05 Line  7 Col 30 Pic X(12) From WS-L-STATE(1).
             05 Line  7 Col 44 Pic X(8)  From WS-L-SUBDT(1).
             05 Line  7 Col 54 Pic X(8)  From WS-L-UNSDT(1).
             05 Line  7 Col 64 Pic X(8)  From WS-L-SRC(1).
             05 Line  8 Col  3 Pic X(4)  From WS-L-CODE(2).
             05 Line  8 Col  9 Pic X(20) From WS-L-DESC(2).
             05 Line  8 Col 30 Pic X(12) From WS-L-STATE(2).
             05 Line  8 Col 44 Pic X(8)  From WS-L-SUBDT(2).
             05 Line  8 Col 54 Pic X(8)  From WS-L-UNSDT(2).
             05 Line  8 Col 64 Pic X(8)  From WS-L-SRC(2).
             05 Line  9 Col  3 Pic X(4)  From WS-L-CODE(3).
             05 Line  9 Col  9 Pic X(20) From WS-L-DESC(3).
             05 Line  9 Col 30 Pic X(12) From WS-L-STATE(3).
             05 Line  9 Col 44 Pic X(8)  From WS-L-SUBDT(3).
             05 Line  9 Col 54 Pic X(8)  From WS-L-UNSDT(3).
             05 Line  9 Col 64 Pic X(8)  From WS-L-SRC(3).
             05 Line 10 Col  3 Pic X(4)  From WS-L-CODE(4).
             05 Line 10 Col  9 Pic X(20) From WS-L-DESC(4).
             05 Line 10 Col 30 Pic X(12) From WS-L-STATE(4).
             05 Line 10 Col 44 Pic X(8)  From WS-L-SUBDT(4).
             05 Line 10 Col 54 Pic X(8)  From WS-L-UNSDT(4).
             05 Line 10 Col 64 Pic X(8)  From WS-L-SRC(4).
             05 Line 11 Col  3 Pic X(4)  From WS-L-CODE(5).
             05 Line 11 Col  9 Pic X(20) From WS-L-DESC(5).
             05 Line 11 Col 30 Pic X(12) From WS-L-STATE(5).
             05 Line 11 Col 44 Pic X(8)  From WS-L-SUBDT(5).
             05 Line 11 Col 54 Pic X(8)  From WS-L-UNSDT(5).
             05 Line 11 Col 64 Pic X(8)  From WS-L-SRC(5).
             05 Line 12 Col  3 Pic X(4)  From WS-L-CODE(6).
             05 Line 12 Col  9 Pic X(20) From WS-L-DESC(6).
             05 Line 12 Col 30 Pic X(12) From WS-L-STATE(6).
             05 Line 12 Col 44 Pic X(8)  From WS-L-SUBDT(6).
             05 Line 12 Col 54 Pic X(8)  From WS-L-UNSDT(6).
             05 Line 12 Col 64 Pic X(8)  From WS-L-SRC(6).
             05 Line 13 Col  3 Pic X(4)  From WS-L-CODE(7).
             05 Line 13 Col  9 Pic X(20) From WS-L-DESC(7).
             05 Line 13 Col 30 Pic X(12) From WS-L-STATE(7).
             05 Line 13 Col 44 Pic X(8)  From WS-L-SUBDT(7).
             05 Line 13 Col 54 Pic X(8)  From WS-L-UNSDT(7).
             05 Line 13 Col 64 Pic X(8)  From WS-L-SRC(7).
             05 Line 14 Col  3 Pic X(4)  From WS-L-CODE(8).
             05 Line 14 Col  9 Pic X(20) From WS-L-DESC(8).
             05 Line 14 Col 30 Pic X(12) From WS-L-STATE(8).
             05 Line 14 Col 44 Pic X(8)  From WS-L-SUBDT(8).
             05 Line 14 Col 54 Pic X(8)  From WS-L-UNSDT(8).
             05 Line 14 Col 64 Pic X(8)  From WS-L-SRC(8).
             05 Line 16 Col  3 Value "LIST CODE .:".
             05 Line 16 Col 16 Pic X(4)  Using WS-ENT-LIST.
             05 Line 18 Col  3 Value "(unsubscribing here leaves every"
                                     & " other list and service email"
                                     & " alone)".
             05 Line 23 Col  2 Value "Options: [B]ack [S]ubscribe"
                                     & " [U]nsubscribe".
             05 Line 23 Col 44 Pic X Using WS-INPKEY.
             05 Line 23 Col 46 Value "STATUS:".
             05 Line 23 Col 54 Pic X(26) Using WS-STATUS.

       Procedure Division Using LS-CUSTID, LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move Space To WS-ENT-LIST.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Perform 200-Load-List.
         Display SS-NEWS-1.
         Accept  SS-NEWS-1.
         Evaluate WS-INPKEY
           When "S" Perform 120-Subscribe
           When "U" Perform 130-Unsubscribe
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       200-Load-List.
         Move Zero To WS-LIST-CNT.
         Perform 210-Clear-List-Row
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than 8.
         Move "N" To WS-EOF.
         Open Input NEWSLIST.
         If WS-NLSTAT Equal "00" Then
           Move "Y" To WS-NL-OPEN
         Else
           Move "N" To WS-NL-OPEN
           Close NEWSLIST
         End-If.
         Open Input SUBSCR.
         If WS-SUBSTAT Not Equal "00" Then
           Close SUBSCR
         Else
           Move LS-CUSTID  To SBCUSTID
           Move Low-Values To SBLIST
           Start SUBSCR Key Is Greater Than SBKEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 220-Load-List-Next
             Until IS-EOF Or WS-LIST-CNT Equal 8
           Close SUBSCR
         End-If.
         If NL-OPEN Then
           Close NEWSLIST
         End-If.

       210-Clear-List-Row.
         Move Space To WS-L-CODE(WS-LX).
         Move Space To WS-L-DESC(WS-LX).
         Move Space To WS-L-STATE(WS-LX).
         Move Space To WS-L-SUBDT(WS-LX).
         Move Space To WS-L-UNSDT(WS-LX).
         Move Space To WS-L-SRC(WS-LX).

       220-Load-List-Next.
         Read SUBSCR Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If SBCUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-LIST-CNT
             Set WS-LX To WS-LIST-CNT
             Move SBLIST  To WS-L-CODE(WS-LX)
             Move SBSUBDT To WS-L-SUBDT(WS-LX)
             If SBUNSDT Not Equal Zero Then
               Move SBUNSDT To WS-L-UNSDT(WS-LX)
             End-If
             If SBSTAT-SUBSCRIBED Then
               Move "SUBSCRIBED"   To WS-L-STATE(WS-LX)
               Move SBSUBSRC       To WS-L-SRC(WS-LX)
             Else
               Move "UNSUBSCRIBED" To WS-L-STATE(WS-LX)
               Move SBUNSSRC       To WS-L-SRC(WS-LX)
             End-If
             Evaluate WS-L-SRC(WS-LX)
               When "O" Move "OPERATOR" To WS-L-SRC(WS-LX)
               When "R" Move "RELAY"    To WS-L-SRC(WS-LX)
               When Other Continue
             End-Evaluate
             If NL-OPEN Then
               Move SBLIST To NLCODE
               Read NEWSLIST
                 Key Is NLCODE
                 Invalid Key
                   Move "(NOT ON FILE)" To WS-L-DESC(WS-LX)
                 Not Invalid Key
                   Move NLDESC To WS-L-DESC(WS-LX)
               End-Read
             End-If
           End-If
         End-If.

      *>  Subscribing again to a list the customer left flips the
      *>  same row back - one row per list, never two.
       120-Subscribe.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Perform 125-Check-List.
         Evaluate True
           When WS-ENT-LIST Equal Space
             Move "List code is required!" To WS-STATUS
           When Not IS-LIST-OK
             Move "List not active!" To WS-STATUS
           When Other
             Perform 127-Write-Subscription
         End-Evaluate.

       125-Check-List.
         Move "N" To WS-LIST-OK.
         Open Input NEWSLIST.
         If WS-NLSTAT Not Equal "00" Then
           Close NEWSLIST
         Else
           Move WS-ENT-LIST To NLCODE
           Read NEWSLIST
             Key Is NLCODE
             Invalid Key Continue
             Not Invalid Key
               If NLSTAT-ACTIVE Then
                 Move "Y" To WS-LIST-OK
               End-If
           End-Read
           Close NEWSLIST
         End-If.

       127-Write-Subscription.
         Open I-O SUBSCR.
         If WS-SUBSTAT Equal "35" Then
           Close SUBSCR
           Open Output SUBSCR
         End-If.
         Move LS-CUSTID   To SBCUSTID.
         Move WS-ENT-LIST To SBLIST.
         Read SUBSCR
           Key Is SBKEY
           Invalid Key
             Move "U"  To SBSTAT
             Move Zero To SBUNSDT
             Move Space To SBUNSSRC
         End-Read.
         If SBSTAT-SUBSCRIBED Then
           Move "Already subscribed!" To WS-STATUS
         Else
           Move LS-CUSTID   To SBCUSTID
           Move WS-ENT-LIST To SBLIST
           Move "A"         To SBSTAT
           Move WS-CUR-DATE To SBSUBDT
           Move "O"         To SBSUBSRC
           Perform 140-Stamp-Row
           Write SUBSCR-REC
             Invalid Key
               Rewrite SUBSCR-REC
               End-Rewrite
           End-Write
           Move "Subscribed!" To WS-STATUS
         End-If.
         Close SUBSCR.

       130-Unsubscribe.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         If WS-ENT-LIST Equal Space Then
           Move "List code is required!" To WS-STATUS
         Else
           Open I-O SUBSCR
           If WS-SUBSTAT Equal "35" Then
             Move "Not on that list!" To WS-STATUS
             Close SUBSCR
           Else
             Move LS-CUSTID   To SBCUSTID
             Move WS-ENT-LIST To SBLIST
             Read SUBSCR
               Key Is SBKEY
               Invalid Key
                 Move "Not on that list!" To WS-STATUS
               Not Invalid Key
                 If SBSTAT-UNSUBSCRIBED Then
                   Move "Already unsubscribed!" To WS-STATUS
                 Else
                   Move "U"         To SBSTAT
                   Move WS-CUR-DATE To SBUNSDT
                   Move "O"         To SBUNSSRC
                   Perform 140-Stamp-Row
                   Rewrite SUBSCR-REC
                   End-Rewrite
                   Move "Unsubscribed!" To WS-STATUS
                 End-If
             End-Read
             Close SUBSCR
           End-If
         End-If.

       140-Stamp-Row.
         Move LS-OPERID   To SBOPERID.
         Move Spaces      To SBUPDDTTM.
         Move WS-CUR-DATE To SBUPDDTTM(1:8).
         Move WS-CUR-TIME To SBUPDDTTM(9:6).

       999-End-Of-SubRutine.
         Exit Program.
