      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM             **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Monthly newsletter subscriber movement report. For the      **
      *> calendar month before the processing date, one line per     **
      *> list on NEWSLIST.DAT: subscribers gained (a SUBSCR.DAT      **
      *> subscribe date in the month), subscribers lost (an          **
      *> unsubscribe date in the month, whether from the SUB515      **
      *> screen or the UNS101 relay feed - the lost figure split out **
      *> for the relay), the net change, and how many are subscribed **
      *> as the report runs. A subscription row carries only its     **
      *> latest subscribe and unsubscribe dates, so a customer who   **
      *> leaves and rejoins inside one month counts on both sides.   **
      *> Output: data/NEWSSUB.PRT, archived through SUB117. Run      **
      *> outside the PGM001 menu, early each month.                 **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   NWL102.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select SUBSCR Assign WS-SUBFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is SBKEY
             File Status WS-SUBSTAT.
           Select NEWSLIST Assign WS-NLFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is NLCODE
             File Status WS-NLSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd SUBSCR.
           01 SUBSCR-REC.
             Copy SUBSCRFD.

           Fd NEWSLIST.
           01 NEWSLIST-REC.
             Copy NLISTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(84).

         Working-Storage Section.
           01 WS-SUBFILE  Pic X(20) Value "data/SUBSCR.DAT".
           01 WS-SUBSTAT  Pic 9(2).
           01 WS-NLFILE   Pic X(20) Value "data/NEWSLIST.DAT".
           01 WS-NLSTAT   Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/NEWSSUB.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-FOUND    Pic X     Value "N".
             88 IS-FOUND            Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-DATE-X Redefines WS-CUR-DATE.
             05 WS-CUR-YYYY Pic 9(4).
             05 WS-CUR-MM   Pic 9(2).
             05 WS-CUR-DD   Pic 9(2).
           01 WS-RPT-MONTH.
             05 WS-RPT-YYYY Pic 9(4).
             05 WS-RPT-MM   Pic 9(2).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-TOT-GAIN   Pic 9(6) Value Zero.
           01 WS-TOT-LOST   Pic 9(6) Value Zero.
           01 WS-TOT-RELAY  Pic 9(6) Value Zero.
           01 WS-TOT-NOW    Pic 9(6) Value Zero.
           01 WS-NET        Pic S9(6) Value Zero.

      *>  Every list on file, plus any code found on a subscription
      *>  row whose list has since gone from NEWSLIST.DAT.
           01 WS-NL-COUNT Pic 9(3) Value Zero.
           01 WS-NL-TBL.
             05 WS-NL-ENTRY Occurs 100 Times Indexed By WS-NX.
               10 WS-N-CODE  Pic X(4).
               10 WS-N-DESC  Pic X(20).
               10 WS-N-STAT  Pic X(1).
               10 WS-N-GAIN  Pic 9(6).
               10 WS-N-LOST  Pic 9(6).
               10 WS-N-RELAY Pic 9(6).
               10 WS-N-NOW   Pic 9(6).

           01 WS-HDG-1.
             05 Filler  Pic X(31)
                          Value "NEWSLETTER SUBSCRIBERS - MONTH".
             05 H-MONTH Pic X(6).
             05 Filler  Pic X(6)  Value "  RUN ".
             05 H-DATE  Pic X(8).
             05 Filler  Pic X(33) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(6)  Value "LIST".
             05 Filler Pic X(22) Value "DESCRIPTION".
             05 Filler Pic X(4)  Value "ST".
             05 Filler Pic X(9)  Value "   GAINED".
             05 Filler Pic X(9)  Value "     LOST".
             05 Filler Pic X(9)  Value " BY RELAY".
             05 Filler Pic X(9)  Value "      NET".
             05 Filler Pic X(9)  Value "      NOW".
             05 Filler Pic X(7)  Value Space.
           01 WS-DETAIL.
             05 D-CODE   Pic X(4).
             05 Filler   Pic X(2)  Value Space.
             05 D-DESC   Pic X(20).
             05 Filler   Pic X(2)  Value Space.
             05 D-STAT   Pic X(4).
             05 Filler   Pic X(2)  Value Space.
             05 D-GAIN   Pic ZZZ,ZZ9.
             05 Filler   Pic X(2)  Value Space.
             05 D-LOST   Pic ZZZ,ZZ9.
             05 Filler   Pic X(2)  Value Space.
             05 D-RELAY  Pic ZZZ,ZZ9.
             05 Filler   Pic X(1)  Value Space.
             05 D-NET    Pic -ZZZ,ZZ9.
             05 Filler   Pic X(2)  Value Space.
             05 D-NOW    Pic ZZZ,ZZ9.
             05 Filler   Pic X(7)  Value Space.
           01 WS-BLANK-LINE Pic X(84) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 150-Set-Report-Month.
         Perform 200-Load-Lists.
         Perform 300-Count-Subscriptions.
         Perform 500-Write-Report.
         Move "NWL102" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "NWL102: " WS-NL-COUNT " list(s) reported for month "
                 WS-RPT-MONTH ".".
         Perform 999-End-Of-Program.

      *>  The month just ended - the report is run in the first days
      *>  of the next one.
       150-Set-Report-Month.
         Move WS-CUR-YYYY To WS-RPT-YYYY.
         If WS-CUR-MM Equal 1 Then
           Subtract 1 From WS-RPT-YYYY
           Move 12 To WS-RPT-MM
         Else
           Compute WS-RPT-MM = WS-CUR-MM - 1
         End-If.

       200-Load-Lists.
         Move "N" To WS-EOF.
         Open Input NEWSLIST.
         If WS-NLSTAT Not Equal "00" Then
           Close NEWSLIST
         Else
           Perform 210-Load-List-Next
             Until IS-EOF
           Close NEWSLIST
         End-If.

       210-Load-List-Next.
         Read NEWSLIST Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And WS-NL-COUNT Less Than 100 Then
           Add 1 To WS-NL-COUNT
           Set WS-NX To WS-NL-COUNT
           Move NLCODE To WS-N-CODE(WS-NX)
           Move NLDESC To WS-N-DESC(WS-NX)
           Move NLSTAT To WS-N-STAT(WS-NX)
           Perform 220-Zero-Counts
         End-If.

       220-Zero-Counts.
         Move Zero To WS-N-GAIN(WS-NX).
         Move Zero To WS-N-LOST(WS-NX).
         Move Zero To WS-N-RELAY(WS-NX).
         Move Zero To WS-N-NOW(WS-NX).

       300-Count-Subscriptions.
         Move "N" To WS-EOF.
         Open Input SUBSCR.
         If WS-SUBSTAT Not Equal "00" Then
           Close SUBSCR
         Else
           Perform 310-Count-Next
             Until IS-EOF
           Close SUBSCR
         End-If.

       310-Count-Next.
         Read SUBSCR Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Perform 320-Find-List
           If IS-FOUND Then
             If SBSUBDT(1:6) Equal WS-RPT-MONTH Then
               Add 1 To WS-N-GAIN(WS-NX)
             End-If
             If SBUNSDT(1:6) Equal WS-RPT-MONTH Then
               Add 1 To WS-N-LOST(WS-NX)
               If SBUNSSRC-RELAY Then
                 Add 1 To WS-N-RELAY(WS-NX)
               End-If
             End-If
             If SBSTAT-SUBSCRIBED Then
               Add 1 To WS-N-NOW(WS-NX)
             End-If
           End-If
         End-If.

      *>  Leaves WS-NX on the row for SBLIST, adding one for a code
      *>  no longer on NEWSLIST.DAT while the table has room.
       320-Find-List.
         Move "N" To WS-FOUND.
         Perform 325-Match-List-Next
           Varying WS-NX From 1 By 1
           Until WS-NX Greater Than WS-NL-COUNT
             Or IS-FOUND.
         If IS-FOUND Then
           Set WS-NX Down By 1
         End-If.
         If Not IS-FOUND And WS-NL-COUNT Less Than 100 Then
           Add 1 To WS-NL-COUNT
           Set WS-NX To WS-NL-COUNT
           Move SBLIST          To WS-N-CODE(WS-NX)
           Move "(NOT ON FILE)" To WS-N-DESC(WS-NX)
           Move Space           To WS-N-STAT(WS-NX)
           Perform 220-Zero-Counts
           Move "Y" To WS-FOUND
         End-If.

       325-Match-List-Next.
         If WS-N-CODE(WS-NX) Equal SBLIST Then
           Move "Y" To WS-FOUND
         End-If.

       500-Write-Report.
         Open Output PRTFILE.
         Move WS-RPT-MONTH To H-MONTH.
         Move WS-CUR-DATE  To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-HDG-2.
         Perform 510-Write-List-Line
           Varying WS-NX From 1 By 1
           Until WS-NX Greater Than WS-NL-COUNT.
         Write PRT-REC From WS-BLANK-LINE.
         Move Space   To D-CODE.
         Move "TOTAL" To D-DESC.
         Move Space   To D-STAT.
         Move WS-TOT-GAIN  To D-GAIN.
         Move WS-TOT-LOST  To D-LOST.
         Move WS-TOT-RELAY To D-RELAY.
         Compute WS-NET = WS-TOT-GAIN - WS-TOT-LOST.
         Move WS-NET       To D-NET.
         Move WS-TOT-NOW   To D-NOW.
         Write PRT-REC From WS-DETAIL.
         Close PRTFILE.

       510-Write-List-Line.
         Move WS-N-CODE(WS-NX)  To D-CODE.
         Move WS-N-DESC(WS-NX)  To D-DESC.
         Move WS-N-STAT(WS-NX)  To D-STAT.
         Move WS-N-GAIN(WS-NX)  To D-GAIN.
         Move WS-N-LOST(WS-NX)  To D-LOST.
         Move WS-N-RELAY(WS-NX) To D-RELAY.
         Compute WS-NET = WS-N-GAIN(WS-NX) - WS-N-LOST(WS-NX).
         Move WS-NET            To D-NET.
         Move WS-N-NOW(WS-NX)   To D-NOW.
         Write PRT-REC From WS-DETAIL.
         Add WS-N-GAIN(WS-NX)  To WS-TOT-GAIN.
         Add WS-N-LOST(WS-NX)  To WS-TOT-LOST.
         Add WS-N-RELAY(WS-NX) To WS-TOT-RELAY.
         Add WS-N-NOW(WS-NX)   To WS-TOT-NOW.

       999-End-Of-Program.
         Stop Run.
