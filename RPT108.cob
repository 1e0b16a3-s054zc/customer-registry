      *> Satisfaction report off the data/SCOREHIST.DAT history      **
      *> SVY101 imports. Each active customer's latest score is      **
      *> averaged by territory and by type code, and every scored    **
      *> account at or below the follow-up threshold (parameter      **
      *> SVY-WORST-LIMIT, default 50 on the vendor's 0-100 scale)    **
      *> is listed worst-first material for the follow-up calls.     **
      *> Customers with no score on file are counted but excluded    **
      *> from the averages. Output: data/SVYSCORE.PRT, archived      **
      *> through SUB117, plus the data/RPT108.BST burst feed for     **
      *> BST101. Run outside the PGM001 menu, after each SVY101      **
      *> import.                                                     **
      *>                                                             **
      *> DATE-WRITTEN: 2026-09-02                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 The follow-up threshold comes from system            **
      *>        parameter SVY-WORST-LIMIT (SUB153) instead of        **
      *>        SVYWORST.CFG.                                        **
      *> 261015 Every line also goes to data/RPT108.BST tagged       **
      *>        with its territory (and, on the follow-up list, the  **
      *>        customer's office) so BST101 can burst the run to    **
      *>        the distribution list.                               **
      *> 261015 Report the response rate: each SVY102 invitation on  **
      *>        data/SVYSENT.DAT counts as answered by the first     **
      *>        score dated on or after it.                          **
      *>***************************************************************
       Identification Division.
         Program-Id.   RPT108.
       Environment Division.
         Input-Output Section.
         File-Control.
           Select SCOREHIST Assign WS-HISTFILE
             Organization Is Line Sequential
             File Status WS-HISTSTAT.
           Select SVYSENT Assign WS-SENTFILE
             Organization Is Line Sequential
             File Status WS-SENTSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.
           Select BSTFILE Assign WS-BSTFILE
             Organization Is Line Sequential
             File Status WS-BSTSTAT.

       Data Division.
         File Section.
           Fd SCOREHIST.
           01 SCOREHIST-REC.
             05 SH-CUSTID Pic X(10).
             05 SH-DATE   Pic 9(8).
             05 SH-SCORE  Pic 9(3).

           Fd SVYSENT.
           01 SVYSENT-REC.
             05 SS-CUSTID Pic X(10).
             05 SS-DATE   Pic 9(8).
             05 SS-EXTID  Pic X(20).

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.
           Fd PRTFILE.
           01 PRT-REC Pic X(88).

           Fd BSTFILE.
           01 BST-REC Pic X(112).

         Working-Storage Section.
           01 WS-HISTFILE Pic X(20) Value "data/SCOREHIST.DAT".
           01 WS-HISTSTAT Pic 9(2).
           01 WS-SENTFILE Pic X(20) Value "data/SVYSENT.DAT".
           01 WS-SENTSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/SVYSCORE.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-BSTFILE  Pic X(20) Value "data/RPT108.BST".
           01 WS-BSTSTAT  Pic 9(2).
           01 WS-BURST.
             Copy BURSTFD.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-HIST-EOF Pic X     Value "N".
             88 IS-HIST-EOF         Value "Y".
           01 WS-WORST-LIM Pic 9(3) Value 50.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-SCORED-CNT Pic 9(6) Value Zero.
           01 WS-UNSCOR-CNT Pic 9(6) Value Zero.
           01 WS-WORST-CNT  Pic 9(6) Value Zero.
           01 WS-LAST-HIT  Pic X    Value "N".
             88 IS-LAST-HIT         Value "Y".

      *>  Every SVY102 invitation, marked answered by the first score
      *>  dated on or after it and before the customer's next one.
           01 WS-INV-COUNT Pic 9(4) Value Zero.
           01 WS-INV-TBL.
             05 WS-INV-ENTRY Occurs 5000 Times Indexed By WS-IX.
               10 WS-I-CUSTID Pic X(10).
               10 WS-I-DATE   Pic 9(8).
               10 WS-I-ANSWER Pic X(1).
           01 WS-INV-BEST  Pic 9(4) Value Zero.
           01 WS-RESP-CNT  Pic 9(6) Value Zero.
           01 WS-RESP-PCT  Pic 9(3)V9 Value Zero.

      *>  Per-territory and per-type running sums for the averages.
           01 WS-TERR-COUNT Pic 9(3) Value Zero.
           01 WS-TERR-TBL.
             05 T-UNSCORED  Pic ZZZ,ZZ9.
             05 Filler      Pic X(53) Value Space.

           01 WS-RESP-LINE.
             05 Filler      Pic X(18) Value "INVITATIONS SENT: ".
             05 R-SENT      Pic ZZZ,ZZ9.
             05 Filler      Pic X(13) Value "  RESPONDED: ".
             05 R-RESP      Pic ZZZ,ZZ9.
             05 Filler      Pic X(17) Value "  RESPONSE RATE: ".
             05 R-PCT       Pic ZZ9.9.
             05 Filler      Pic X(1)  Value "%".
             05 Filler      Pic X(20) Value Space.

           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
         Perform 150-Load-Config.
         Perform 180-Load-Invitations.
         Perform 200-Load-Latest-Scores.
         Open Output PRTFILE.
         Open Output BSTFILE.
         Move Space To WS-BURST.
         Move "H" To BSKIND.
         Move WS-HDG-1 To BSLINE.
         Perform 530-Print-Line.
         Perform 300-Tally-Customers.
         Perform 500-Write-Report.
         Close PRTFILE.
         Close BSTFILE.
         Move "RPT108" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "RPT108: " WS-SCORED-CNT " scored, "
         Perform 999-End-Of-Program.

       150-Load-Config.
         Move "SVY-WORST-LIMIT" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-WORST-LIM.

       180-Load-Invitations.
         Move "N" To WS-HIST-EOF.
         Open Input SVYSENT.
         If WS-SENTSTAT Equal "00" Then
           Perform 190-Read-Sent-Next
             Until IS-HIST-EOF
         End-If.
         Close SVYSENT.

       190-Read-Sent-Next.
         Read SVYSENT
           At End Move "Y" To WS-HIST-EOF
         End-Read.
         If Not IS-HIST-EOF And WS-INV-COUNT Less Than 5000 Then
           Add 1 To WS-INV-COUNT
           Move SS-CUSTID To WS-I-CUSTID(WS-INV-COUNT)
           Move SS-DATE   To WS-I-DATE(WS-INV-COUNT)
           Move "N"       To WS-I-ANSWER(WS-INV-COUNT)
         End-If.

       200-Load-Latest-Scores.
         Move "N" To WS-HIST-EOF.
             Move SH-DATE   To WS-L-DATE(WS-LAST-COUNT)
             Move SH-SCORE  To WS-L-SCORE(WS-LAST-COUNT)
           End-If
           Perform 230-Mark-Response
         End-If.

       220-Note-Last-Next.
           End-If
         End-If.

      *>  A score answers the customer's latest invitation sent on or
      *>  before the score date; a score with none is unsolicited.
       230-Mark-Response.
         Move Zero To WS-INV-BEST.
         Perform 235-Find-Invitation-Next
           Varying WS-IX From 1 By 1
           Until WS-IX Greater Than WS-INV-COUNT.
         If WS-INV-BEST Not Equal Zero Then
           Move "Y" To WS-I-ANSWER(WS-INV-BEST)
         End-If.

       235-Find-Invitation-Next.
         If WS-I-CUSTID(WS-IX) Equal SH-CUSTID
           And WS-I-DATE(WS-IX) Not Greater Than SH-DATE Then
           If WS-INV-BEST Equal Zero Then
             Set WS-INV-BEST To WS-IX
           Else
             If WS-I-DATE(WS-IX) Not Less Than
               WS-I-DATE(WS-INV-BEST) Then
               Set WS-INV-BEST To WS-IX
             End-If
           End-If
         End-If.

       300-Tally-Customers.
         Move "N" To WS-EOF.
         Open Input CUST.
               Add 1 To WS-WORST-CNT
               If WS-WORST-CNT Equal 1 Then
                 Move WS-WORST-LIM To WH-LIM
                 Move Space To WS-BURST
                 Move "G"   To BSKIND
                 Move WS-BLANK-LINE To BSLINE
                 Perform 530-Print-Line
                 Move WS-WORST-HDG To BSLINE
                 Perform 530-Print-Line
               End-If
               Move "D"         To BSKIND
               Move RCUSTTERR   To BSTERR
               Move RCUSTOFFICE To BSOFFICE
               Move WS-WORST-LINE To BSLINE
               Perform 530-Print-Line
             End-If
           Else
             Add 1 To WS-UNSCOR-CNT
           Add 1 To WS-Y-CNT(WS-YX)
         End-If.

      *>  A territory's average line is its section's share of the
      *>  report; the type-code table and the counts cover everyone,
      *>  so they go to the whole run only.
       500-Write-Report.
         Move Space To WS-BURST.
         Move "G" To BSKIND.
         Move WS-BLANK-LINE To BSLINE.
         Perform 530-Print-Line.
         Move "BY TERRITORY" To SH-TITLE.
         Move WS-SECT-HDG To BSLINE.
         Perform 530-Print-Line.
         Perform 510-Write-Terr-Next
           Varying WS-TX From 1 By 1
           Until WS-TX Greater Than WS-TERR-COUNT.
         Move Space To WS-BURST.
         Move "T" To BSKIND.
         Move WS-BLANK-LINE To BSLINE.
         Perform 530-Print-Line.
         Move "BY TYPE CODE" To SH-TITLE.
         Move WS-SECT-HDG To BSLINE.
         Perform 530-Print-Line.
         Perform 520-Write-Type-Next
           Varying WS-YX From 1 By 1
           Until WS-YX Greater Than WS-TYPE-COUNT.
         Move WS-BLANK-LINE To BSLINE.
         Perform 530-Print-Line.
         Move WS-SCORED-CNT To T-SCORED.
         Move WS-UNSCOR-CNT To T-UNSCORED.
         Move WS-TOTAL-LINE To BSLINE.
         Perform 530-Print-Line.
         If WS-INV-COUNT Greater Than Zero Then
           Perform 525-Write-Response-Rate
         End-If.

       510-Write-Terr-Next.
         Move Space To A-LABEL.
         Move WS-T-CNT(WS-TX) To A-CNT.
         Compute WS-AVG = WS-T-SUM(WS-TX) / WS-T-CNT(WS-TX).
         Move WS-AVG To A-AVG.
         Move "D"              To BSKIND.
         Move WS-T-TERR(WS-TX) To BSTERR.
         Move WS-AVG-LINE      To BSLINE.
         Perform 530-Print-Line.

       520-Write-Type-Next.
         Move Space To A-LABEL.
         Move WS-Y-CNT(WS-YX) To A-CNT.
         Compute WS-AVG = WS-Y-SUM(WS-YX) / WS-Y-CNT(WS-YX).
         Move WS-AVG To A-AVG.
         Move WS-AVG-LINE To BSLINE.
         Perform 530-Print-Line.

       525-Write-Response-Rate.
         Move Zero To WS-RESP-CNT.
         Perform 527-Count-Answer-Next
           Varying WS-IX From 1 By 1
           Until WS-IX Greater Than WS-INV-COUNT.
         Compute WS-RESP-PCT Rounded =
           WS-RESP-CNT * 100 / WS-INV-COUNT.
         Move WS-INV-COUNT To R-SENT.
         Move WS-RESP-CNT  To R-RESP.
         Move WS-RESP-PCT  To R-PCT.
         Move WS-RESP-LINE To BSLINE.
         Perform 530-Print-Line.

       527-Count-Answer-Next.
         If WS-I-ANSWER(WS-IX) Equal "Y" Then
           Add 1 To WS-RESP-CNT
         End-If.

       530-Print-Line.
         Write PRT-REC From BSLINE.
         Write BST-REC From WS-BURST.

       999-End-Of-Program.
         Stop Run.
