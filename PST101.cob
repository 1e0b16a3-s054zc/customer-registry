      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Monthly postage cost report off the postage ledger SUB168   **
      *> keeps. For the month asked on the console (last month by    **
      *> default), every POSTLEDG.DAT row - RPT105 label runs, LTR101**
      *> letter runs, CAM101 mail campaigns - is totalled by office, **
      *> then by source program and campaign or template: the runs,  **
      *> the pieces in each postage class and the postage. Against   **
      *> each, the pieces mailed that month that have since come back**
      *> (recorded through SUB310, kept on POSTPIECE.DAT): the count,**
      *> the return rate, the postage they wasted and the list's     **
      *> postage per returned piece - which lists waste postage.     **
      *> Office and grand totals follow. Output: data/POSTCOST.PRT,  **
      *> archived through SUB117. Run outside the PGM001 menu,       **
      *> monthly, on the console.                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Widened the RUN DATE heading literal, which was      **
      *>        cut short.                                           **
      *>***************************************************************
       Identification Division.
         Program-Id.   PST101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select POSTLEDG Assign WS-PLFILE
             Organization Is Line Sequential
             File Status WS-PLSTAT.
           Select POSTPIECE Assign WS-PPFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is PPKEY
             File Status WS-PPSTAT.
           Select SORTFILE Assign WS-SORTFILE.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd POSTLEDG.
           01 POSTLEDG-REC.
             Copy POSTLGFD.

           Fd POSTPIECE.
           01 POSTPIECE-REC.
             Copy POSTPCFD.

           Sd SORTFILE.
           01 SORT-REC.
             05 S-OFFICE  Pic X(3).
             05 S-PROG    Pic X(8).
             05 S-CAMP    Pic X(15).
             05 S-TYPE    Pic X(1).
               88 S-TYPE-LEDGER     Value "L".
               88 S-TYPE-RETURN     Value "R".
             05 S-Q5      Pic 9(6).
             05 S-Q3      Pic 9(6).
             05 S-RES     Pic 9(6).
             05 S-COST    Pic 9(7)V99.

           Fd PRTFILE.
           01 PRT-REC Pic X(132).

         Working-Storage Section.
           01 WS-PLFILE   Pic X(20) Value "data/POSTLEDG.DAT".
           01 WS-PLSTAT   Pic 9(2).
           01 WS-PPFILE   Pic X(20) Value "data/POSTPIECE.DAT".
           01 WS-PPSTAT   Pic 9(2).
           01 WS-SORTFILE Pic X(20) Value "data/PST101.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/POSTCOST.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-FIRST    Pic X     Value "Y".
             88 IS-FIRST            Value "Y".
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-F-MONTH  Pic 9(6)  Value Zero.
           01 WS-F-MONTH-R Redefines WS-F-MONTH.
             05 WS-F-YEAR Pic 9(4).
             05 WS-F-MM   Pic 9(2).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

      *>  The group in hand and its counts. The same counts roll
      *>  into the office subtotal and the grand total, so all three
      *>  share one layout and one print paragraph.
           01 WS-CUR-OFFICE Pic X(3)  Value Space.
           01 WS-CUR-PROG   Pic X(8)  Value Space.
           01 WS-CUR-CAMP   Pic X(15) Value Space.
           01 WS-GRP.
             05 WS-G-RUNS    Pic 9(5).
             05 WS-G-Q5      Pic 9(7).
             05 WS-G-Q3      Pic 9(7).
             05 WS-G-RES     Pic 9(7).
             05 WS-G-COST    Pic 9(7)V99.
             05 WS-G-RETURNS Pic 9(7).
             05 WS-G-WASTED  Pic 9(7)V99.
           01 WS-OFF.
             05 WS-O-RUNS    Pic 9(5).
             05 WS-O-Q5      Pic 9(7).
             05 WS-O-Q3      Pic 9(7).
             05 WS-O-RES     Pic 9(7).
             05 WS-O-COST    Pic 9(7)V99.
             05 WS-O-RETURNS Pic 9(7).
             05 WS-O-WASTED  Pic 9(7)V99.
           01 WS-TOT.
             05 WS-T-RUNS    Pic 9(5).
             05 WS-T-Q5      Pic 9(7).
             05 WS-T-Q3      Pic 9(7).
             05 WS-T-RES     Pic 9(7).
             05 WS-T-COST    Pic 9(7)V99.
             05 WS-T-RETURNS Pic 9(7).
             05 WS-T-WASTED  Pic 9(7)V99.
           01 WS-PRT.
             05 WS-P-RUNS    Pic 9(5).
             05 WS-P-Q5      Pic 9(7).
             05 WS-P-Q3      Pic 9(7).
             05 WS-P-RES     Pic 9(7).
             05 WS-P-COST    Pic 9(7)V99.
             05 WS-P-RETURNS Pic 9(7).
             05 WS-P-WASTED  Pic 9(7)V99.
           01 WS-P-PIECES   Pic 9(7)    Value Zero.
           01 WS-P-RATE     Pic 9(3)V9  Value Zero.
           01 WS-P-PER-RET  Pic 9(7)V99 Value Zero.

           01 WS-HDG-1.
             05 Filler Pic X(31) Value "MONTHLY POSTAGE COST REPORT".
             05 Filler Pic X(7)  Value "MONTH: ".
             05 H-MONTH Pic 9(6).
             05 Filler Pic X(14) Value "    RUN DATE: ".
             05 H-DATE  Pic 9(8).
             05 Filler Pic X(66) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(5)  Value "OFF".
             05 Filler Pic X(10) Value "SOURCE".
             05 Filler Pic X(17) Value "CAMPAIGN/TEMPLATE".
             05 Filler Pic X(6)  Value " RUNS".
             05 Filler Pic X(9)  Value "  5-DIGIT".
             05 Filler Pic X(9)  Value "  3-DIGIT".
             05 Filler Pic X(9)  Value " RESIDUAL".
             05 Filler Pic X(9)  Value "   PIECES".
             05 Filler Pic X(14) Value "       POSTAGE".
             05 Filler Pic X(9)  Value "  RETURNS".
             05 Filler Pic X(7)  Value "   RET%".
             05 Filler Pic X(11) Value "     WASTED".
             05 Filler Pic X(12) Value " COST/RETURN".
             05 Filler Pic X(5)  Value Space.
           01 WS-DETAIL.
             05 D-OFFICE  Pic X(3).
             05 Filler    Pic X(2)  Value Space.
             05 D-PROG    Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-CAMP    Pic X(15).
             05 Filler    Pic X(2)  Value Space.
             05 D-RUNS    Pic ZZ,ZZ9.
             05 D-Q5      Pic Z,ZZZ,ZZ9.
             05 D-Q3      Pic Z,ZZZ,ZZ9.
             05 D-RES     Pic Z,ZZZ,ZZ9.
             05 D-PIECES  Pic Z,ZZZ,ZZ9.
             05 Filler    Pic X(1)  Value Space.
             05 D-COST    Pic $$,$$$,$$9.99.
             05 D-RETURNS Pic Z,ZZZ,ZZ9.
             05 Filler    Pic X(2)  Value Space.
             05 D-RATE    Pic ZZ9.9.
             05 Filler    Pic X(1)  Value Space.
             05 D-WASTED  Pic $$$,$$9.99.
             05 Filler    Pic X(2)  Value Space.
             05 D-PER-RET Pic $$$,$$9.99 Blank When Zero.
             05 Filler    Pic X(5)  Value Space.
           01 WS-BLANK-LINE Pic X(132) Value Space.

       Procedure Division.
       100-Main.
         Display "PST101: month YYYYMM (0 = last month)?"
         Accept WS-F-MONTH.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         If WS-F-MONTH Equal Zero Then
           Perform 150-Last-Month
         End-If.
         Initialize WS-TOT.
         Sort SORTFILE
           On Ascending Key S-OFFICE, S-PROG, S-CAMP
           Input Procedure Is 300-Release-Month
           Output Procedure Is 500-Write-Report.
         Move "PST101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Perform 999-End-Of-Program.

       150-Last-Month.
         Move WS-CUR-DATE(1:6) To WS-F-MONTH.
         If WS-F-MM Equal 1 Then
           Subtract 1 From WS-F-YEAR
           Move 12 To WS-F-MM
         Else
           Subtract 1 From WS-F-MM
         End-If.

      *>  The month's ledger rows, and every piece mailed in the
      *>  month that has since come back - a return is charged to
      *>  the month its piece went out, not the month it came home.
       300-Release-Month.
         Move "N" To WS-EOF.
         Open Input POSTLEDG.
         If WS-PLSTAT Not Equal "00" Then
           Display "PST101: POSTLEDG.DAT not found."
           Close POSTLEDG
         Else
           Perform 310-Release-Ledger-Next
             Until IS-EOF
           Close POSTLEDG
         End-If.
         Move "N" To WS-EOF.
         Open Input POSTPIECE.
         If WS-PPSTAT Not Equal "00" Then
           Close POSTPIECE
         Else
           Perform 320-Release-Return-Next
             Until IS-EOF
           Close POSTPIECE
         End-If.

       310-Release-Ledger-Next.
         Read POSTLEDG
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And PLRUNDATE(1:6) Equal WS-F-MONTH Then
           Move PLOFFICE To S-OFFICE
           Move PLPROG   To S-PROG
           Move PLCAMP   To S-CAMP
           Move "L"      To S-TYPE
           Move PLQ5     To S-Q5
           Move PLQ3     To S-Q3
           Move PLRES    To S-RES
           Move PLCOST   To S-COST
           Release SORT-REC
         End-If.

       320-Release-Return-Next.
         Read POSTPIECE Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And PPRETURNED-YES
           And PPRUNDATE(1:6) Equal WS-F-MONTH Then
           Move PPOFFICE To S-OFFICE
           Move PPPROG   To S-PROG
           Move PPCAMP   To S-CAMP
           Move "R"      To S-TYPE
           Move Zero     To S-Q5
           Move Zero     To S-Q3
           Move Zero     To S-RES
           Move PPCOST   To S-COST
           Release SORT-REC
         End-If.

       500-Write-Report.
         Open Output PRTFILE.
         Move WS-F-MONTH  To H-MONTH.
         Move WS-CUR-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-HDG-2.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Tally-Next
           Until IS-EOF.
         If Not IS-FIRST Then
           Perform 530-Break-Group
           Perform 540-Break-Office
         End-If.
         Write PRT-REC From WS-BLANK-LINE.
         Move WS-TOT    To WS-PRT.
         Move "ALL"     To D-OFFICE.
         Move Space     To D-PROG.
         Move "TOTAL"   To D-CAMP.
         Perform 550-Write-Line.
         Close PRTFILE.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

       520-Tally-Next.
         If IS-FIRST Then
           Move "N"      To WS-FIRST
           Move S-OFFICE To WS-CUR-OFFICE
           Move S-PROG   To WS-CUR-PROG
           Move S-CAMP   To WS-CUR-CAMP
           Initialize WS-GRP
           Initialize WS-OFF
         Else
           If S-OFFICE Not Equal WS-CUR-OFFICE
             Or S-PROG Not Equal WS-CUR-PROG
             Or S-CAMP Not Equal WS-CUR-CAMP Then
             Perform 530-Break-Group
             If S-OFFICE Not Equal WS-CUR-OFFICE Then
               Perform 540-Break-Office
             End-If
             Move S-OFFICE To WS-CUR-OFFICE
             Move S-PROG   To WS-CUR-PROG
             Move S-CAMP   To WS-CUR-CAMP
           End-If
         End-If.
         If S-TYPE-LEDGER Then
           Add 1      To WS-G-RUNS
           Add S-Q5   To WS-G-Q5
           Add S-Q3   To WS-G-Q3
           Add S-RES  To WS-G-RES
           Add S-COST To WS-G-COST
         Else
           Add 1      To WS-G-RETURNS
           Add S-COST To WS-G-WASTED
         End-If.
         Perform 510-Return-Next.

       530-Break-Group.
         Move WS-GRP        To WS-PRT.
         Move WS-CUR-OFFICE To D-OFFICE.
         Move WS-CUR-PROG   To D-PROG.
         Move WS-CUR-CAMP   To D-CAMP.
         Perform 550-Write-Line.
         Add WS-G-RUNS    To WS-O-RUNS.
         Add WS-G-Q5      To WS-O-Q5.
         Add WS-G-Q3      To WS-O-Q3.
         Add WS-G-RES     To WS-O-RES.
         Add WS-G-COST    To WS-O-COST.
         Add WS-G-RETURNS To WS-O-RETURNS.
         Add WS-G-WASTED  To WS-O-WASTED.
         Initialize WS-GRP.

       540-Break-Office.
         Move WS-OFF        To WS-PRT.
         Move WS-CUR-OFFICE To D-OFFICE.
         Move Space         To D-PROG.
         Move "OFFICE TOTAL" To D-CAMP.
         Perform 550-Write-Line.
         Write PRT-REC From WS-BLANK-LINE.
         Add WS-O-RUNS    To WS-T-RUNS.
         Add WS-O-Q5      To WS-T-Q5.
         Add WS-O-Q3      To WS-T-Q3.
         Add WS-O-RES     To WS-T-RES.
         Add WS-O-COST    To WS-T-COST.
         Add WS-O-RETURNS To WS-T-RETURNS.
         Add WS-O-WASTED  To WS-T-WASTED.
         Initialize WS-OFF.

      *>  Return rate over the pieces mailed; WASTED is the postage
      *>  paid on the pieces that came back, COST/RETURN the whole
      *>  postage of the list over its returns - what each bad
      *>  address costs us. A list with no returns shows no figure.
       550-Write-Line.
         Compute WS-P-PIECES = WS-P-Q5 + WS-P-Q3 + WS-P-RES.
         If WS-P-PIECES Greater Than Zero Then
           Compute WS-P-RATE Rounded =
               WS-P-RETURNS * 100 / WS-P-PIECES
         Else
           Move Zero To WS-P-RATE
         End-If.
         If WS-P-RETURNS Greater Than Zero Then
           Compute WS-P-PER-RET Rounded = WS-P-COST / WS-P-RETURNS
         Else
           Move Zero To WS-P-PER-RET
         End-If.
         Move WS-P-RUNS    To D-RUNS.
         Move WS-P-Q5      To D-Q5.
         Move WS-P-Q3      To D-Q3.
         Move WS-P-RES     To D-RES.
         Move WS-P-PIECES  To D-PIECES.
         Move WS-P-COST    To D-COST.
         Move WS-P-RETURNS To D-RETURNS.
         Move WS-P-RATE    To D-RATE.
         Move WS-P-WASTED  To D-WASTED.
         Move WS-P-PER-RET To D-PER-RET.
         Write PRT-REC From WS-DETAIL.

       999-End-Of-Program.
         Display "PST101: month " WS-F-MONTH ", " WS-T-RUNS
                 " ledger row(s), " WS-T-RETURNS " return(s).".
         Stop Run.
