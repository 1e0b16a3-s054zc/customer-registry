      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Top customers by year-to-date sales, per territory and the  **
      *> rep who owns it. Ranks the active customers on the          **
      *> accounting figures FIN101 loads onto data/ARFIN.DAT: one    **
      *> section per RCUSTTERR code, headed with the owning rep's    **
      *> name (SALESREP.DAT via SUB129) as TER101 does, listing the  **
      *> biggest buyers first with their balance, overdue amount and **
      *> last invoice date, up to the count in system parameter      **
      *> TOPSALES-COUNT (SUB153). Each section closes with the       **
      *> territory's YTD total over all its customers, not just the  **
      *> ones printed. Customers with no territory come out under    **
      *> UNASSIGNED. Output: data/TOPSALES.PRT, archived through     **
      *> SUB117. Run outside the PGM001 menu, after FIN101.          **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   TOP101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select ARFIN Assign WS-FINFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is FNCUSTID
             File Status WS-FINSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select SORTFILE Assign WS-SORTFILE.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd ARFIN.
           01 ARFIN-REC.
             Copy ARFINFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Sd SORTFILE.
           01 SORT-REC.
             05 S-TERR     Pic X(4).
             05 S-YTDSALES Pic S9(9)V99.
             05 S-CUSTID   Pic X(10).
             05 S-CUSTNAME Pic X(40).
             05 S-BALANCE  Pic S9(9)V99.
             05 S-OVERDUE  Pic S9(9)V99.
             05 S-LASTINV  Pic 9(8).

           Fd PRTFILE.
           01 PRT-REC Pic X(120).

         Working-Storage Section.
           01 WS-FINFILE  Pic X(20) Value "data/ARFIN.DAT".
           01 WS-FINSTAT  Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-SORTFILE Pic X(20) Value "data/TOP101.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/TOPSALES.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-FIRST    Pic X     Value "Y".
             88 IS-FIRST            Value "Y".
           01 WS-CUR-TERR Pic X(4)  Value Space.
           01 WS-RANK     Pic 9(4)  Value Zero.
           01 WS-TOP-CNT  Pic 9(4)  Value Zero.
           01 WS-PRT-CNT  Pic 9(6)  Value Zero.
           01 WS-TERR-CNT Pic 9(6)  Value Zero.
           01 WS-TERR-YTD Pic S9(11)V99 Value Zero.
           01 WS-DEF-TOP  Pic 9(4)  Value 10.
           01 WS-PRM-FUNC   Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL Pic X(2).
           01 WS-REP-PRMSET.
             05 WS-REP-TERR  Pic X(4).
             05 WS-REP-NAME  Pic X(30).
             05 WS-REP-EMAIL Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(36)
                Value "TOP CUSTOMERS BY YEAR-TO-DATE SALES".
             05 Filler Pic X(84) Value Space.
           01 WS-TERR-HDG.
             05 Filler    Pic X(11) Value "TERRITORY: ".
             05 TH-TERR   Pic X(10).
             05 Filler    Pic X(6)  Value "  REP:".
             05 TH-REP    Pic X(30).
             05 Filler    Pic X(63) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(6)  Value "  RANK".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(30) Value "NAME".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(16) Value "       YTD SALES".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(16) Value "         BALANCE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(16) Value "         OVERDUE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(8)  Value "LAST INV".
             05 Filler Pic X(6)  Value Space.
           01 WS-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 D-RANK     Pic ZZZ9.
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTID   Pic X(10).
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTNAME Pic X(30).
             05 Filler     Pic X(4)  Value Space.
             05 D-YTDSALES Pic ---,---,--9.99.
             05 Filler     Pic X(4)  Value Space.
             05 D-BALANCE  Pic ---,---,--9.99.
             05 Filler     Pic X(4)  Value Space.
             05 D-OVERDUE  Pic ---,---,--9.99.
             05 Filler     Pic X(2)  Value Space.
             05 D-LASTINV  Pic 9(8).
             05 Filler     Pic X(6)  Value Space.
           01 WS-TERR-TOTAL.
             05 Filler      Pic X(22) Value "  TERRITORY CUSTOMERS:".
             05 TT-CNT      Pic ZZZ,ZZ9.
             05 Filler      Pic X(17) Value "   YTD SALES ALL:".
             05 TT-YTD      Pic ----,---,---,--9.99.
             05 Filler      Pic X(55) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(14) Value "TOTAL PRINTED:".
             05 T-PRT-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(99) Value Space.
           01 WS-BLANK-LINE Pic X(120) Value Space.

       Procedure Division.
       100-Main.
         Move "TOPSALES-COUNT" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-TOP-CNT.
         If WS-TOP-CNT Equal Zero Then
           Move WS-DEF-TOP To WS-TOP-CNT
         End-If.
         Sort SORTFILE
           On Ascending Key S-TERR
           On Descending Key S-YTDSALES
           On Ascending Key S-CUSTID
           Input Procedure Is 300-Release-Summaries
           Output Procedure Is 500-Write-Report.
         Move "TOP101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Perform 999-End-Of-Program.

      *>  Every summary row whose customer is still active goes to
      *>  the sort with the customer's territory and name.
       300-Release-Summaries.
         Open Input ARFIN.
         If WS-FINSTAT Not Equal "00" Then
           Display "TOP101: ARFIN.DAT not found - run FIN101 first."
           Close ARFIN
         Else
           Open Input CUST
           If WS-CUSTSTAT Not Equal "00" Then
             Display "TOP101: CUSTOMER.DAT not found."
             Close CUST
           Else
             Move "N" To WS-EOF
             Perform 310-Read-Next
             Perform 320-Release-Next
               Until IS-EOF
             Close CUST
           End-If
           Close ARFIN
         End-If.

       310-Read-Next.
         Read ARFIN Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Release-Next.
         Move FNCUSTID To RCUSTID.
         Read CUST
           Key Is RCUSTID
           Invalid Key Continue
           Not Invalid Key
             If RCUSTSTAT-ACTIVE Then
               Move RCUSTTERR  To S-TERR
               Move FNYTDSALES To S-YTDSALES
               Move RCUSTID    To S-CUSTID
               Move RCUSTNAME  To S-CUSTNAME
               Move FNBALANCE  To S-BALANCE
               Move FNOVERDUE  To S-OVERDUE
               Move FNLASTINV  To S-LASTINV
               Release SORT-REC
             End-If
         End-Read.
         Perform 310-Read-Next.

       500-Write-Report.
         Open Output PRTFILE.
         Write PRT-REC From WS-HDG-1.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Record
           Until IS-EOF.
         If Not IS-FIRST Then
           Perform 540-Write-Territory-Total
         End-If.
         Write PRT-REC From WS-BLANK-LINE.
         Move WS-PRT-CNT To T-PRT-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

      *>  A change of territory closes the last section with its
      *>  total and opens the next under its rep's name.
       520-Write-Record.
         If IS-FIRST Or S-TERR Not Equal WS-CUR-TERR Then
           If Not IS-FIRST Then
             Perform 540-Write-Territory-Total
           End-If
           Move "N"    To WS-FIRST
           Move S-TERR To WS-CUR-TERR
           Move Zero   To WS-RANK
           Move Zero   To WS-TERR-CNT
           Move Zero   To WS-TERR-YTD
           Perform 530-Write-Territory-Heading
         End-If.
         Add 1 To WS-RANK.
         Add 1 To WS-TERR-CNT.
         Add S-YTDSALES To WS-TERR-YTD.
         If WS-RANK Not Greater Than WS-TOP-CNT Then
           Move WS-RANK    To D-RANK
           Move S-CUSTID   To D-CUSTID
           Move S-CUSTNAME To D-CUSTNAME
           Move S-YTDSALES To D-YTDSALES
           Move S-BALANCE  To D-BALANCE
           Move S-OVERDUE  To D-OVERDUE
           Move S-LASTINV  To D-LASTINV
           Write PRT-REC From WS-DETAIL
           Add 1 To WS-PRT-CNT
         End-If.
         Perform 510-Return-Next.

       530-Write-Territory-Heading.
         Write PRT-REC From WS-BLANK-LINE.
         If S-TERR Equal Space Then
           Move "UNASSIGNED" To TH-TERR
           Move Space        To TH-REP
         Else
           Move S-TERR To TH-TERR
           Move S-TERR To WS-REP-TERR
           Call "SUB129" Using WS-REP-PRMSET, WS-REP-RETVAL
           If WS-REP-RETVAL Equal "00" Then
             Move WS-REP-NAME To TH-REP
           Else
             Move "** NO ACTIVE REP **" To TH-REP
           End-If
         End-If.
         Write PRT-REC From WS-TERR-HDG.
         Write PRT-REC From WS-COL-HDG.

       540-Write-Territory-Total.
         Move WS-TERR-CNT To TT-CNT.
         Move WS-TERR-YTD To TT-YTD.
         Write PRT-REC From WS-TERR-TOTAL.

       999-End-Of-Program.
         Display "TOP101: " WS-PRT-CNT " customer(s) listed, top "
                 WS-TOP-CNT " per territory."
         Stop Run.
