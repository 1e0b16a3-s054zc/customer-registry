      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Product holdings by territory, for the reps. Counts the     **
      *> current holdings on data/HOLDING.DAT (see HOLDFD) - started **
      *> on or before the processing date and not yet ended - of     **
      *> active customers: one section per RCUSTTERR code, headed    **
      *> with the owning rep's name (SALESREP.DAT via SUB129) as     **
      *> TOP101 does, one line per product with its PRODUCT.DAT      **
      *> description, the number of customers holding it and the     **
      *> total quantity. Each section closes with its totals and the **
      *> report with the grand totals. Customers with no territory   **
      *> come out under UNASSIGNED. Output: data/HOLDTERR.PRT,       **
      *> archived through SUB117. Run outside the PGM001 menu.       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   HLD102.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select HOLDING Assign WS-HOLDFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is HDKEY
             File Status WS-HOLDSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select PRODUCT Assign WS-PRODFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is PDCODE
             File Status WS-PRODSTAT.
           Select SORTFILE Assign WS-SORTFILE.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd HOLDING.
           01 HOLDING-REC.
             Copy HOLDFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd PRODUCT.
           01 PRODUCT-REC.
             Copy PRODFD.

           Sd SORTFILE.
           01 SORT-REC.
             05 S-TERR     Pic X(4).
             05 S-PROD     Pic X(6).
             05 S-CUSTID   Pic X(10).
             05 S-QTY      Pic 9(7).

           Fd PRTFILE.
           01 PRT-REC Pic X(120).

         Working-Storage Section.
           01 WS-HOLDFILE Pic X(20) Value "data/HOLDING.DAT".
           01 WS-HOLDSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-PRODFILE Pic X(20) Value "data/PRODUCT.DAT".
           01 WS-PRODSTAT Pic 9(2).
           01 WS-PROD-OPEN Pic X    Value "N".
             88 IS-PROD-OPEN        Value "Y".
           01 WS-SORTFILE Pic X(20) Value "data/HLD102.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/HOLDTERR.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-FIRST    Pic X     Value "Y".
             88 IS-FIRST            Value "Y".
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-CUR-TERR Pic X(4)  Value Space.
           01 WS-CUR-PROD Pic X(6)  Value Space.
           01 WS-CUR-CUST Pic X(10) Value Space.
           01 WS-PROD-CUST Pic 9(6) Value Zero.
           01 WS-PROD-QTY Pic 9(9)  Value Zero.
           01 WS-TERR-CUST Pic 9(6) Value Zero.
           01 WS-TERR-QTY Pic 9(9)  Value Zero.
           01 WS-ALL-CUST Pic 9(7)  Value Zero.
           01 WS-ALL-QTY  Pic 9(10) Value Zero.
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-REP-PRMSET.
             05 WS-REP-TERR  Pic X(4).
             05 WS-REP-NAME  Pic X(30).
             05 WS-REP-EMAIL Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(30)
                Value "PRODUCT HOLDINGS BY TERRITORY".
             05 Filler Pic X(8)  Value "  DATE: ".
             05 H-DATE Pic 9(8).
             05 Filler Pic X(74) Value Space.
           01 WS-TERR-HDG.
             05 Filler    Pic X(11) Value "TERRITORY: ".
             05 TH-TERR   Pic X(10).
             05 Filler    Pic X(6)  Value "  REP:".
             05 TH-REP    Pic X(30).
             05 Filler    Pic X(63) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(8)  Value "PRODUCT".
             05 Filler Pic X(32) Value "DESCRIPTION".
             05 Filler Pic X(11) Value "  CUSTOMERS".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(15) Value "       QUANTITY".
             05 Filler Pic X(50) Value Space.
           01 WS-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 D-PROD     Pic X(6).
             05 Filler     Pic X(2)  Value Space.
             05 D-DESC     Pic X(30).
             05 Filler     Pic X(2)  Value Space.
             05 D-CUST     Pic ZZZ,ZZZ,ZZ9.
             05 Filler     Pic X(2)  Value Space.
             05 D-QTY      Pic ZZZ,ZZZ,ZZZ,ZZ9.
             05 Filler     Pic X(50) Value Space.
           01 WS-TERR-TOTAL.
             05 Filler      Pic X(22) Value "  TERRITORY HOLDINGS:".
             05 TT-CUST     Pic ZZZ,ZZ9.
             05 Filler      Pic X(16) Value "   TOTAL UNITS:".
             05 TT-QTY      Pic ZZZ,ZZZ,ZZ9.
             05 Filler      Pic X(64) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(24) Value "TOTAL HOLDINGS:".
             05 T-CUST      Pic Z,ZZZ,ZZ9.
             05 Filler      Pic X(16) Value "   TOTAL UNITS:".
             05 T-QTY       Pic Z,ZZZ,ZZZ,ZZ9.
             05 Filler      Pic X(58) Value Space.
           01 WS-BLANK-LINE Pic X(120) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Sort SORTFILE
           On Ascending Key S-TERR
           On Ascending Key S-PROD
           On Ascending Key S-CUSTID
           Input Procedure Is 300-Release-Holdings
           Output Procedure Is 500-Write-Report.
         Move "HLD102" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Perform 999-End-Of-Program.

      *>  Every current holding whose customer is still active goes
      *>  to the sort with the customer's territory.
       300-Release-Holdings.
         Open Input HOLDING.
         If WS-HOLDSTAT Not Equal "00" Then
           Display "HLD102: HOLDING.DAT not found."
           Close HOLDING
         Else
           Open Input CUST
           If WS-CUSTSTAT Not Equal "00" Then
             Display "HLD102: CUSTOMER.DAT not found."
             Close CUST
           Else
             Move "N" To WS-EOF
             Perform 310-Read-Next
             Perform 320-Release-Next
               Until IS-EOF
             Close CUST
           End-If
           Close HOLDING
         End-If.

       310-Read-Next.
         Read HOLDING Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Release-Next.
         If HDSTART Not Greater Than WS-CUR-DATE
           And (HDEND Equal Zero
                Or HDEND Not Less Than WS-CUR-DATE) Then
           Move HDCUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Continue
             Not Invalid Key
               If RCUSTSTAT-ACTIVE Then
                 Move RCUSTTERR To S-TERR
                 Move HDPROD    To S-PROD
                 Move HDCUSTID  To S-CUSTID
                 Move HDQTY     To S-QTY
                 Release SORT-REC
               End-If
           End-Read
         End-If.
         Perform 310-Read-Next.

       500-Write-Report.
         Open Input PRODUCT.
         If WS-PRODSTAT Equal "00" Then
           Move "Y" To WS-PROD-OPEN
         Else
           Close PRODUCT
         End-If.
         Open Output PRTFILE.
         Move WS-CUR-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Record
           Until IS-EOF.
         If Not IS-FIRST Then
           Perform 550-Write-Product-Line
           Perform 540-Write-Territory-Total
         End-If.
         Write PRT-REC From WS-BLANK-LINE.
         Move WS-ALL-CUST To T-CUST.
         Move WS-ALL-QTY  To T-QTY.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.
         If IS-PROD-OPEN Then
           Close PRODUCT
         End-If.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

      *>  A change of product prints the last product's line, a
      *>  change of territory also closes the section and opens the
      *>  next under its rep's name. A customer is counted once per
      *>  product however many rows they have for it.
       520-Write-Record.
         If IS-FIRST Or S-TERR Not Equal WS-CUR-TERR Then
           If Not IS-FIRST Then
             Perform 550-Write-Product-Line
             Perform 540-Write-Territory-Total
           End-If
           Move "N"    To WS-FIRST
           Move S-TERR To WS-CUR-TERR
           Move S-PROD To WS-CUR-PROD
           Move Zero   To WS-TERR-CUST
           Move Zero   To WS-TERR-QTY
           Move Zero   To WS-PROD-CUST
           Move Zero   To WS-PROD-QTY
           Move Space  To WS-CUR-CUST
           Perform 530-Write-Territory-Heading
         End-If.
         If S-PROD Not Equal WS-CUR-PROD Then
           Perform 550-Write-Product-Line
           Move S-PROD To WS-CUR-PROD
           Move Zero   To WS-PROD-CUST
           Move Zero   To WS-PROD-QTY
           Move Space  To WS-CUR-CUST
         End-If.
         If S-CUSTID Not Equal WS-CUR-CUST Then
           Move S-CUSTID To WS-CUR-CUST
           Add 1 To WS-PROD-CUST
         End-If.
         Add S-QTY To WS-PROD-QTY.
         Add S-QTY To WS-TERR-QTY.
         Add S-QTY To WS-ALL-QTY.
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
         Move WS-TERR-CUST To TT-CUST.
         Move WS-TERR-QTY  To TT-QTY.
         Write PRT-REC From WS-TERR-TOTAL.

      *>  The territory and grand totals add the product counts, so
      *>  a customer holding two products counts twice there - they
      *>  are holdings (customer-product pairs), not customers.
       550-Write-Product-Line.
         Move WS-CUR-PROD To D-PROD.
         Move Space       To D-DESC.
         If IS-PROD-OPEN Then
           Move WS-CUR-PROD To PDCODE
           Read PRODUCT
             Key Is PDCODE
             Invalid Key Move "** NOT ON REFERENCE **" To D-DESC
             Not Invalid Key Move PDDESC To D-DESC
           End-Read
         End-If.
         Move WS-PROD-CUST To D-CUST.
         Move WS-PROD-QTY  To D-QTY.
         Write PRT-REC From WS-DETAIL.
         Add WS-PROD-CUST To WS-TERR-CUST.
         Add WS-PROD-CUST To WS-ALL-CUST.

       999-End-Of-Program.
         Display "HLD102: " WS-ALL-CUST " customer holding(s), "
                 WS-ALL-QTY " unit(s)."
         Stop Run.
