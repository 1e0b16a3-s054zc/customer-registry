      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Holdings ending soon, for the reps to call about a renewal  **
      *> or replacement. Lists every holding on data/HOLDING.DAT     **
      *> (see HOLDFD) of an active customer whose end date falls     **
      *> between the processing date and the HLD-END-DAYS parameter  **
      *> (SUB153, 60 days as shipped) after it; open-ended holdings  **
      *> never appear. One section per RCUSTTERR code, headed with   **
      *> the owning rep's name (SALESREP.DAT via SUB129) as TOP101   **
      *> does, soonest ending first, with the customer's name and    **
      *> first phone and the product's PRODUCT.DAT description.      **
      *> Customers with no territory come out under UNASSIGNED.      **
      *> Output: data/HOLDEND.PRT, archived through SUB117. Run      **
      *> outside the PGM001 menu, weekly or monthly.                 **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   HLD103.

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
             05 S-END      Pic 9(8).
             05 S-CUSTID   Pic X(10).
             05 S-PROD     Pic X(6).
             05 S-DAYS     Pic 9(5).
             05 S-NAME     Pic X(40).
             05 S-PHONE    Pic X(20).
             05 S-QTY      Pic 9(7).
             05 S-SRC      Pic X(1).

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
           01 WS-SORTFILE Pic X(20) Value "data/HLD103.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/HOLDEND.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-FIRST    Pic X     Value "Y".
             88 IS-FIRST            Value "Y".
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-CUR-TERR Pic X(4)  Value Space.
           01 WS-END-DAYS Pic 9(6)  Value Zero.
           01 WS-DEF-END-DAYS Pic 9(6) Value 60.
           01 WS-PRT-CNT  Pic 9(6)  Value Zero.
           01 WS-TERR-CNT Pic 9(6)  Value Zero.
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-PRM-FUNC   Pic X(1) Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL Pic X(2).
           01 WS-CAL-FUNC   Pic X(1) Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).
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
                Value "PRODUCT HOLDINGS ENDING SOON".
             05 Filler Pic X(8)  Value "  DATE: ".
             05 H-DATE Pic 9(8).
             05 Filler Pic X(11) Value "  WITHIN: ".
             05 H-DAYS Pic ZZZ9.
             05 Filler Pic X(5)  Value " DAYS".
             05 Filler Pic X(54) Value Space.
           01 WS-TERR-HDG.
             05 Filler    Pic X(11) Value "TERRITORY: ".
             05 TH-TERR   Pic X(10).
             05 Filler    Pic X(6)  Value "  REP:".
             05 TH-REP    Pic X(30).
             05 Filler    Pic X(63) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(9)  Value "END DATE".
             05 Filler Pic X(5)  Value "DAYS".
             05 Filler Pic X(12) Value "ID".
             05 Filler Pic X(32) Value "NAME".
             05 Filler Pic X(18) Value "PHONE".
             05 Filler Pic X(8)  Value "PRODUCT".
             05 Filler Pic X(22) Value "DESCRIPTION".
             05 Filler Pic X(14) Value "     QTY S".
           01 WS-DETAIL.
             05 D-END      Pic 9(8).
             05 Filler     Pic X(1)  Value Space.
             05 D-DAYS     Pic ZZZ9.
             05 Filler     Pic X(1)  Value Space.
             05 D-CUSTID   Pic X(10).
             05 Filler     Pic X(2)  Value Space.
             05 D-NAME     Pic X(30).
             05 Filler     Pic X(2)  Value Space.
             05 D-PHONE    Pic X(16).
             05 Filler     Pic X(2)  Value Space.
             05 D-PROD     Pic X(6).
             05 Filler     Pic X(2)  Value Space.
             05 D-DESC     Pic X(20).
             05 Filler     Pic X(2)  Value Space.
             05 D-QTY      Pic Z,ZZ9.
             05 Filler     Pic X(3)  Value Space.
             05 D-SRC      Pic X(1).
             05 Filler     Pic X(5)  Value Space.
           01 WS-TERR-TOTAL.
             05 Filler      Pic X(21) Value "  TERRITORY HOLDINGS:".
             05 TT-CNT      Pic ZZZ,ZZ9.
             05 Filler      Pic X(92) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(14) Value "TOTAL PRINTED:".
             05 T-PRT-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(99) Value Space.
           01 WS-BLANK-LINE Pic X(120) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move "HLD-END-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-END-DAYS.
         If WS-PRM-RETVAL Not Equal "00" Then
           Move WS-DEF-END-DAYS To WS-END-DAYS
         End-If.
         Sort SORTFILE
           On Ascending Key S-TERR
           On Ascending Key S-END
           On Ascending Key S-CUSTID
           On Ascending Key S-PROD
           Input Procedure Is 300-Release-Holdings
           Output Procedure Is 500-Write-Report.
         Move "HLD103" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Perform 999-End-Of-Program.

       300-Release-Holdings.
         Open Input HOLDING.
         If WS-HOLDSTAT Not Equal "00" Then
           Display "HLD103: HOLDING.DAT not found."
           Close HOLDING
         Else
           Open Input CUST
           If WS-CUSTSTAT Not Equal "00" Then
             Display "HLD103: CUSTOMER.DAT not found."
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

      *>  Calendar days from the processing date to the end date;
      *>  a holding that has already ended is past helping here.
       320-Release-Next.
         If HDEND Not Less Than WS-CUR-DATE
           And HDSTART Not Greater Than WS-CUR-DATE Then
           Move Space       To LCLOFFICE
           Move Space       To LCLUNIT
           Move WS-CUR-DATE To LCLFROMDT
           Move HDEND       To LCLTODT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           If WS-CAL-RETVAL Equal "00"
             And LCLDAYS Not Greater Than WS-END-DAYS Then
             Perform 330-Release-Holding
           End-If
         End-If.
         Perform 310-Read-Next.

       330-Release-Holding.
         Move HDCUSTID To RCUSTID.
         Read CUST
           Key Is RCUSTID
           Invalid Key Continue
           Not Invalid Key
             If RCUSTSTAT-ACTIVE Then
               Move RCUSTTERR To S-TERR
               Move HDEND     To S-END
               Move HDCUSTID  To S-CUSTID
               Move HDPROD    To S-PROD
               Move LCLDAYS   To S-DAYS
               Move RCUSTNAME To S-NAME
               Move RCUSTPHN1 To S-PHONE
               Move HDQTY     To S-QTY
               Move HDSRC     To S-SRC
               Release SORT-REC
             End-If
         End-Read.

       500-Write-Report.
         Open Input PRODUCT.
         If WS-PRODSTAT Equal "00" Then
           Move "Y" To WS-PROD-OPEN
         Else
           Close PRODUCT
         End-If.
         Open Output PRTFILE.
         Move WS-CUR-DATE To H-DATE.
         Move WS-END-DAYS To H-DAYS.
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
         If IS-PROD-OPEN Then
           Close PRODUCT
         End-If.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

      *>  A change of territory closes the last section with its
      *>  count and opens the next under its rep's name.
       520-Write-Record.
         If IS-FIRST Or S-TERR Not Equal WS-CUR-TERR Then
           If Not IS-FIRST Then
             Perform 540-Write-Territory-Total
           End-If
           Move "N"    To WS-FIRST
           Move S-TERR To WS-CUR-TERR
           Move Zero   To WS-TERR-CNT
           Perform 530-Write-Territory-Heading
         End-If.
         Move Space To D-DESC.
         If IS-PROD-OPEN Then
           Move S-PROD To PDCODE
           Read PRODUCT
             Key Is PDCODE
             Invalid Key Move "** NOT ON REFERENCE **" To D-DESC
             Not Invalid Key Move PDDESC To D-DESC
           End-Read
         End-If.
         Move S-END    To D-END.
         Move S-DAYS   To D-DAYS.
         Move S-CUSTID To D-CUSTID.
         Move S-NAME   To D-NAME.
         Move S-PHONE  To D-PHONE.
         Move S-PROD   To D-PROD.
         Move S-QTY    To D-QTY.
         Move S-SRC    To D-SRC.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-PRT-CNT.
         Add 1 To WS-TERR-CNT.
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
         Write PRT-REC From WS-TERR-TOTAL.

       999-End-Of-Program.
         Display "HLD103: " WS-PRT-CNT " holding(s) ending within "
                 WS-END-DAYS " day(s)."
         Stop Run.
