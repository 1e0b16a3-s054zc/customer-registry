      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Monthly know-your-customer reviews-due report. Lists every  **
      *> active customer whose next review (KYC.DAT, recorded on the **
      *> SUB420 screen) falls in or before the month of the run, and **
      *> every active customer never reviewed at all, shown as NOT   **
      *> RATED. Reviews whose date has already passed are flagged    **
      *> OVERDUE. Grouped by office, then by territory with the      **
      *> owning rep's name (SALESREP.DAT via SUB129), oldest due     **
      *> first, with a count per rep, per office and overall, so     **
      *> each branch has its month's worklist. Output:               **
      *> data/KYCDUE.PRT, archived through SUB117. Run outside the   **
      *> PGM001 menu, monthly.                                       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Widened the SUB129 parameter set for the rep's       **
      *>        sign-on ID.                                          **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   KYC101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select KYCFILE Assign WS-KYCFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is KYCCUSTID
             File Status WS-KYCSTAT.
           Select SORTFILE Assign WS-SORTFILE.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd KYCFILE.
           01 KYC-REC.
             Copy KYCFD.

           Sd SORTFILE.
           01 SORT-REC.
             05 S-OFFICE   Pic X(3).
             05 S-TERR     Pic X(4).
             05 S-NEXTDT   Pic 9(8).
             05 S-CUSTID   Pic X(10).
             05 S-CUSTNAME Pic X(40).
             05 S-RATING   Pic X(1).
             05 S-LASTDT   Pic 9(8).

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-KYCFILE  Pic X(20) Value "data/KYC.DAT".
           01 WS-KYCSTAT  Pic 9(2).
           01 WS-SORTFILE Pic X(20) Value "data/KYC101.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/KYCDUE.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-KYC-OPEN Pic X     Value "N".
             88 KYC-OPEN            Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-DATE-X Redefines WS-CUR-DATE.
             05 WS-CUR-YYYYMM Pic X(6).
             05 WS-CUR-DD     Pic X(2).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-MONTH-END-X.
             05 WS-ME-YYYYMM Pic X(6).
             05 WS-ME-DD     Pic X(2) Value "31".
           01 WS-MONTH-END Redefines WS-MONTH-END-X Pic 9(8).
           01 WS-CUR-OFFICE Pic X(3) Value Low-Values.
           01 WS-CUR-TERR   Pic X(4) Value Low-Values.
           01 WS-FIRST      Pic X    Value "Y".
             88 IS-FIRST             Value "Y".
           01 WS-REP-CNT    Pic 9(6) Value Zero.
           01 WS-OFC-CNT    Pic 9(6) Value Zero.
           01 WS-DUE-CNT    Pic 9(6) Value Zero.
           01 WS-OVERDUE-CNT Pic 9(6) Value Zero.
           01 WS-UNRATED-CNT Pic 9(6) Value Zero.
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-REP-PRMSET.
             05 WS-REP-TERR  Pic X(4).
             05 WS-REP-NAME  Pic X(30).
             05 WS-REP-EMAIL Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(34) Value "KYC REVIEWS DUE - RUN ".
             05 H-DATE Pic X(8).
             05 Filler Pic X(16) Value "  DUE BY MONTH ".
             05 H-MONTH Pic X(6).
             05 Filler Pic X(40) Value Space.
           01 WS-OFC-HDG.
             05 Filler    Pic X(8)  Value "OFFICE: ".
             05 OH-OFFICE Pic X(10).
             05 Filler    Pic X(86) Value Space.
           01 WS-TERR-HDG.
             05 Filler    Pic X(2)  Value Space.
             05 Filler    Pic X(11) Value "TERRITORY: ".
             05 TH-TERR   Pic X(10).
             05 Filler    Pic X(6)  Value "  REP:".
             05 TH-REP    Pic X(30).
             05 Filler    Pic X(45) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(4)  Value Space.
             05 Filler Pic X(12) Value "CUSTOMER".
             05 Filler Pic X(42) Value "NAME".
             05 Filler Pic X(8)  Value "RATING".
             05 Filler Pic X(10) Value "LAST".
             05 Filler Pic X(10) Value "DUE".
             05 Filler Pic X(18) Value Space.
           01 WS-DETAIL.
             05 Filler     Pic X(4)  Value Space.
             05 D-CUSTID   Pic X(10).
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTNAME Pic X(40).
             05 Filler     Pic X(2)  Value Space.
             05 D-RATING   Pic X(6).
             05 Filler     Pic X(2)  Value Space.
             05 D-LASTDT   Pic X(8).
             05 Filler     Pic X(2)  Value Space.
             05 D-NEXTDT   Pic X(9).
             05 Filler     Pic X(1)  Value Space.
             05 D-FLAG     Pic X(7).
             05 Filler     Pic X(11) Value Space.
           01 WS-REP-TOTAL.
             05 Filler      Pic X(4)  Value Space.
             05 Filler      Pic X(16) Value "TERRITORY DUE: ".
             05 RT-CNT      Pic ZZZ,ZZ9.
             05 Filler      Pic X(77) Value Space.
           01 WS-OFC-TOTAL.
             05 Filler      Pic X(13) Value "OFFICE DUE: ".
             05 OT-CNT      Pic ZZZ,ZZ9.
             05 Filler      Pic X(84) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(11) Value "TOTAL DUE: ".
             05 T-DUE-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(12) Value "   OVERDUE: ".
             05 T-OVERDUE-CNT Pic ZZZ,ZZ9.
             05 Filler      Pic X(14) Value "   NOT RATED: ".
             05 T-UNRATED-CNT Pic ZZZ,ZZ9.
             05 Filler      Pic X(46) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move WS-CUR-YYYYMM To WS-ME-YYYYMM.
         Sort SORTFILE
           On Ascending Key S-OFFICE, S-TERR, S-NEXTDT, S-CUSTID
           Input Procedure Is 300-Release-Due-Records
           Output Procedure Is 500-Write-Report.
         Move "KYC101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Perform 999-End-Of-Program.

       300-Release-Due-Records.
         Open Input KYCFILE.
         If WS-KYCSTAT Equal "00" Then
           Move "Y" To WS-KYC-OPEN
         End-If.
         Open Input CUST.
         If WS-CUSTSTAT Equal "35" Then
           Display "KYC101: CUSTOMER.DAT not found."
         Else
           Move "N" To WS-EOF
           Perform 310-Read-Next
           Perform 320-Release-Next
             Until IS-EOF
           Close CUST
         End-If.
         If KYC-OPEN Then
           Close KYCFILE
         End-If.

       310-Read-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

      *>  No KYC row means never reviewed: due now, and sorted ahead
      *>  of everything else in its territory (next date zero).
       320-Release-Next.
         If RCUSTSTAT-ACTIVE Then
           Move Space To KYCRATING
           Move Zero  To KYCLASTDT
           Move Zero  To KYCNEXTDT
           If KYC-OPEN Then
             Move RCUSTID To KYCCUSTID
             Read KYCFILE
               Key Is KYCCUSTID
               Invalid Key
                 Move Space To KYCRATING
                 Move Zero  To KYCLASTDT
                 Move Zero  To KYCNEXTDT
             End-Read
           End-If
           If KYCNEXTDT Not Greater Than WS-MONTH-END Then
             Move RCUSTOFFICE To S-OFFICE
             Move RCUSTTERR   To S-TERR
             Move KYCNEXTDT   To S-NEXTDT
             Move RCUSTID     To S-CUSTID
             Move RCUSTNAME   To S-CUSTNAME
             Move KYCRATING   To S-RATING
             Move KYCLASTDT   To S-LASTDT
             Release SORT-REC
           End-If
         End-If.
         Perform 310-Read-Next.

       500-Write-Report.
         Open Output PRTFILE.
         Move WS-CUR-DATE   To H-DATE.
         Move WS-CUR-YYYYMM To H-MONTH.
         Write PRT-REC From WS-HDG-1.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Record
           Until IS-EOF.
         If Not IS-FIRST Then
           Perform 540-Territory-Total
           Perform 550-Office-Total
         End-If.
         Move WS-DUE-CNT     To T-DUE-CNT.
         Move WS-OVERDUE-CNT To T-OVERDUE-CNT.
         Move WS-UNRATED-CNT To T-UNRATED-CNT.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

      *>  A change of office closes the territory and the office; a
      *>  change of territory alone closes just the territory.
       520-Write-Record.
         If S-OFFICE Not Equal WS-CUR-OFFICE Then
           If Not IS-FIRST Then
             Perform 540-Territory-Total
             Perform 550-Office-Total
           End-If
           Perform 525-Office-Heading
           Perform 530-Territory-Heading
         Else
           If S-TERR Not Equal WS-CUR-TERR Then
             Perform 540-Territory-Total
             Perform 530-Territory-Heading
           End-If
         End-If.
         Move "N" To WS-FIRST.
         Move S-CUSTID   To D-CUSTID.
         Move S-CUSTNAME To D-CUSTNAME.
         Move Space      To D-FLAG.
         Evaluate S-RATING
           When "L" Move "LOW"    To D-RATING
           When "M" Move "MEDIUM" To D-RATING
           When "H" Move "HIGH"   To D-RATING
           When Other Move Space  To D-RATING
         End-Evaluate.
         If S-NEXTDT Equal Zero Then
           Move Space       To D-LASTDT
           Move "NOT RATED" To D-NEXTDT
           Add 1 To WS-UNRATED-CNT
         Else
           Move S-LASTDT To D-LASTDT
           Move S-NEXTDT To D-NEXTDT
           If S-NEXTDT Less Than WS-CUR-DATE Then
             Move "OVERDUE" To D-FLAG
             Add 1 To WS-OVERDUE-CNT
           End-If
         End-If.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-REP-CNT.
         Add 1 To WS-OFC-CNT.
         Add 1 To WS-DUE-CNT.
         Perform 510-Return-Next.

       525-Office-Heading.
         Move S-OFFICE To WS-CUR-OFFICE.
         Write PRT-REC From WS-BLANK-LINE.
         If S-OFFICE Equal Space Then
           Move "UNASSIGNED" To OH-OFFICE
         Else
           Move S-OFFICE To OH-OFFICE
         End-If.
         Write PRT-REC From WS-OFC-HDG.
         Move Zero To WS-OFC-CNT.

       530-Territory-Heading.
         Move S-TERR To WS-CUR-TERR.
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
         Move Zero To WS-REP-CNT.

       540-Territory-Total.
         Move WS-REP-CNT To RT-CNT.
         Write PRT-REC From WS-REP-TOTAL.

       550-Office-Total.
         Move WS-OFC-CNT To OT-CNT.
         Write PRT-REC From WS-OFC-TOTAL.

       999-End-Of-Program.
         Display "KYC101: " WS-DUE-CNT " review(s) due, "
                 WS-OVERDUE-CNT " overdue, "
                 WS-UNRATED-CNT " not rated."
         Stop Run.
