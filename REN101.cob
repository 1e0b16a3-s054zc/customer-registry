      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Monthly contract renewal tickler. Lists every active        **
      *> contract on data/CONTRACT.DAT (SUB165) whose notice date -  **
      *> the end date less the notice period - falls within the      **
      *> REN-LOOKAHEAD parameter's days (SUB153) of the processing   **
      *> date, or has already passed while the contract has not yet  **
      *> ended, so someone decides to renew or give notice in time.  **
      *> Contracts are grouped under the territory of the company's  **
      *> primary contact (RCUSTCOPRIM) and headed with the rep who   **
      *> owns it (SALESREP.DAT via SUB129) as TOP101 does; within a  **
      *> territory the nearest notice date comes first. Companies    **
      *> with no active primary contact come out last under NO       **
      *> PRIMARY CONTACT. Output: data/RENEWAL.PRT, archived through **
      *> SUB117. Run outside the PGM001 menu, monthly.               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   REN101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CONTRACT Assign WS-CNTRFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is KRKEY
             File Status WS-CNTRSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
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
           Fd CONTRACT.
           01 CNTR-REC.
             Copy CNTRFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Sd SORTFILE.
           01 SORT-REC.
             05 S-GROUP    Pic 9(1).
             05 S-TERR     Pic X(4).
             05 S-NTCDAYS  Pic S9(7).
             05 S-COMPID   Pic X(6).
             05 S-SEQ      Pic 9(3).
             05 S-PRIMID   Pic X(10).
             05 S-CUSTID   Pic X(10).
             05 S-TYPE     Pic X(2).
             05 S-DESC     Pic X(30).
             05 S-VALUE    Pic 9(9)V99.
             05 S-END      Pic 9(8).
             05 S-NOTICE   Pic 9(3).
             05 S-RENEW    Pic X(1).

           Fd PRTFILE.
           01 PRT-REC Pic X(120).

         Working-Storage Section.
           01 WS-CNTRFILE Pic X(20) Value "data/CONTRACT.DAT".
           01 WS-CNTRSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-SORTFILE Pic X(20) Value "data/REN101.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/RENEWAL.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-FIRST    Pic X     Value "Y".
             88 IS-FIRST            Value "Y".
           01 WS-CUR-GROUP Pic 9(1) Value Zero.
           01 WS-CUR-TERR Pic X(4)  Value Space.
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-LOOKAHEAD Pic 9(6) Value Zero.
           01 WS-DEF-LOOKAHEAD Pic 9(6) Value 31.
           01 WS-END-DAYS Pic S9(7) Value Zero.
           01 WS-NTC-DAYS Pic S9(7) Value Zero.
           01 WS-PRT-CNT  Pic 9(6)  Value Zero.
           01 WS-TERR-CNT Pic 9(6)  Value Zero.
           01 WS-TERR-VAL Pic 9(11)V99 Value Zero.
           01 WS-COMP-MAX Pic 9(5)  Value 5000.
           01 WS-COMP-CNT Pic 9(5)  Value Zero.
           01 WS-COMP-TBL.
             05 WS-COMP-ROW Occurs 5000 Times Indexed By WS-CPX.
               10 WS-CP-COMPID Pic X(6).
               10 WS-CP-CUSTID Pic X(10).
               10 WS-CP-TERR   Pic X(4).
           01 WS-COMP-DAT.
             Copy COMPWS.
           01 WS-RETVAL    Pic X(2).
           01 WS-PDT-FUNC    Pic X(1)  Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL  Pic X(2).
           01 WS-PRM-FUNC    Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL  Pic X(2).
           01 WS-CAL-FUNC    Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL  Pic X(2).
           01 WS-REP-PRMSET.
             05 WS-REP-TERR  Pic X(4).
             05 WS-REP-NAME  Pic X(30).
             05 WS-REP-EMAIL Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(34)
                Value "CONTRACTS DUE FOR RENEWAL DECISION".
             05 Filler Pic X(8)  Value "  DATE: ".
             05 H-DATE Pic 9(8).
             05 Filler Pic X(14) Value "  LOOKAHEAD: ".
             05 H-LOOK Pic ZZZ9.
             05 Filler Pic X(5)  Value " DAYS".
             05 Filler Pic X(47) Value Space.
           01 WS-TERR-HDG.
             05 Filler    Pic X(11) Value "TERRITORY: ".
             05 TH-TERR   Pic X(20).
             05 Filler    Pic X(6)  Value "  REP:".
             05 TH-REP    Pic X(30).
             05 Filler    Pic X(53) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(8)  Value "COMPANY".
             05 Filler Pic X(26) Value "NAME".
             05 Filler Pic X(4)  Value "SEQ".
             05 Filler Pic X(3)  Value "TY".
             05 Filler Pic X(26) Value "DESCRIPTION".
             05 Filler Pic X(9)  Value "END DATE".
             05 Filler Pic X(4)  Value "NTC".
             05 Filler Pic X(7)  Value "NTC IN".
             05 Filler Pic X(2)  Value "R".
             05 Filler Pic X(13) Value "ANNUAL VALUE".
             05 Filler Pic X(18) Value "PRIMARY CONTACT".
           01 WS-DETAIL.
             05 D-COMPID   Pic X(6).
             05 Filler     Pic X(2)  Value Space.
             05 D-COMPNAME Pic X(24).
             05 Filler     Pic X(2)  Value Space.
             05 D-SEQ      Pic 9(3).
             05 Filler     Pic X(1)  Value Space.
             05 D-TYPE     Pic X(2).
             05 Filler     Pic X(1)  Value Space.
             05 D-DESC     Pic X(24).
             05 Filler     Pic X(2)  Value Space.
             05 D-END      Pic 9(8).
             05 Filler     Pic X(1)  Value Space.
             05 D-NOTICE   Pic ZZ9.
             05 Filler     Pic X(1)  Value Space.
             05 D-NTCDAYS  Pic ----9.
             05 Filler     Pic X(2)  Value Space.
             05 D-RENEW    Pic X(1).
             05 Filler     Pic X(1)  Value Space.
             05 D-VALUE    Pic ZZZ,ZZZ,ZZ9.
             05 Filler     Pic X(2)  Value Space.
             05 D-PRIMID   Pic X(10).
             05 Filler     Pic X(8)  Value Space.
           01 WS-TERR-TOTAL.
             05 Filler      Pic X(22) Value "  TERRITORY CONTRACTS:".
             05 TT-CNT      Pic ZZZ,ZZ9.
             05 Filler      Pic X(20) Value "   ANNUAL VALUE ALL:".
             05 TT-VAL      Pic ZZZ,ZZZ,ZZZ,ZZ9.
             05 Filler      Pic X(56) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(14) Value "TOTAL PRINTED:".
             05 T-PRT-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(99) Value Space.
           01 WS-BLANK-LINE Pic X(120) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move "REN-LOOKAHEAD" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-LOOKAHEAD.
         If WS-PRM-RETVAL Not Equal "00" Then
           Move WS-DEF-LOOKAHEAD To WS-LOOKAHEAD
         End-If.
         Perform 200-Load-Primaries.
         Sort SORTFILE
           On Ascending Key S-GROUP
           On Ascending Key S-TERR
           On Ascending Key S-NTCDAYS
           On Ascending Key S-COMPID
           On Ascending Key S-SEQ
           Input Procedure Is 300-Release-Contracts
           Output Procedure Is 500-Write-Report.
         Move "REN101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Perform 999-End-Of-Program.

      *>  One row per company that has an active contact marked
      *>  primary; the first such contact found wins.
       200-Load-Primaries.
         Open Input CUST.
         If WS-CUSTSTAT Not Equal "00" Then
           Display "REN101: CUSTOMER.DAT not found."
           Close CUST
         Else
           Move "N" To WS-EOF
           Perform 210-Read-Cust
           Perform 220-Load-Primary
             Until IS-EOF
           Close CUST
         End-If.

       210-Read-Cust.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       220-Load-Primary.
         If RCUSTSTAT-ACTIVE And RCUSTCOPRIM-YES
           And RCUSTCOID Not Equal Space Then
           Set WS-CPX To 1
           Search WS-COMP-ROW
             At End Perform 230-Add-Primary
             When WS-CPX Greater Than WS-COMP-CNT
               Perform 230-Add-Primary
             When WS-CP-COMPID(WS-CPX) Equal RCUSTCOID
               Continue
           End-Search
         End-If.
         Perform 210-Read-Cust.

       230-Add-Primary.
         If WS-COMP-CNT Less Than WS-COMP-MAX Then
           Add 1 To WS-COMP-CNT
           Set WS-CPX To WS-COMP-CNT
           Move RCUSTCOID To WS-CP-COMPID(WS-CPX)
           Move RCUSTID   To WS-CP-CUSTID(WS-CPX)
           Move RCUSTTERR To WS-CP-TERR(WS-CPX)
         Else
           Display "REN101: primary contact table full at "
                   WS-COMP-MAX " companies."
         End-If.

       300-Release-Contracts.
         Open Input CONTRACT.
         If WS-CNTRSTAT Not Equal "00" Then
           Display "REN101: CONTRACT.DAT not found."
           Close CONTRACT
         Else
           Move "N" To WS-EOF
           Perform 310-Read-Next
           Perform 320-Release-Next
             Until IS-EOF
           Close CONTRACT
         End-If.

       310-Read-Next.
         Read CONTRACT Next Record
           At End Move "Y" To WS-EOF
         End-Read.

      *>  Days to the end date less the notice period gives the days
      *>  left to decide; a contract is listed once that is within
      *>  the lookahead, until the end date itself has gone by.
       320-Release-Next.
         If KRSTATUS-ACTIVE And KREND Not Equal Zero Then
           Move Space       To LCLOFFICE
           Move Space       To LCLUNIT
           Move WS-CUR-DATE To LCLFROMDT
           Move KREND       To LCLTODT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           If WS-CAL-RETVAL Equal "00" Then
             Move LCLDAYS To WS-END-DAYS
             Subtract KRNOTICE From WS-END-DAYS Giving WS-NTC-DAYS
             If WS-END-DAYS Not Less Than Zero
               And WS-NTC-DAYS Not Greater Than WS-LOOKAHEAD Then
               Perform 330-Release-Contract
             End-If
           End-If
         End-If.
         Perform 310-Read-Next.

       330-Release-Contract.
         Move 2     To S-GROUP.
         Move Space To S-TERR.
         Move Space To S-PRIMID.
         Set WS-CPX To 1.
         Search WS-COMP-ROW
           At End Continue
           When WS-CPX Greater Than WS-COMP-CNT
             Continue
           When WS-CP-COMPID(WS-CPX) Equal KRCOMPID
             Move 1                    To S-GROUP
             Move WS-CP-TERR(WS-CPX)   To S-TERR
             Move WS-CP-CUSTID(WS-CPX) To S-PRIMID
         End-Search.
         Move WS-NTC-DAYS To S-NTCDAYS.
         Move KRCOMPID    To S-COMPID.
         Move KRSEQ       To S-SEQ.
         Move KRCUSTID    To S-CUSTID.
         Move KRTYPE      To S-TYPE.
         Move KRDESC      To S-DESC.
         Move KRVALUE     To S-VALUE.
         Move KREND       To S-END.
         Move KRNOTICE    To S-NOTICE.
         Move KRRENEW     To S-RENEW.
         Release SORT-REC.

       500-Write-Report.
         Open Output PRTFILE.
         Move WS-CUR-DATE  To H-DATE.
         Move WS-LOOKAHEAD To H-LOOK.
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

      *>  A change of group or territory closes the last section
      *>  with its total and opens the next under its rep's name.
       520-Write-Record.
         If IS-FIRST Or S-GROUP Not Equal WS-CUR-GROUP
           Or S-TERR Not Equal WS-CUR-TERR Then
           If Not IS-FIRST Then
             Perform 540-Write-Territory-Total
           End-If
           Move "N"     To WS-FIRST
           Move S-GROUP To WS-CUR-GROUP
           Move S-TERR  To WS-CUR-TERR
           Move Zero    To WS-TERR-CNT
           Move Zero    To WS-TERR-VAL
           Perform 530-Write-Territory-Heading
         End-If.
         Move S-COMPID To COMPID Of WS-COMP-DAT.
         Call "SUB111" Using WS-COMP-DAT, WS-RETVAL.
         If WS-RETVAL Equal "00" Then
           Move COMPNAME Of WS-COMP-DAT To D-COMPNAME
         Else
           Move "** NOT ON FILE **" To D-COMPNAME
         End-If.
         Move S-COMPID  To D-COMPID.
         Move S-SEQ     To D-SEQ.
         Move S-TYPE    To D-TYPE.
         Move S-DESC    To D-DESC.
         Move S-END     To D-END.
         Move S-NOTICE  To D-NOTICE.
         Move S-NTCDAYS To D-NTCDAYS.
         Move S-RENEW   To D-RENEW.
         Move S-VALUE   To D-VALUE.
         Move S-PRIMID  To D-PRIMID.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-PRT-CNT.
         Add 1 To WS-TERR-CNT.
         Add S-VALUE To WS-TERR-VAL.
         Perform 510-Return-Next.

       530-Write-Territory-Heading.
         Write PRT-REC From WS-BLANK-LINE.
         Evaluate True
           When S-GROUP Equal 2
             Move "NO PRIMARY CONTACT" To TH-TERR
             Move Space                To TH-REP
           When S-TERR Equal Space
             Move "UNASSIGNED" To TH-TERR
             Move Space        To TH-REP
           When Other
             Move S-TERR To TH-TERR
             Move S-TERR To WS-REP-TERR
             Call "SUB129" Using WS-REP-PRMSET, WS-REP-RETVAL
             If WS-REP-RETVAL Equal "00" Then
               Move WS-REP-NAME To TH-REP
             Else
               Move "** NO ACTIVE REP **" To TH-REP
             End-If
         End-Evaluate.
         Write PRT-REC From WS-TERR-HDG.
         Write PRT-REC From WS-COL-HDG.

       540-Write-Territory-Total.
         Move WS-TERR-CNT To TT-CNT.
         Move WS-TERR-VAL To TT-VAL.
         Write PRT-REC From WS-TERR-TOTAL.

       999-End-Of-Program.
         Display "REN101: " WS-PRT-CNT " contract(s) due within "
                 WS-LOOKAHEAD " day(s) of notice."
         Stop Run.
