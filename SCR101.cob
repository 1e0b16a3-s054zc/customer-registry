      *> so clerks filling gaps during quiet hours start with the    **
      *> emptiest records. Fully complete records (score 100) are    **
      *> left off - there is nothing to do on them. RPT104 catches   **
      *> invalid data; this catches missing data. The list is        **
      *> archived through SUB117 and written again to the            **
      *> data/SCR101.BST burst feed for BST101. Run outside the      **
      *> PGM001 menu, weekly or on demand.                           **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260822 Created.                                             **
      *> 261015 The work list is archived through SUB117, and        **
      *>        every line also goes to data/SCR101.BST tagged with  **
      *>        the customer's territory and office so BST101 can    **
      *>        burst the run to the distribution list.              **
      *>***************************************************************
       Identification Division.
         Program-Id.   SCR101.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.
           Select BSTFILE Assign WS-BSTFILE
             Organization Is Line Sequential
             File Status WS-BSTSTAT.

       Data Division.
         File Section.
             05 S-CUSTID   Pic X(10).
             05 S-CUSTNAME Pic X(40).
             05 S-PHONE    Pic X(20).
             05 S-TERR     Pic X(4).
             05 S-OFFICE   Pic X(3).

           Fd PRTFILE.
           01 PRT-REC Pic X(100).

           Fd BSTFILE.
           01 BST-REC Pic X(112).

         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-SORTFILE Pic X(20) Value "data/SCR101.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/WORKLIST.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-BSTFILE  Pic X(20) Value "data/SCR101.BST".
           01 WS-BSTSTAT  Pic 9(2).
           01 WS-BURST.
             Copy BURSTFD.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-LIST-CNT Pic 9(6)  Value Zero.
             05 T-LIST-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(80) Value Space.

           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
         Sort SORTFILE
             Move RCUSTID    To S-CUSTID
             Move RCUSTNAME  To S-CUSTNAME
             Move RCUSTPHN1  To S-PHONE
             Move RCUSTTERR  To S-TERR
             Move RCUSTOFFICE To S-OFFICE
             Release SORT-REC
           End-If
         End-If.
         Perform 310-Read-Next.

      *>  Every line also goes to the burst feed, tagged for BST101
      *>  to cut the run up by territory and office.
       500-Write-Work-List.
         Open Output PRTFILE.
         Open Output BSTFILE.
         Move Space To WS-BURST.
         Move "H" To BSKIND.
         Move WS-HDG-1 To BSLINE.
         Perform 530-Print-Line.
         Move WS-HDG-2 To BSLINE.
         Perform 530-Print-Line.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Record
           Until IS-EOF.
         Move Space To WS-BURST.
         Move "T" To BSKIND.
         Move WS-LIST-CNT To T-LIST-CNT.
         Move WS-TOTAL-LINE To BSLINE.
         Perform 530-Print-Line.
         Close PRTFILE.
         Close BSTFILE.
         Move "SCR101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.

       510-Return-Next.
         Return SORTFILE
         Move S-CUSTID   To D-CUSTID.
         Move S-CUSTNAME To D-NAME.
         Move S-PHONE    To D-PHONE.
         Move "D"        To BSKIND.
         Move S-TERR     To BSTERR.
         Move S-OFFICE   To BSOFFICE.
         Move WS-DETAIL  To BSLINE.
         Perform 530-Print-Line.
         Add 1 To WS-LIST-CNT.
         Perform 510-Return-Next.

       530-Print-Line.
         Write PRT-REC From BSLINE.
         Write BST-REC From WS-BURST.

       999-End-Of-Program.
         Display "SCR101: " WS-LIST-CNT " customer(s) listed."
         Stop Run.
