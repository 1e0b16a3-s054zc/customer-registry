      *> 260902 Optional office filter: when data/OFFICE.CFG holds a **
      *>        branch code, only that office's customers print -    **
      *>        blank or missing means everyone, as before.          **
      *> 261015 Widened the SUB129 parameter set for the rep's       **
      *>        sign-on ID.                                          **
      *> 261015 The roster is archived through SUB117, and every     **
      *>        line also goes to data/TER101.BST tagged with its    **
      *>        territory and office so BST101 can burst the run to  **
      *>        the distribution list.                               **
      *>***************************************************************
       Identification Division.
         Program-Id.   TER101.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.
           Select BSTFILE Assign WS-BSTFILE
             Organization Is Line Sequential
             File Status WS-BSTSTAT.

       Data Division.
         File Section.
             05 S-CUSTCITY Pic X(20).
             05 S-CUSTSTATE Pic X(2).
             05 S-PHONE    Pic X(20).
             05 S-OFFICE   Pic X(3).

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

           Fd BSTFILE.
           01 BST-REC Pic X(112).

         Working-Storage Section.
           01 WS-OFCCFGFILE Pic X(20) Value "data/OFFICE.CFG".
           01 WS-OFCCFGSTAT Pic 9(2).
           01 WS-SORTFILE Pic X(20) Value "data/TER101.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/TERROSTER.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-BSTFILE  Pic X(20) Value "data/TER101.BST".
           01 WS-BSTSTAT  Pic 9(2).
           01 WS-BURST.
             Copy BURSTFD.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUST-CNT Pic 9(6)  Value Zero.
             05 WS-REP-TERR  Pic X(4).
             05 WS-REP-NAME  Pic X(30).
             05 WS-REP-EMAIL Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2).
           01 WS-NOREP-CNT  Pic 9(4) Value Zero.
           01 WS-NOREP-LINE.
             05 Filler      Pic X(79) Value Space.
           01 WS-BLANK-LINE Pic X(100) Value Space.

           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
         Perform 250-Load-Office-Filter.
           Move RCUSTNAME  To S-CUSTNAME
           Move RCUSTCITY  To S-CUSTCITY
           Move RCUSTSTATE To S-CUSTSTATE
           Move RCUSTOFFICE To S-OFFICE
           If RCUSTPREF-PHONE2 Then
             Move RCUSTPHN2 To S-PHONE
           Else
         End-If.
         Perform 310-Read-Next.

      *>  Every line also goes to the burst feed, tagged for BST101
      *>  to cut the run up by territory and office.
       500-Write-Roster.
         Open Output PRTFILE.
         Open Output BSTFILE.
         Move Space To WS-BURST.
         Move "H" To BSKIND.
         Move WS-HDG-1 To BSLINE.
         Perform 530-Print-Line.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Record
           Until IS-EOF.
         Move Space To WS-BURST.
         Move "T" To BSKIND.
         Move WS-CUST-CNT To T-CUST-CNT.
         Move WS-TOTAL-LINE To BSLINE.
         Perform 530-Print-Line.
         Move WS-NOREP-CNT To T-NOREP-CNT.
         Move WS-NOREP-LINE To BSLINE.
         Perform 530-Print-Line.
         Close PRTFILE.
         Close BSTFILE.
         Move "TER101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.

       510-Return-Next.
         Return SORTFILE
       520-Write-Record.
         If S-TERR Not Equal WS-CUR-TERR Then
           Move S-TERR To WS-CUR-TERR
           Move Space  To WS-BURST
           Move "G"    To BSKIND
           Move S-TERR To BSTERR
           Move WS-BLANK-LINE To BSLINE
           Perform 530-Print-Line
           If S-TERR Equal Space Then
             Move "UNASSIGNED" To TH-TERR
             Move Space        To TH-REP
               Add 1 To WS-NOREP-CNT
             End-If
           End-If
           Move WS-TERR-HDG To BSLINE
           Perform 530-Print-Line
         End-If.
         Move S-CUSTID    To D-CUSTID.
         Move S-CUSTNAME  To D-CUSTNAME.
         Move S-CUSTCITY  To D-CITY.
         Move S-CUSTSTATE To D-STATE.
         Move S-PHONE     To D-PHONE.
         Move "D"         To BSKIND.
         Move S-TERR      To BSTERR.
         Move S-OFFICE    To BSOFFICE.
         Move WS-DETAIL   To BSLINE.
         Perform 530-Print-Line.
         Add 1 To WS-CUST-CNT.
         Perform 510-Return-Next.

       530-Print-Line.
         Write PRT-REC From BSLINE.
         Write BST-REC From WS-BURST.

       999-End-Of-Program.
         Display "TER101: " WS-CUST-CNT " customer(s) listed."
         Stop Run.
