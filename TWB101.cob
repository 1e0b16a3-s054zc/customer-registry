      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Territory workload balancing analysis, for the sales office **
      *> before it redraws data/TERRITORY.DAT. Lists, per territory  **
      *> and the rep who owns it (SALESREP.DAT via SUB129), the      **
      *> active customers, prospects, contacts logged in the last    **
      *> quarter (CONTACT.DAT), open follow-ups and - when FIN101    **
      *> has loaded ARFIN.DAT - YTD sales. It then proposes moves of **
      *> whole ZIP ranges (mapping rows) between neighbouring ranges **
      *> of the same state to bring every territory's active         **
      *> customers within the target band: the average plus or minus **
      *> TWB-BAND-PCT percent (SUB153). The proposal is written to   **
      *> data/TERRITORY.PRP in TERRITORY.DAT format, so TRM101 mode  **
      *> R can preview the re-map before anyone adopts it by copying **
      *> it over TERRITORY.DAT. Output: data/TERRBAL.PRT, archived   **
      *> through SUB117. Run outside the PGM001 menu.                **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Widened the contacts-counted heading literal,        **
      *>        which lost its closing parenthesis.                  **
      *>***************************************************************
       Identification Division.
         Program-Id.   TWB101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select TERR Assign WS-TERRFILE
             Organization Is Line Sequential
             File Status WS-TERRSTAT.
           Select PROPFILE Assign WS-PROPFILE
             Organization Is Line Sequential
             File Status WS-PROPSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select ARFIN Assign WS-FINFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is FNCUSTID
             File Status WS-FINSTAT.
           Select CONTACT Assign WS-CONTFILE
             Organization Is Line Sequential
             File Status WS-CONTSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd TERR.
           01 TERR-REC.
             05 TR-STATE Pic X(2).
             05 TR-ZIPLO Pic X(5).
             05 TR-ZIPHI Pic X(5).
             05 TR-TERR  Pic X(4).

           Fd PROPFILE.
           01 PROP-REC.
             05 PR-STATE Pic X(2).
             05 PR-ZIPLO Pic X(5).
             05 PR-ZIPHI Pic X(5).
             05 PR-TERR  Pic X(4).

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd ARFIN.
           01 ARFIN-REC.
             Copy ARFINFD.

           Fd CONTACT.
           01 CONTACT-REC.
             Copy CONTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(100).

         Working-Storage Section.
           01 WS-TERRFILE Pic X(20) Value "data/TERRITORY.DAT".
           01 WS-TERRSTAT Pic 9(2).
           01 WS-PROPFILE Pic X(20) Value "data/TERRITORY.PRP".
           01 WS-PROPSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-FINFILE  Pic X(20) Value "data/ARFIN.DAT".
           01 WS-FINSTAT  Pic 9(2).
           01 WS-CONTFILE Pic X(20) Value "data/CONTACT.DAT".
           01 WS-CONTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(20) Value "data/TERRBAL.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ABORT    Pic X     Value "N".
             88 IS-ABORT            Value "Y".
           01 WS-FIN-LOADED Pic X   Value "N".
             88 IS-FIN-LOADED       Value "Y".
           01 WS-PROC-DATE Pic 9(8) Value Zero.
           01 WS-CUTOFF.
             05 WS-CUT-YYYY Pic 9(4).
             05 WS-CUT-MM   Pic 9(2).
             05 WS-CUT-DD   Pic 9(2).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-PRM-FUNC   Pic X(1) Value "G".
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

      *>  One entry per territory code met on the mapping file or
      *>  on a customer: the book of business under RCUSTTERR, and
      *>  the active customers the mapping rows route to it before
      *>  (T-LOAD) and after (T-NEW) the proposed moves. T-POOL is
      *>  set for a code some mapping row names - only those take
      *>  part in the balancing.
           01 WS-TERR-COUNT Pic 9(3) Value Zero.
           01 WS-TERR-TBL.
             05 WS-TERR-ENTRY Occurs 200 Times Indexed By WS-TX.
               10 T-CODE   Pic X(4).
               10 T-ACTIVE Pic 9(7).
               10 T-PROSP  Pic 9(7).
               10 T-CONT   Pic 9(7).
               10 T-FUP    Pic 9(7).
               10 T-YTD    Pic S9(11)V99.
               10 T-POOL   Pic X(1).
               10 T-LOAD   Pic 9(7).
               10 T-NEW    Pic 9(7).
           01 WS-FIND-CODE Pic X(4)  Value Space.
           01 WS-FIND-HIT  Pic X     Value "N".
             88 IS-FIND-HIT          Value "Y".

      *>  The mapping rows in file order, with the active customers
      *>  each one routes (first match wins, as in SUB114) and the
      *>  rows either side of it in ZIP order within its state.
           01 WS-ROW-COUNT Pic 9(3) Value Zero.
           01 WS-ROW-TBL.
             05 WS-ROW-ENTRY Occurs 500 Times Indexed By WS-RX WS-RY.
               10 R-STATE   Pic X(2).
               10 R-ZIPLO   Pic X(5).
               10 R-ZIPHI   Pic X(5).
               10 R-TERR    Pic X(4).
               10 R-NEW     Pic X(4).
               10 R-NEWTX   Pic 9(3).
               10 R-CNT     Pic 9(7).
               10 R-PREV    Pic 9(3).
               10 R-NEXT    Pic 9(3).
           01 WS-HIT-ROW   Pic 9(3)  Value Zero.
           01 WS-ZIP5      Pic X(5)  Value Space.
           01 WS-CUR-ROW   Pic 9(3)  Value Zero.
           01 WS-CAND-ROW  Pic 9(3)  Value Zero.

           01 WS-BAND-PCT  Pic 9(3)  Value Zero.
           01 WS-DEF-BAND  Pic 9(3)  Value 20.
           01 WS-POOL-CNT  Pic 9(3)  Value Zero.
           01 WS-POOL-LOAD Pic 9(9)  Value Zero.
           01 WS-AVG       Pic 9(7)  Value Zero.
           01 WS-BAND-LO   Pic 9(7)  Value Zero.
           01 WS-BAND-HI   Pic 9(7)  Value Zero.
           01 WS-MOVE-CNT  Pic 9(3)  Value Zero.
           01 WS-MAX-MOVES Pic 9(3)  Value 100.
           01 WS-NO-MOVE   Pic X     Value "N".
             88 IS-NO-MOVE           Value "Y".
           01 WS-FROM-TX   Pic 9(3)  Value Zero.
           01 WS-TO-TX     Pic 9(3)  Value Zero.
           01 WS-NB        Pic 9(3)  Value Zero.
           01 WS-BEST-ROW  Pic 9(3)  Value Zero.
           01 WS-BEST-TO   Pic 9(3)  Value Zero.
           01 WS-BEST-GAIN Pic S9(9) Value Zero.
           01 WS-GAIN      Pic S9(9) Value Zero.
           01 WS-EX-LOAD   Pic S9(9) Value Zero.
           01 WS-EX-VAL    Pic S9(9) Value Zero.
           01 WS-EX-BEFORE Pic S9(9) Value Zero.
           01 WS-EX-AFTER  Pic S9(9) Value Zero.
           01 WS-BAND-WORD Pic X(8)  Value Space.

           01 WS-HDG-1.
             05 Filler Pic X(30)
                Value "TERRITORY WORKLOAD BALANCING".
             05 Filler Pic X(16) Value "PROCESSING DATE ".
             05 H-DATE Pic 9(8).
             05 Filler Pic X(46) Value Space.
           01 WS-SEC-1.
             05 Filler Pic X(100)
                Value "WORKLOAD BY TERRITORY AND REP".
           01 WS-COL-1.
             05 Filler Pic X(6)  Value "TERR".
             05 Filler Pic X(24) Value "REP".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(8)  Value "  ACTIVE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(9)  Value "PROSPECTS".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(8)  Value "CONTACTS".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(10) Value "FOLLOW-UPS".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(15) Value "      YTD SALES".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(8)  Value "BAND".
           01 WS-DETAIL.
             05 D-TERR   Pic X(6).
             05 D-REP    Pic X(24).
             05 Filler   Pic X(3)  Value Space.
             05 D-ACTIVE Pic ZZZ,ZZ9.
             05 Filler   Pic X(4)  Value Space.
             05 D-PROSP  Pic ZZZ,ZZ9.
             05 Filler   Pic X(3)  Value Space.
             05 D-CONT   Pic ZZZ,ZZ9.
             05 Filler   Pic X(5)  Value Space.
             05 D-FUP    Pic ZZZ,ZZ9.
             05 Filler   Pic X(3)  Value Space.
             05 D-YTD    Pic ---,---,--9.99.
             05 D-YTD-X  Redefines D-YTD Pic X(14).
             05 Filler   Pic X(2)  Value Space.
             05 D-BAND   Pic X(8).
           01 WS-NOFIN-LINE.
             05 Filler Pic X(100) Value
                "YTD SALES NOT SHOWN - ARFIN.DAT NOT LOADED (FIN101)".
           01 WS-CONT-LINE.
             05 Filler   Pic X(36)
                Value "CONTACTS COUNTED FROM (LAST QUARTER)".
             05 Filler   Pic X(1)  Value Space.
             05 C-CUTOFF Pic X(8).
             05 Filler   Pic X(55) Value Space.
           01 WS-BAND-LINE.
             05 Filler   Pic X(13) Value "TARGET BAND: ".
             05 B-LO     Pic ZZZ,ZZ9.
             05 Filler   Pic X(4)  Value " TO ".
             05 B-HI     Pic ZZZ,ZZ9.
             05 Filler   Pic X(40)
                Value " ACTIVE CUSTOMERS PER TERRITORY (AVERAGE".
             05 B-AVG    Pic ZZZ,ZZ9.
             05 Filler   Pic X(5)  Value " +/- ".
             05 B-PCT    Pic ZZ9.
             05 Filler   Pic X(2)  Value "%)".
             05 Filler   Pic X(12) Value Space.
           01 WS-SEC-2.
             05 Filler Pic X(100)
                Value "PROPOSED ZIP RANGE MOVES".
           01 WS-COL-2.
             05 Filler Pic X(4)  Value "ST".
             05 Filler Pic X(11) Value "ZIP RANGE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(6)  Value "FROM".
             05 Filler Pic X(6)  Value "TO".
             05 Filler Pic X(9)  Value "CUSTOMERS".
             05 Filler Pic X(62) Value Space.
           01 WS-MOVE-LINE.
             05 M-STATE  Pic X(2).
             05 Filler   Pic X(2)  Value Space.
             05 M-ZIPLO  Pic X(5).
             05 Filler   Pic X(1)  Value "-".
             05 M-ZIPHI  Pic X(5).
             05 Filler   Pic X(2)  Value Space.
             05 M-FROM   Pic X(4).
             05 Filler   Pic X(2)  Value Space.
             05 M-TO     Pic X(4).
             05 Filler   Pic X(4)  Value Space.
             05 M-CNT    Pic ZZZ,ZZ9.
             05 Filler   Pic X(62) Value Space.
           01 WS-NONE-LINE.
             05 Filler Pic X(60) Value
                "NONE - NO NEIGHBOURING RANGE MOVE BRINGS A TERRITORY".
             05 Filler Pic X(40) Value " CLOSER TO THE BAND".
           01 WS-SEC-3.
             05 Filler Pic X(100)
                Value "LOAD AFTER PROPOSAL".
           01 WS-COL-3.
             05 Filler Pic X(6)  Value "TERR".
             05 Filler Pic X(8)  Value "  BEFORE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(8)  Value "   AFTER".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(8)  Value "BAND".
             05 Filler Pic X(66) Value Space.
           01 WS-AFTER-LINE.
             05 A-TERR   Pic X(6).
             05 Filler   Pic X(1)  Value Space.
             05 A-BEFORE Pic ZZZ,ZZ9.
             05 Filler   Pic X(3)  Value Space.
             05 A-AFTER  Pic ZZZ,ZZ9.
             05 Filler   Pic X(2)  Value Space.
             05 A-BAND   Pic X(8).
             05 Filler   Pic X(66) Value Space.
           01 WS-PROP-LINE.
             05 Filler Pic X(40) Value
                "PROPOSAL WRITTEN TO data/TERRITORY.PRP -".
             05 Filler Pic X(60) Value
                " PREVIEW IT WITH TRM101 MODE R BEFORE ADOPTING IT".
           01 WS-BLANK-LINE Pic X(100) Value Space.

       Procedure Division.
       100-Main.
         Perform 200-Initialize.
         If Not IS-ABORT Then
           Perform 300-Tally-Customers
           Perform 350-Tally-Contacts
           Perform 400-Compute-Band
           Perform 450-Write-Workload
           Perform 500-Link-Neighbours
           Perform 550-Write-Proposal
           Perform 650-Write-Proposal-File
           Close CUST
           Close PRTFILE
           Move "TWB101" To WS-ARC-NAME
           Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL
           Display "TWB101: " WS-MOVE-CNT " ZIP range move(s) "
                   "proposed."
         End-If.
         Perform 999-End-Of-Program.

      *>  The processing date sets the contact window: the last
      *>  quarter is the three months up to it.
       200-Initialize.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
             WS-PDT-RETVAL.
         Move LPDDATE To WS-PROC-DATE.
         Move WS-PROC-DATE To WS-CUTOFF.
         If WS-CUT-MM Greater Than 3 Then
           Subtract 3 From WS-CUT-MM
         Else
           Add 9 To WS-CUT-MM
           Subtract 1 From WS-CUT-YYYY
         End-If.
         Move "TWB-BAND-PCT" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-BAND-PCT.
         If WS-BAND-PCT Equal Zero Then
           Move WS-DEF-BAND To WS-BAND-PCT
         End-If.
         Perform 210-Load-Rows.
         If WS-ROW-COUNT Equal Zero Then
           Display "TWB101: TERRITORY.DAT empty or not found."
           Move "Y" To WS-ABORT
         Else
           Open Input CUST
           If WS-CUSTSTAT Not Equal "00" Then
             Display "TWB101: CUSTOMER.DAT not found."
             Close CUST
             Move "Y" To WS-ABORT
           Else
             Open Output PRTFILE
             Move WS-PROC-DATE To H-DATE
             Write PRT-REC From WS-HDG-1
           End-If
         End-If.

       210-Load-Rows.
         Move "N" To WS-EOF.
         Open Input TERR.
         If WS-TERRSTAT Not Equal "00" Then
           Move "Y" To WS-EOF
         End-If.
         Perform 220-Load-Row-Next
           Until IS-EOF.
         Close TERR.

       220-Load-Row-Next.
         Read TERR
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And TR-TERR Not Equal Space
           And WS-ROW-COUNT Less Than 500 Then
           Add 1 To WS-ROW-COUNT
           Set WS-RX To WS-ROW-COUNT
           Move TR-STATE To R-STATE(WS-RX)
           Move TR-ZIPLO To R-ZIPLO(WS-RX)
           Move TR-ZIPHI To R-ZIPHI(WS-RX)
           Move TR-TERR  To R-TERR(WS-RX)
           Move TR-TERR  To R-NEW(WS-RX)
           Move Zero     To R-CNT(WS-RX)
           Move Zero     To R-PREV(WS-RX)
           Move Zero     To R-NEXT(WS-RX)
           Move TR-TERR  To WS-FIND-CODE
           Perform 420-Find-Territory
           Move "Y"      To T-POOL(WS-TX)
           Set R-NEWTX(WS-RX) To WS-TX
         End-If.

      *>  Every customer not soft-deleted counts toward its own
      *>  territory (RCUSTTERR); an active one also counts toward
      *>  the load of the mapping row its address falls in.
       300-Tally-Customers.
         Open Input ARFIN.
         If WS-FINSTAT Equal "00" Then
           Move "Y" To WS-FIN-LOADED
         End-If.
         Move "N" To WS-EOF.
         Perform 310-Read-Customer-Next.
         Perform 320-Tally-Customer
           Until IS-EOF.
         If IS-FIN-LOADED Then
           Close ARFIN
         End-If.

       310-Read-Customer-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Tally-Customer.
         If RCUSTSTAT-ACTIVE Then
           Move RCUSTTERR To WS-FIND-CODE
           Perform 420-Find-Territory
           If RCUSTLIFECYC-ACTIVE Then
             Add 1 To T-ACTIVE(WS-TX)
             Perform 430-Map-Row
             If WS-HIT-ROW Greater Than Zero Then
               Add 1 To R-CNT(WS-HIT-ROW)
             End-If
           End-If
           If RCUSTLIFECYC-PROSPECT Then
             Add 1 To T-PROSP(WS-TX)
           End-If
           If RCUSTFUPDT Not Equal Zero Then
             Add 1 To T-FUP(WS-TX)
           End-If
           If IS-FIN-LOADED Then
             Move RCUSTID To FNCUSTID
             Read ARFIN
               Key Is FNCUSTID
               Invalid Key Continue
               Not Invalid Key
                 Add FNYTDSALES To T-YTD(WS-TX)
             End-Read
           End-If
         End-If.
         Perform 310-Read-Customer-Next.

      *>  Contacts logged in the last quarter count toward the
      *>  contacted customer's territory; a mail-list pull that is
      *>  only queued (LISTED) is not a contact yet.
       350-Tally-Contacts.
         Move "N" To WS-EOF.
         Open Input CONTACT.
         If WS-CONTSTAT Not Equal "00" Then
           Move "Y" To WS-EOF
         End-If.
         Perform 360-Tally-Contact-Next
           Until IS-EOF.
         Close CONTACT.

       360-Tally-Contact-Next.
         Read CONTACT
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF
           And CACTDTTM(1:8) Not Less Than WS-CUTOFF
           And Not CACTOUTCOME-LISTED Then
           Move CACTCUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Continue
             Not Invalid Key
               If RCUSTSTAT-ACTIVE Then
                 Move RCUSTTERR To WS-FIND-CODE
                 Perform 420-Find-Territory
                 Add 1 To T-CONT(WS-TX)
               End-If
           End-Read
         End-If.

      *>  The band is the average load of the territories the
      *>  mapping file names, plus or minus TWB-BAND-PCT (SUB153).
       400-Compute-Band.
         Perform 410-Sum-Row-Load
           Varying WS-RX From 1 By 1
           Until WS-RX Greater Than WS-ROW-COUNT.
         Perform 415-Sum-Pool
           Varying WS-TX From 1 By 1
           Until WS-TX Greater Than WS-TERR-COUNT.
         If WS-POOL-CNT Greater Than Zero Then
           Divide WS-POOL-LOAD By WS-POOL-CNT Giving WS-AVG Rounded
         End-If.
         Compute WS-BAND-LO Rounded =
           WS-AVG * (100 - WS-BAND-PCT) / 100.
         Compute WS-BAND-HI Rounded =
           WS-AVG * (100 + WS-BAND-PCT) / 100.

       410-Sum-Row-Load.
         Set WS-TX To R-NEWTX(WS-RX).
         Add R-CNT(WS-RX) To T-LOAD(WS-TX).
         Add R-CNT(WS-RX) To T-NEW(WS-TX).

       415-Sum-Pool.
         If T-POOL(WS-TX) Equal "Y" Then
           Add 1 To WS-POOL-CNT
           Add T-LOAD(WS-TX) To WS-POOL-LOAD
         End-If.

      *>  Finds WS-FIND-CODE in the territory table, adding it the
      *>  first time it is met; WS-TX points at it either way.
       420-Find-Territory.
         Move "N" To WS-FIND-HIT.
         Perform 425-Find-Territory-Next
           Varying WS-TX From 1 By 1
           Until WS-TX Greater Than WS-TERR-COUNT
             Or IS-FIND-HIT.
         If IS-FIND-HIT Then
           Set WS-TX Down By 1
         Else
           If WS-TERR-COUNT Less Than 200 Then
             Add 1 To WS-TERR-COUNT
           End-If
           Set WS-TX To WS-TERR-COUNT
           Move WS-FIND-CODE To T-CODE(WS-TX)
           Move Zero To T-ACTIVE(WS-TX) T-PROSP(WS-TX) T-CONT(WS-TX)
           Move Zero To T-FUP(WS-TX) T-YTD(WS-TX)
           Move Zero To T-LOAD(WS-TX) T-NEW(WS-TX)
           Move "N"  To T-POOL(WS-TX)
         End-If.

       425-Find-Territory-Next.
         If T-CODE(WS-TX) Equal WS-FIND-CODE Then
           Move "Y" To WS-FIND-HIT
         End-If.

      *>  The same first-match rule SUB114 applies to the live file.
       430-Map-Row.
         Move Zero To WS-HIT-ROW.
         Move RCUSTZIP(1:5) To WS-ZIP5.
         Perform 435-Map-Row-Next
           Varying WS-RY From 1 By 1
           Until WS-RY Greater Than WS-ROW-COUNT
             Or WS-HIT-ROW Greater Than Zero.

       435-Map-Row-Next.
         If (R-STATE(WS-RY) Equal Space
             Or R-STATE(WS-RY) Equal RCUSTSTATE)
           And (R-ZIPLO(WS-RY) Equal Space
                Or WS-ZIP5 Greater Than Or Equal R-ZIPLO(WS-RY))
           And (R-ZIPHI(WS-RY) Equal Space
                Or WS-ZIP5 Less Than Or Equal R-ZIPHI(WS-RY)) Then
           Set WS-HIT-ROW To WS-RY
         End-If.

       450-Write-Workload.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-SEC-1.
         Move WS-CUTOFF To C-CUTOFF.
         Write PRT-REC From WS-CONT-LINE.
         Write PRT-REC From WS-COL-1.
         Perform 460-Write-Workload-Line
           Varying WS-TX From 1 By 1
           Until WS-TX Greater Than WS-TERR-COUNT.
         If Not IS-FIN-LOADED Then
           Write PRT-REC From WS-NOFIN-LINE
         End-If.
         Write PRT-REC From WS-BLANK-LINE.
         Move WS-BAND-LO  To B-LO.
         Move WS-BAND-HI  To B-HI.
         Move WS-AVG      To B-AVG.
         Move WS-BAND-PCT To B-PCT.
         Write PRT-REC From WS-BAND-LINE.

       460-Write-Workload-Line.
         Move Space To D-TERR.
         Move Space To D-REP.
         If T-CODE(WS-TX) Equal Space Then
           Move "(NONE)" To D-TERR
         Else
           Move T-CODE(WS-TX) To D-TERR
           Move T-CODE(WS-TX) To WS-REP-TERR
           Call "SUB129" Using WS-REP-PRMSET, WS-REP-RETVAL
           If WS-REP-RETVAL Equal "00" Then
             Move WS-REP-NAME To D-REP
           Else
             Move "** NO ACTIVE REP **" To D-REP
           End-If
         End-If.
         Move T-ACTIVE(WS-TX) To D-ACTIVE.
         Move T-PROSP(WS-TX)  To D-PROSP.
         Move T-CONT(WS-TX)   To D-CONT.
         Move T-FUP(WS-TX)    To D-FUP.
         If IS-FIN-LOADED Then
           Move T-YTD(WS-TX) To D-YTD
         Else
           Move Space To D-YTD-X
         End-If.
         Move T-LOAD(WS-TX) To WS-EX-LOAD.
         Perform 470-Band-Word.
         Move WS-BAND-WORD To D-BAND.
         Write PRT-REC From WS-DETAIL.

      *>  LOW / IN BAND / HIGH for a balancing territory's load in
      *>  WS-EX-LOAD; a code no mapping row names is left blank.
       470-Band-Word.
         Move Space To WS-BAND-WORD.
         If T-POOL(WS-TX) Equal "Y" Then
           Evaluate True
             When WS-EX-LOAD Less Than WS-BAND-LO
               Move "LOW"     To WS-BAND-WORD
             When WS-EX-LOAD Greater Than WS-BAND-HI
               Move "HIGH"    To WS-BAND-WORD
             When Other
               Move "IN BAND" To WS-BAND-WORD
           End-Evaluate
         End-If.

      *>  A row's neighbours are the rows of the same state whose
      *>  ranges sit immediately below and above it. Only a row
      *>  with a state and both ZIP bounds is a ZIP range that can
      *>  move; catch-all rows stay where they are.
       500-Link-Neighbours.
         Perform 510-Link-Row
           Varying WS-RX From 1 By 1
           Until WS-RX Greater Than WS-ROW-COUNT.

       510-Link-Row.
         If R-STATE(WS-RX) Not Equal Space
           And R-ZIPLO(WS-RX) Not Equal Space
           And R-ZIPHI(WS-RX) Not Equal Space Then
           Perform 520-Link-Candidate
             Varying WS-RY From 1 By 1
             Until WS-RY Greater Than WS-ROW-COUNT
         End-If.

       520-Link-Candidate.
         If WS-RY Not Equal WS-RX
           And R-STATE(WS-RY) Equal R-STATE(WS-RX)
           And R-ZIPLO(WS-RY) Not Equal Space
           And R-ZIPHI(WS-RY) Not Equal Space Then
           Set WS-CAND-ROW To WS-RY
           If R-ZIPHI(WS-RY) Less Than R-ZIPLO(WS-RX) Then
             If R-PREV(WS-RX) Equal Zero Then
               Move WS-CAND-ROW To R-PREV(WS-RX)
             Else
               Move R-PREV(WS-RX) To WS-CUR-ROW
               If R-ZIPHI(WS-RY) Greater Than R-ZIPHI(WS-CUR-ROW)
                 Then
                 Move WS-CAND-ROW To R-PREV(WS-RX)
               End-If
             End-If
           End-If
           If R-ZIPLO(WS-RY) Greater Than R-ZIPHI(WS-RX) Then
             If R-NEXT(WS-RX) Equal Zero Then
               Move WS-CAND-ROW To R-NEXT(WS-RX)
             Else
               Move R-NEXT(WS-RX) To WS-CUR-ROW
               If R-ZIPLO(WS-RY) Less Than R-ZIPLO(WS-CUR-ROW) Then
                 Move WS-CAND-ROW To R-NEXT(WS-RX)
               End-If
             End-If
           End-If
         End-If.

      *>  One move at a time: of every ZIP range that could pass to
      *>  a neighbouring range's territory, the one that takes the
      *>  most customers out of band (above the top or below the
      *>  bottom, both territories together) is proposed, until no
      *>  move helps. Each move strictly shrinks the total out of
      *>  band, so the proposal cannot go round in circles.
       550-Write-Proposal.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-SEC-2.
         Write PRT-REC From WS-COL-2.
         Move "N" To WS-NO-MOVE.
         Perform 560-Propose-Move
           Until IS-NO-MOVE
             Or WS-MOVE-CNT Not Less Than WS-MAX-MOVES.
         If WS-MOVE-CNT Equal Zero Then
           Write PRT-REC From WS-NONE-LINE
         End-If.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-SEC-3.
         Write PRT-REC From WS-COL-3.
         Perform 600-Write-After-Line
           Varying WS-TX From 1 By 1
           Until WS-TX Greater Than WS-TERR-COUNT.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-PROP-LINE.

       560-Propose-Move.
         Move Zero To WS-BEST-ROW.
         Move Zero To WS-BEST-GAIN.
         Perform 570-Try-Row
           Varying WS-RX From 1 By 1
           Until WS-RX Greater Than WS-ROW-COUNT.
         If WS-BEST-ROW Equal Zero Then
           Move "Y" To WS-NO-MOVE
         Else
           Perform 590-Make-Move
         End-If.

       570-Try-Row.
         If R-CNT(WS-RX) Greater Than Zero Then
           Move R-NEWTX(WS-RX) To WS-FROM-TX
           Move R-PREV(WS-RX)  To WS-NB
           Perform 575-Try-Neighbour
           Move R-NEXT(WS-RX)  To WS-NB
           Perform 575-Try-Neighbour
         End-If.

       575-Try-Neighbour.
         If WS-NB Greater Than Zero Then
           Move R-NEWTX(WS-NB) To WS-TO-TX
           If WS-TO-TX Not Equal WS-FROM-TX Then
             Move Zero To WS-EX-BEFORE
             Move Zero To WS-EX-AFTER
             Move T-NEW(WS-FROM-TX) To WS-EX-LOAD
             Perform 580-Out-Of-Band
             Add WS-EX-VAL To WS-EX-BEFORE
             Move T-NEW(WS-TO-TX) To WS-EX-LOAD
             Perform 580-Out-Of-Band
             Add WS-EX-VAL To WS-EX-BEFORE
             Compute WS-EX-LOAD = T-NEW(WS-FROM-TX) - R-CNT(WS-RX)
             Perform 580-Out-Of-Band
             Add WS-EX-VAL To WS-EX-AFTER
             Compute WS-EX-LOAD = T-NEW(WS-TO-TX) + R-CNT(WS-RX)
             Perform 580-Out-Of-Band
             Add WS-EX-VAL To WS-EX-AFTER
             Compute WS-GAIN = WS-EX-BEFORE - WS-EX-AFTER
             If WS-GAIN Greater Than WS-BEST-GAIN Then
               Move WS-GAIN  To WS-BEST-GAIN
               Set WS-BEST-ROW To WS-RX
               Move WS-TO-TX To WS-BEST-TO
             End-If
           End-If
         End-If.

      *>  Customers above the top of the band or below its bottom.
       580-Out-Of-Band.
         Move Zero To WS-EX-VAL.
         If WS-EX-LOAD Greater Than WS-BAND-HI Then
           Compute WS-EX-VAL = WS-EX-LOAD - WS-BAND-HI
         End-If.
         If WS-EX-LOAD Less Than WS-BAND-LO Then
           Compute WS-EX-VAL = WS-BAND-LO - WS-EX-LOAD
         End-If.

       590-Make-Move.
         Set WS-RX To WS-BEST-ROW.
         Move R-NEWTX(WS-RX) To WS-FROM-TX.
         Move R-STATE(WS-RX) To M-STATE.
         Move R-ZIPLO(WS-RX) To M-ZIPLO.
         Move R-ZIPHI(WS-RX) To M-ZIPHI.
         Move R-NEW(WS-RX)   To M-FROM.
         Move T-CODE(WS-BEST-TO) To M-TO.
         Move R-CNT(WS-RX)   To M-CNT.
         Write PRT-REC From WS-MOVE-LINE.
         Subtract R-CNT(WS-RX) From T-NEW(WS-FROM-TX).
         Add R-CNT(WS-RX) To T-NEW(WS-BEST-TO).
         Move T-CODE(WS-BEST-TO) To R-NEW(WS-RX).
         Move WS-BEST-TO To R-NEWTX(WS-RX).
         Add 1 To WS-MOVE-CNT.

       600-Write-After-Line.
         If T-POOL(WS-TX) Equal "Y" Then
           Move T-CODE(WS-TX) To A-TERR
           Move T-LOAD(WS-TX) To A-BEFORE
           Move T-NEW(WS-TX)  To A-AFTER
           Move T-NEW(WS-TX)  To WS-EX-LOAD
           Perform 470-Band-Word
           Move WS-BAND-WORD  To A-BAND
           Write PRT-REC From WS-AFTER-LINE
         End-If.

      *>  The whole mapping file again, row for row in its own
      *>  order, with the proposed territory on each moved range -
      *>  TERRITORY.DAT format, so TRM101 can preview it as is.
       650-Write-Proposal-File.
         Open Output PROPFILE.
         Perform 660-Write-Proposal-Row
           Varying WS-RX From 1 By 1
           Until WS-RX Greater Than WS-ROW-COUNT.
         Close PROPFILE.

       660-Write-Proposal-Row.
         Move R-STATE(WS-RX) To PR-STATE.
         Move R-ZIPLO(WS-RX) To PR-ZIPLO.
         Move R-ZIPHI(WS-RX) To PR-ZIPHI.
         Move R-NEW(WS-RX)   To PR-TERR.
         Write PROP-REC.

       999-End-Of-Program.
         Stop Run.
