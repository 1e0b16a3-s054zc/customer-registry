      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to keep the postage ledger. Each mail run - the **
      *> RPT105 labels, the LTR101 letters, a CAM101 mail campaign - **
      *> starts a run, hands over every piece it sends, and ends the **
      *> run. Each piece is put in its postage class off the last    **
      *> RPT106 presort results (data/PRESORT.DAT, see PSQFD),       **
      *> costed at the PRESORT-RATE* parameters and kept on          **
      *> POSTPIECE.DAT under the customer; the end of the run writes **
      *> one POSTLEDG.DAT row per campaign or template and office    **
      *> (see POSTLGFD). SUB310 reports each return here so PST101   **
      *> can charge it to the list that sent the piece.              **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  S = start a run for LPGPROG.                               **
      *>  P = one piece: LPGCAMP, LPGCUSTID, LPGZIP, LPGCTRY and     **
      *>      LPGOFFICE in, LPGCLASS (5, 3 or R) back.               **
      *>  E = end the run: the ledger rows are written and the run's **
      *>      pieces and postage come back in LPGPIECES/LPGCOST.     **
      *>  R = the mail to LPGCUSTID came back: the latest piece sent **
      *>      to them is marked returned, its LPGPROG, LPGCAMP and   **
      *>      LPGCLASS come back.                                    **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done.                                                  **
      *>  02: R - no piece on file for the customer.                 **
      *>  03: P/E - no run started.                                  **
      *>  04: R - the latest piece is already marked returned.       **
      *>  08: Function code not valid.                               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB168.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select PRESORT Assign WS-PQFILE
             Organization Is Line Sequential
             File Status WS-PQSTAT.
           Select POSTLEDG Assign WS-PLFILE
             Organization Is Line Sequential
             File Status WS-PLSTAT.
           Select POSTPIECE Assign WS-PPFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is PPKEY
             File Status WS-PPSTAT.

       Data Division.
         File Section.
           Fd PRESORT.
           01 PRESORT-REC.
             Copy PSQFD.

           Fd POSTLEDG.
           01 POSTLEDG-REC.
             Copy POSTLGFD.

           Fd POSTPIECE.
           01 POSTPIECE-REC.
             Copy POSTPCFD.

         Working-Storage Section.
           01 WS-PQFILE   Pic X(20) Value "data/PRESORT.DAT".
           01 WS-PQSTAT   Pic 9(2).
           01 WS-PLFILE   Pic X(20) Value "data/POSTLEDG.DAT".
           01 WS-PLSTAT   Pic 9(2).
           01 WS-PPFILE   Pic X(20) Value "data/POSTPIECE.DAT".
           01 WS-PPSTAT   Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-FOUND    Pic X     Value "N".
             88 IS-FOUND            Value "Y".

      *>  Working storage lives from one call to the next: S fills
      *>  it, P adds to it, E writes it away.
           01 WS-RUN-OPEN Pic X     Value "N".
             88 IS-RUN-OPEN         Value "Y".
           01 WS-RUN-PROG Pic X(8)  Value Space.
           01 WS-RUN-DATE Pic 9(8)  Value Zero.
           01 WS-RUN-TIME Pic 9(6)  Value Zero.
           01 WS-NOW-TIME Pic 9(8)  Value Zero.
           01 WS-PIECE-SEQ Pic 9(6) Value Zero.
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).

      *>  Per-piece rates in cents, the PRESORT-* parameters RPT106
      *>  estimates with - maintained through SUB490.
           01 WS-RATE5    Pic 9(3)  Value 53.
           01 WS-RATE3    Pic 9(3)  Value 58.
           01 WS-RATER    Pic 9(3)  Value 73.
           01 WS-PIECE-COST Pic 9(3)V99 Value Zero.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).

      *>  The last RPT106 results, in ZIP order for a binary search;
      *>  the unused tail is high-values so it sorts last.
           01 WS-Q5-COUNT Pic 9(4)  Value Zero.
           01 WS-Q5-TBL.
             05 WS-Q5-ENTRY Occurs 5000 Times
                  Ascending Key Is WS-Q5-ZIP
                  Indexed By WS-Q5X.
               10 WS-Q5-ZIP  Pic X(5).
           01 WS-Q3-COUNT Pic 9(4)  Value Zero.
           01 WS-Q3-TBL.
             05 WS-Q3-ENTRY Occurs 1000 Times
                  Ascending Key Is WS-Q3-ZIP
                  Indexed By WS-Q3X.
               10 WS-Q3-ZIP  Pic X(3).

      *>  One tally per campaign or template and office in the run.
      *>  Past 200 of them the rest are added to the last.
           01 WS-TL-COUNT Pic 9(3)  Value Zero.
           01 WS-TL-TBL.
             05 WS-TL-ENTRY Occurs 200 Times Indexed By WS-TX.
               10 WS-TL-CAMP   Pic X(15).
               10 WS-TL-OFFICE Pic X(3).
               10 WS-TL-Q5     Pic 9(6).
               10 WS-TL-Q3     Pic 9(6).
               10 WS-TL-RES    Pic 9(6).
               10 WS-TL-COST   Pic 9(7)V99.

           01 WS-RET-KEY.
             05 WS-RET-CUSTID  Pic X(10).
             05 WS-RET-RUNDATE Pic 9(8).
             05 WS-RET-RUNTIME Pic 9(6).
             05 WS-RET-SEQ     Pic 9(6).

         Linkage Section.
           01 LS-FUNC     Pic X(1).
           01 LS-PRMSET.
             Copy POSTLK.
           01 LS-RETVAL   Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Evaluate LS-FUNC
           When "S" Perform 200-Start-Run
           When "P" Perform 300-Record-Piece
           When "E" Perform 400-End-Run
           When "R" Perform 500-Record-Return
           When Other Move "08" To LS-RETVAL
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

      *>  A run started twice without an end just starts over: the
      *>  pieces already on POSTPIECE.DAT stay, the tallies go.
       200-Start-Run.
         If IS-RUN-OPEN Then
           Close POSTPIECE
         End-If.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
             WS-PDT-RETVAL.
         Move LPDDATE  To WS-RUN-DATE.
         Accept WS-NOW-TIME From Time.
         Move WS-NOW-TIME(1:6) To WS-RUN-TIME.
         Move LPGPROG  To WS-RUN-PROG.
         Move Zero     To WS-PIECE-SEQ.
         Move Zero     To WS-TL-COUNT.
         Perform 210-Load-Rates.
         Perform 220-Load-Presort.
         Open I-O POSTPIECE.
         If WS-PPSTAT Equal "35" Then
           Close POSTPIECE
           Open Output POSTPIECE
           Close POSTPIECE
           Open I-O POSTPIECE
         End-If.
         Move "Y" To WS-RUN-OPEN.

       210-Load-Rates.
         Move "PRESORT-RATE5" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-RATE5.
         Move "PRESORT-RATE3" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-RATE3.
         Move "PRESORT-RATER" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-RATER.

      *>  No RPT106 results on file means nothing qualifies and
      *>  every piece is costed at the residual rate.
       220-Load-Presort.
         Move High-Values To WS-Q5-TBL.
         Move High-Values To WS-Q3-TBL.
         Move Zero To WS-Q5-COUNT.
         Move Zero To WS-Q3-COUNT.
         Move "N"  To WS-EOF.
         Open Input PRESORT.
         If WS-PQSTAT Not Equal "00" Then
           Close PRESORT
         Else
           Perform 230-Load-Presort-Next
             Until IS-EOF
           Close PRESORT
         End-If.

       230-Load-Presort-Next.
         Read PRESORT
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If PQLEVEL-ZIP5 And WS-Q5-COUNT Less Than 5000 Then
             Add 1 To WS-Q5-COUNT
             Move PQZIP To WS-Q5-ZIP(WS-Q5-COUNT)
           End-If
           If PQLEVEL-ZIP3 And WS-Q3-COUNT Less Than 1000 Then
             Add 1 To WS-Q3-COUNT
             Move PQZIP(1:3) To WS-Q3-ZIP(WS-Q3-COUNT)
           End-If
         End-If.

      *>  The RPT106 rules: a ZIP in a qualifying 5-digit group goes
      *>  at the 5-digit rate, one under a qualifying prefix at the
      *>  3-digit rate; foreign and unparseable ZIPs, and everything
      *>  else, are residual.
       300-Record-Piece.
         If Not IS-RUN-OPEN Then
           Move "03" To LS-RETVAL
         Else
           Move "R" To LPGCLASS
           If (LPGCTRY Equal "US" Or LPGCTRY Equal Space)
             And LPGZIP(1:5) Is Numeric Then
             Search All WS-Q5-ENTRY
               At End Continue
               When WS-Q5-ZIP(WS-Q5X) Equal LPGZIP(1:5)
                 Move "5" To LPGCLASS
             End-Search
             If LPGCLASS Equal "R" Then
               Search All WS-Q3-ENTRY
                 At End Continue
                 When WS-Q3-ZIP(WS-Q3X) Equal LPGZIP(1:3)
                   Move "3" To LPGCLASS
               End-Search
             End-If
           End-If
           Evaluate LPGCLASS
             When "5" Compute WS-PIECE-COST = WS-RATE5 / 100
             When "3" Compute WS-PIECE-COST = WS-RATE3 / 100
             When Other Compute WS-PIECE-COST = WS-RATER / 100
           End-Evaluate
           Perform 310-Find-Tally
           Evaluate LPGCLASS
             When "5" Add 1 To WS-TL-Q5(WS-TX)
             When "3" Add 1 To WS-TL-Q3(WS-TX)
             When Other Add 1 To WS-TL-RES(WS-TX)
           End-Evaluate
           Add WS-PIECE-COST To WS-TL-COST(WS-TX)
           Perform 320-Write-Piece
         End-If.

       310-Find-Tally.
         Move "N" To WS-FOUND.
         Set WS-TX To 1.
         Search WS-TL-ENTRY Varying WS-TX
           At End Continue
           When WS-TX Greater Than WS-TL-COUNT
             Continue
           When WS-TL-CAMP(WS-TX) Equal LPGCAMP
             And WS-TL-OFFICE(WS-TX) Equal LPGOFFICE
             Move "Y" To WS-FOUND
         End-Search.
         If Not IS-FOUND Then
           If WS-TL-COUNT Less Than 200 Then
             Add 1 To WS-TL-COUNT
             Set WS-TX To WS-TL-COUNT
             Move LPGCAMP   To WS-TL-CAMP(WS-TX)
             Move LPGOFFICE To WS-TL-OFFICE(WS-TX)
             Move Zero      To WS-TL-Q5(WS-TX)
             Move Zero      To WS-TL-Q3(WS-TX)
             Move Zero      To WS-TL-RES(WS-TX)
             Move Zero      To WS-TL-COST(WS-TX)
           Else
             Set WS-TX To 200
           End-If
         End-If.

       320-Write-Piece.
         Add 1 To WS-PIECE-SEQ.
         Move Space         To POSTPIECE-REC.
         Move LPGCUSTID     To PPCUSTID.
         Move WS-RUN-DATE   To PPRUNDATE.
         Move WS-RUN-TIME   To PPRUNTIME.
         Move WS-PIECE-SEQ  To PPSEQ.
         Move WS-RUN-PROG   To PPPROG.
         Move LPGCAMP       To PPCAMP.
         Move LPGOFFICE     To PPOFFICE.
         Move LPGCLASS      To PPCLASS.
         Move WS-PIECE-COST To PPCOST.
         Move "N"           To PPRETURNED.
         Move Zero          To PPRETDATE.
         Write POSTPIECE-REC
           Invalid Key Continue
         End-Write.

      *>  One ledger row per campaign or template and office; a run
      *>  that mailed nothing writes nothing.
       400-End-Run.
         If Not IS-RUN-OPEN Then
           Move "03" To LS-RETVAL
         Else
           Close POSTPIECE
           Move "N"  To WS-RUN-OPEN
           Move Zero To LPGPIECES
           Move Zero To LPGCOST
           If WS-TL-COUNT Greater Than Zero Then
             Open Extend POSTLEDG
             If WS-PLSTAT Equal "35" Then
               Close POSTLEDG
               Open Output POSTLEDG
             End-If
             Perform 410-Write-Ledger-Row
               Varying WS-TX From 1 By 1
               Until WS-TX Greater Than WS-TL-COUNT
             Close POSTLEDG
           End-If
         End-If.

       410-Write-Ledger-Row.
         Move WS-RUN-DATE         To PLRUNDATE.
         Move WS-RUN-TIME         To PLRUNTIME.
         Move WS-RUN-PROG         To PLPROG.
         Move WS-TL-CAMP(WS-TX)   To PLCAMP.
         Move WS-TL-OFFICE(WS-TX) To PLOFFICE.
         Move WS-TL-Q5(WS-TX)     To PLQ5.
         Move WS-TL-Q3(WS-TX)     To PLQ3.
         Move WS-TL-RES(WS-TX)    To PLRES.
         Compute PLPIECES = WS-TL-Q5(WS-TX) + WS-TL-Q3(WS-TX)
                          + WS-TL-RES(WS-TX).
         Move WS-TL-COST(WS-TX)   To PLCOST.
         Move WS-RATE5            To PLRATE5.
         Move WS-RATE3            To PLRATE3.
         Move WS-RATER            To PLRATER.
         Write POSTLEDG-REC.
         Add PLPIECES To LPGPIECES.
         Add PLCOST   To LPGCOST.

      *>  A return is charged to the last piece sent to the customer
      *>  on or before the processing date - the one that came back.
      *>  A piece already marked returned is not counted twice.
       500-Record-Return.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
             WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move "02" To LS-RETVAL.
         Open I-O POSTPIECE.
         If WS-PPSTAT Not Equal "00" Then
           Close POSTPIECE
         Else
           Move "N"       To WS-EOF
           Move "N"       To WS-FOUND
           Move LPGCUSTID To PPCUSTID
           Move Zero      To PPRUNDATE
           Move Zero      To PPRUNTIME
           Move Zero      To PPSEQ
           Start POSTPIECE Key Is Not Less Than PPKEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 510-Find-Last-Piece
             Until IS-EOF
           If IS-FOUND Then
             Move WS-RET-KEY To PPKEY
             Read POSTPIECE
               Key Is PPKEY
               Invalid Key Continue
               Not Invalid Key
                 Move PPPROG   To LPGPROG
                 Move PPCAMP   To LPGCAMP
                 Move PPCLASS  To LPGCLASS
                 If PPRETURNED-YES Then
                   Move "04" To LS-RETVAL
                 Else
                   Move "Y"         To PPRETURNED
                   Move WS-CUR-DATE To PPRETDATE
                   Rewrite POSTPIECE-REC
                   End-Rewrite
                   Move "00" To LS-RETVAL
                 End-If
             End-Read
           End-If
           Close POSTPIECE
         End-If.

       510-Find-Last-Piece.
         Read POSTPIECE Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If PPCUSTID Not Equal LPGCUSTID
             Or PPRUNDATE Greater Than WS-CUR-DATE Then
             Move "Y" To WS-EOF
           Else
             Move "Y"   To WS-FOUND
             Move PPKEY To WS-RET-KEY
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
