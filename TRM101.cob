      *> (the MNT101 preview/apply split): anything but "A" is a     **
      *> preview, which only reports who would move on               **
      *> data/TERRMOVE.PRT - old code, new code, and counts per      **
      *> territory before and after; mode "R" previews the same way  **
      *> against data/TERRITORY.PRP, the TWB101 balancing proposal,  **
      *> and is never applied; mode "A" applies the moves, with a    **
      *> SUB092 snapshot first, a SUB090 audit row (operator BATCH)  **
      *> and the SUB097 journal images for every mover. Run outside  **
      *> the PGM001 menu after the sales office redraws the          **
      *> territory file.                                             **
      *>                                                             **
      *> DATE-WRITTEN: 2026-09-02                                    **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Apply runs checkpoint through SUB170 every CHKPT-    **
      *>        EVERY customers; a run that died is resumed after    **
      *>        the last checkpoint key with its move count          **
      *>        restored.                                            **
      *> 261015 Mode "R" previews the re-map against                 **
      *>        data/TERRITORY.PRP, the TWB101 balancing proposal,   **
      *>        instead of TERRITORY.DAT.                            **
      *>***************************************************************
       Identification Division.
         Program-Id.   TRM101.
           Select MODECFG Assign WS-MODEFILE
             Access Mode Is Sequential
             File Status WS-MODESTAT.
           Select PROPFILE Assign WS-PROPFILE
             Organization Is Line Sequential
             File Status WS-PROPSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
           Fd MODECFG.
           01 MODECFG-REC Pic X(1).

           Fd PROPFILE.
           01 PROP-REC.
             05 PR-STATE Pic X(2).
             05 PR-ZIPLO Pic X(5).
             05 PR-ZIPHI Pic X(5).
             05 PR-TERR  Pic X(4).

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.
         Working-Storage Section.
           01 WS-MODEFILE Pic X(20) Value "data/TERRMODE.CFG".
           01 WS-MODESTAT Pic 9(2).
           01 WS-PROPFILE Pic X(20) Value "data/TERRITORY.PRP".
           01 WS-PROPSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/TERRMOVE.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-MODE     Pic X(1)  Value "P".
             88 IS-APPLY-MODE       Value "A".
             88 IS-PROPOSAL-MODE    Value "R".
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ABORT    Pic X     Value "N".
             05 WS-TERR-CODE  Pic X(4).
           01 WS-TERR-RETVAL Pic X(2).

      *>  Mode R maps through the TWB101 proposal instead of the
      *>  live TERRITORY.DAT, with the same first-match rule.
           01 WS-PROP-COUNT Pic 9(3) Value Zero.
           01 WS-PROP-TBL.
             05 WS-PROP-ENTRY Occurs 500 Times Indexed By WS-PX.
               10 WS-P-STATE Pic X(2).
               10 WS-P-ZIPLO Pic X(5).
               10 WS-P-ZIPHI Pic X(5).
               10 WS-P-TERR  Pic X(4).
           01 WS-PROP-HIT  Pic X     Value "N".
             88 IS-PROP-HIT          Value "Y".
           01 WS-PROP-ZIP5 Pic X(5)  Value Space.
           01 WS-CKP-FUNC   Pic X(1).
           01 WS-CKP-PRMSET.
             Copy CHKPTLK.
           01 WS-CKP-RETVAL Pic X(2).
           01 WS-CKP-ON     Pic X     Value "N".
             88 IS-CKP-ON             Value "Y".
           01 WS-RESTART    Pic X     Value "N".
             88 IS-RESTART            Value "Y".

      *>  Per-territory before/after tallies; the (none) row for
      *>  customers with no territory at all rides along as spaces.
           01 WS-TALLY-COUNT Pic 9(3) Value Zero.
             05 T-MOVE-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(65) Value Space.
           01 WS-BLANK-LINE Pic X(84) Value Space.
           01 WS-RESTART-LINE.
             05 Filler   Pic X(16) Value "RESTARTED AFTER ".
             05 R-KEY    Pic X(30).
             05 Filler   Pic X(15) Value " CHECKPOINT AT ".
             05 R-STAMP  Pic X(14).
             05 Filler   Pic X(9)  Value Space.

       Procedure Division.
       100-Main.
           End-Read
         End-If.
         Close MODECFG.
         Evaluate True
           When IS-APPLY-MODE
             Move "MOVED"     To H-MODE
           When IS-PROPOSAL-MODE
             Move "PROPOSED"  To H-MODE
             Perform 210-Load-Proposal
           When Other
             Move "PREVIEWED" To H-MODE
         End-Evaluate.

      *>  Mode R previews the TERRITORY.PRP re-map TWB101 proposed;
      *>  like any preview it never writes to CUSTOMER.DAT.
       210-Load-Proposal.
         Open Input PROPFILE.
         If WS-PROPSTAT Not Equal "00" Then
           Display "TRM101: TERRITORY.PRP not found - run TWB101 "
                   "first."
           Move "Y" To WS-ABORT
         Else
           Move "N" To WS-EOF
           Perform 220-Load-Proposal-Next
             Until IS-EOF
           Move "N" To WS-EOF
         End-If.
         Close PROPFILE.

       220-Load-Proposal-Next.
         Read PROPFILE
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And PR-TERR Not Equal Space
           And WS-PROP-COUNT Less Than 500 Then
           Add 1 To WS-PROP-COUNT
           Set WS-PX To WS-PROP-COUNT
           Move PR-STATE To WS-P-STATE(WS-PX)
           Move PR-ZIPLO To WS-P-ZIPLO(WS-PX)
           Move PR-ZIPHI To WS-P-ZIPHI(WS-PX)
           Move PR-TERR  To WS-P-TERR(WS-PX)
         End-If.

      *>  Snapshots CUSTOMER.DAT/CUSTOMER.SEQ to backup/ before an
           Move "Y" To WS-ABORT
         End-If.

      *>  An apply run checkpoints through SUB170. A run that died
      *>  is resumed: SUB170 hands back the last checkpoint's key
      *>  and move count. A customer the run that died had already
      *>  moved after its last checkpoint maps to the territory it
      *>  now has, so it is not moved (or audited) a second time.
       260-Begin-Checkpoint.
         Move "N"      To WS-RESTART.
         Move "B"      To WS-CKP-FUNC.
         Move "TRM101" To LCKJOB.
         Move Space    To LCKFILEID.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.
         If WS-CKP-RETVAL Equal "01" Then
           Move "Y" To WS-RESTART
         End-If.

      *>  Customers up to the checkpoint key are done and are not
      *>  read again; the report of the run that died is carried on
      *>  under a restart line, and the territory tallies of the
      *>  resumed run cover the customers after it.
       270-Resume-After-Checkpoint.
         Display "TRM101: restart - resuming after customer " LCKKEY.
         Move LCKCNT1 To WS-MOVE-CNT.
         Move LCKKEY  To RCUSTID.
         Start CUST Key Is Greater Than RCUSTID
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         Open Extend PRTFILE.
         If WS-PRTSTAT Equal "35" Then
           Open Output PRTFILE
           Write PRT-REC From WS-HDG-1
           Write PRT-REC From WS-HDG-2
         End-If.
         Move LCKKEY   To R-KEY.
         Move LCKSTAMP To R-STAMP.
         Write PRT-REC From WS-RESTART-LINE.

      *>  Each customer finished is reported to SUB170, which
      *>  commits the key and count every CHKPT-EVERY customers.
       280-Take-Checkpoint.
         Move "C"         To WS-CKP-FUNC.
         Move RCUSTID     To LCKKEY.
         Add 1            To LCKRECS.
         Move WS-MOVE-CNT To LCKCNT1.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.

       290-End-Checkpoint.
         Move "N"         To WS-CKP-ON.
         Move "E"         To WS-CKP-FUNC.
         Move WS-MOVE-CNT To LCKCNT1.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.

       300-Process-File.
         Move "N" To WS-EOF.
         If IS-APPLY-MODE Then
           Display "TRM101: CUSTOMER.DAT not found."
           Close CUST
         Else
           If IS-APPLY-MODE Then
             Perform 260-Begin-Checkpoint
           End-If
           If IS-RESTART Then
             Perform 270-Resume-After-Checkpoint
           Else
             Open Output PRTFILE
             Write PRT-REC From WS-HDG-1
             Write PRT-REC From WS-HDG-2
           End-If
           If Not IS-EOF Then
             Perform 310-Read-Next
           End-If
           If IS-APPLY-MODE Then
             Move "Y" To WS-CKP-ON
           End-If
           Perform 320-Process-Record
             Until IS-EOF
           Move WS-MOVE-CNT To T-MOVE-CNT
           Write PRT-REC From WS-TOTAL-LINE
           Perform 500-Write-Tallies
           If IS-APPLY-MODE Then
             Perform 290-End-Checkpoint
           End-If
           Close CUST
           Close PRTFILE
         End-If.

       310-Read-Next.
         If IS-CKP-ON Then
           Perform 280-Take-Checkpoint
         End-If.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If RCUSTSTAT-ACTIVE Then
           Move RCUSTSTATE To WS-TERR-STATE
           Move RCUSTZIP   To WS-TERR-ZIP
           Perform 330-Map-Territory
           Move "B" To WS-TALLY-SIDE
           Move RCUSTTERR To WS-TALLY-CODE
           Perform 400-Tally-Territory
         End-If.
         Perform 310-Read-Next.

       330-Map-Territory.
         If IS-PROPOSAL-MODE Then
           Move Space To WS-TERR-CODE
           Move "N" To WS-PROP-HIT
           Move WS-TERR-ZIP(1:5) To WS-PROP-ZIP5
           Perform 335-Map-Proposal-Next
             Varying WS-PX From 1 By 1
             Until WS-PX Greater Than WS-PROP-COUNT
               Or IS-PROP-HIT
         Else
           Call "SUB114" Using WS-TERR-PRMSET, WS-TERR-RETVAL
         End-If.

       335-Map-Proposal-Next.
         If (WS-P-STATE(WS-PX) Equal Space
             Or WS-P-STATE(WS-PX) Equal WS-TERR-STATE)
           And (WS-P-ZIPLO(WS-PX) Equal Space
                Or WS-PROP-ZIP5 Greater Than Or Equal
                   WS-P-ZIPLO(WS-PX))
           And (WS-P-ZIPHI(WS-PX) Equal Space
                Or WS-PROP-ZIP5 Less Than Or Equal
                   WS-P-ZIPHI(WS-PX)) Then
           Move "Y" To WS-PROP-HIT
           Move WS-P-TERR(WS-PX) To WS-TERR-CODE
         End-If.

       400-Tally-Territory.
         Move "N" To WS-TALLY-HIT.
         Perform 410-Tally-Scan-Next
