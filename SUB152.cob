      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine owning the system processing date - the day the **
      *> batch suite is working on, which is not always the machine  **
      *> date: a night run that overruns midnight is still closing   **
      *> the day before. The date is held in one control record,     **
      *> data/PROCDATE.CTL, and moves only when the NGT101 end-of-   **
      *> day step rolls it on; every roll (and the first use, which  **
      *> seeds it from the machine date) is appended to              **
      *> data/PROCDATE.HST with the real time it happened, so a row  **
      *> stamped with the real time can be put on its processing    **
      *> date afterwards. Batch jobs take their run date from G;     **
      *> reports grouping stamped rows by day use M.                 **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  G = get: LPDDATE = the processing date, LPDSTAMP the time  **
      *>      it took effect.                                        **
      *>  E = end of day: roll the processing date on one calendar   **
      *>      day (SUB151); LPDDATE comes back as the new date.      **
      *>  M = map: LPDDATE = the processing date in force when the   **
      *>      timestamp in LPDSTAMP was written; a time before the   **
      *>      history begins keeps its own date.                     **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done.                                                  **
      *>  01: E: not rolled - the processing date is already ahead   **
      *>      of the machine date (the end of day has run).          **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB152.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select PDCTL Assign WS-CTLFILE
             Organization Is Line Sequential
             File Status WS-CTLSTAT.
           Select PDHST Assign WS-HSTFILE
             Organization Is Line Sequential
             File Status WS-HSTSTAT.

       Data Division.
         File Section.
           Fd PDCTL.
           01 PDCTL-REC.
             05 PDC-DATE  Pic 9(8).
             05 PDC-STAMP Pic X(14).

           Fd PDHST.
           01 PDHST-REC.
             05 PDH-DATE  Pic 9(8).
             05 PDH-STAMP Pic X(14).

         Working-Storage Section.
           01 WS-CTLFILE  Pic X(20) Value "data/PROCDATE.CTL".
           01 WS-CTLSTAT  Pic 9(2).
           01 WS-HSTFILE  Pic X(20) Value "data/PROCDATE.HST".
           01 WS-HSTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CTL-FOUND Pic X    Value "N".
             88 CTL-FOUND           Value "Y".
           01 WS-HST-LOADED Pic X   Value "N".
             88 HST-LOADED          Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-STAMP    Pic X(14).

      *>  The most recent rolls, oldest first; a longer history than
      *>  the table holds keeps its newest rows.
           01 WS-HST-TOTAL Pic 9(6)  Value Zero.
           01 WS-HST-SKIP  Pic 9(6)  Value Zero.
           01 WS-HST-COUNT Pic 9(4)  Value Zero.
           01 WS-HST-TBL.
             05 WS-HST-ENTRY Occurs 3000 Times.
               10 WS-HS-DATE  Pic 9(8).
               10 WS-HS-STAMP Pic X(14).
           01 WS-HX       Pic 9(4)  Value Zero.
           01 WS-HIT-IX   Pic 9(4)  Value Zero.
           01 WS-LO-IX    Pic S9(9) Comp-5.
           01 WS-HI-IX    Pic S9(9) Comp-5.
           01 WS-MID-IX   Pic S9(9) Comp-5.

           01 WS-CAL-FUNC   Pic X(1) Value "N".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy PDTLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Evaluate LS-FUNC
           When "G" Perform 200-Get-Date
           When "E" Perform 300-End-Of-Day
           When "M" Perform 400-Map-Stamp
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

      *>  A missing or empty control record is seeded with today's
      *>  machine date, the way the registry ran before it.
       200-Get-Date.
         Move "N" To WS-CTL-FOUND.
         Open Input PDCTL.
         If WS-CTLSTAT Equal "00" Then
           Read PDCTL
             At End Continue
             Not At End
               If PDC-DATE Is Numeric
                 And PDC-DATE Not Equal Zero Then
                 Move "Y" To WS-CTL-FOUND
                 Move PDC-DATE  To LPDDATE
                 Move PDC-STAMP To LPDSTAMP
               End-If
           End-Read
         End-If.
         Close PDCTL.
         If Not CTL-FOUND Then
           Perform 250-Make-Stamp
           Move WS-CUR-DATE To LPDDATE
           Perform 260-Write-Date
         End-If.

       250-Make-Stamp.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move Spaces      To WS-STAMP.
         Move WS-CUR-DATE To WS-STAMP(1:8).
         Move WS-CUR-TIME To WS-STAMP(9:6).

      *>  Makes LPDDATE the processing date from now (WS-STAMP):
      *>  the control record is rewritten and the history gains a
      *>  row.
       260-Write-Date.
         Move WS-STAMP To LPDSTAMP.
         Open Output PDCTL.
         Move LPDDATE  To PDC-DATE.
         Move WS-STAMP To PDC-STAMP.
         Write PDCTL-REC
         End-Write.
         Close PDCTL.
         Open Extend PDHST.
         If WS-HSTSTAT Equal "35" Then
           Close PDHST
           Open Output PDHST
         End-If.
         Move LPDDATE  To PDH-DATE.
         Move WS-STAMP To PDH-STAMP.
         Write PDHST-REC
         End-Write.
         Close PDHST.
         Move "N" To WS-HST-LOADED.

      *>  Run once a night, after the suite; a second run on the
      *>  same night would skip a day, so a date already past the
      *>  machine date is left alone.
       300-End-Of-Day.
         Perform 200-Get-Date.
         Perform 250-Make-Stamp.
         If LPDDATE Greater Than WS-CUR-DATE Then
           Move "01" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Move LPDDATE To LCLFROMDT.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.
         Move LCLRESDT To LPDDATE.
         Perform 260-Write-Date.

      *>  The last roll at or before the stamp decides; the row the
      *>  previous call landed on is tried first, since a report
      *>  reads its rows in time order.
       400-Map-Stamp.
         If Not HST-LOADED Then
           Perform 410-Load-History
         End-If.
         Move LPDSTAMP(1:8) To LPDDATE.
         If WS-HST-COUNT Equal Zero Then
           Perform 999-End-Of-SubRutine
         End-If.
         If LPDSTAMP Less Than WS-HS-STAMP(1) Then
           Perform 999-End-Of-SubRutine
         End-If.
         If WS-HIT-IX Not Equal Zero
           And LPDSTAMP Not Less Than WS-HS-STAMP(WS-HIT-IX) Then
           If WS-HIT-IX Equal WS-HST-COUNT Then
             Move WS-HS-DATE(WS-HIT-IX) To LPDDATE
             Perform 999-End-Of-SubRutine
           End-If
           If LPDSTAMP Less Than WS-HS-STAMP(WS-HIT-IX + 1) Then
             Move WS-HS-DATE(WS-HIT-IX) To LPDDATE
             Perform 999-End-Of-SubRutine
           End-If
         End-If.
         Move 1            To WS-LO-IX.
         Move WS-HST-COUNT To WS-HI-IX.
         Move 1            To WS-HIT-IX.
         Perform 420-Search-Step
           Until WS-LO-IX Greater Than WS-HI-IX.
         Move WS-HS-DATE(WS-HIT-IX) To LPDDATE.

       410-Load-History.
         Move Zero To WS-HST-TOTAL.
         Move Zero To WS-HST-COUNT.
         Move Zero To WS-HIT-IX.
         Move "N"  To WS-EOF.
         Open Input PDHST.
         If WS-HSTSTAT Equal "00" Then
           Perform 412-Count-Next
             Until IS-EOF
         End-If.
         Close PDHST.
         Move Zero To WS-HST-SKIP.
         If WS-HST-TOTAL Greater Than 3000 Then
           Compute WS-HST-SKIP = WS-HST-TOTAL - 3000
         End-If.
         Move "N"  To WS-EOF.
         Open Input PDHST.
         If WS-HSTSTAT Equal "00" Then
           Perform 414-Load-Next
             Until IS-EOF
         End-If.
         Close PDHST.
         Move "Y" To WS-HST-LOADED.

       412-Count-Next.
         Read PDHST
           At End Move "Y" To WS-EOF
           Not At End Add 1 To WS-HST-TOTAL
         End-Read.

       414-Load-Next.
         Read PDHST
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If WS-HST-SKIP Greater Than Zero Then
             Subtract 1 From WS-HST-SKIP
           Else
             If WS-HST-COUNT Less Than 3000 Then
               Add 1 To WS-HST-COUNT
               Move PDH-DATE  To WS-HS-DATE(WS-HST-COUNT)
               Move PDH-STAMP To WS-HS-STAMP(WS-HST-COUNT)
             End-If
           End-If
         End-If.

       420-Search-Step.
         Compute WS-MID-IX = (WS-LO-IX + WS-HI-IX) / 2.
         If WS-HS-STAMP(WS-MID-IX) Not Greater Than LPDSTAMP Then
           Move WS-MID-IX To WS-HIT-IX
           Compute WS-LO-IX = WS-MID-IX + 1
         Else
           Compute WS-HI-IX = WS-MID-IX - 1
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
