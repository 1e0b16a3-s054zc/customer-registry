      *> minimum rolls up into its 3-digit prefix; a 3-digit group   **
      *> short of its own minimum is residual, as are foreign and    **
      *> unparseable-ZIP pieces. Bundle minimums and per-piece rates **
      *> come from the PRESORT-* system parameters (5-digit minimum, **
      *> 3-digit minimum, then the 5-digit/3-digit/residual rates in **
      *> cents), maintained through SUB490.                          **
      *> Output to data/PRESORT.PRT, archived through SUB117. Run    **
      *> outside the PGM001 menu, alongside the label run.           **
      *>                                                             **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Bundle minimums and rates come from the PRESORT-*    **
      *>        system parameters (SUB153) instead of PRESORT.CFG.   **
      *> 261015 Leave the qualifying 5-digit groups and 3-digit      **
      *>        prefixes on data/PRESORT.DAT, where SUB168 classes   **
      *>        the pieces of each mail run for the postage ledger.  **
      *>***************************************************************
       Identification Division.
         Program-Id.   RPT106.
       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.
           Select PRESORT Assign WS-PQFILE
             Organization Is Line Sequential
             File Status WS-PQSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.
           Fd PRTFILE.
           01 PRT-REC Pic X(80).

           Fd PRESORT.
           01 PRESORT-REC.
             Copy PSQFD.

         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-SORTFILE Pic X(20) Value "data/RPT106.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/PRESORT.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-PQFILE   Pic X(20) Value "data/PRESORT.DAT".
           01 WS-PQSTAT   Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-SORT-EOF Pic X     Value "N".
             88 IS-SORT-EOF         Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).

      *>  Bundle minimums and per-piece rates (cents), from the
      *>  PRESORT-* system parameters - updated through SUB490 when
      *>  the mailing house's rate card moves.
           01 WS-MIN5     Pic 9(4)  Value 150.
           01 WS-MIN3     Pic 9(4)  Value 10.
           01 WS-RATE5    Pic 9(3)  Value 53.
           01 WS-RATE3    Pic 9(3)  Value 58.
           01 WS-RATER    Pic 9(3)  Value 73.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).

           01 WS-SEAS-PRMSET.
             05 WS-SEAS-CUSTID Pic X(10).

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 150-Load-Config.
         Open Output PRTFILE.
         Open Output PRESORT.
         Move WS-CUR-DATE To H1-DATE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-HDG-2.
           Output Procedure Is 500-Tally-Groups.
         Perform 600-Write-Summary.
         Close PRTFILE.
         Close PRESORT.
         Move "RPT106" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Perform 999-End-Of-Program.

       150-Load-Config.
         Move "PRESORT-MIN5" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-MIN5.
         Move "PRESORT-MIN3" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-MIN3.
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

      *>  The same gate 320-Release-Next applies in RPT105, with the
      *>  seasonal address substituted before the ZIP is taken. Only
         If WS-ZIP5-CNT Greater Than Or Equal WS-MIN5 Then
           Move "QUALIFIES AT 5-DIGIT RATE" To D-DISP
           Add WS-ZIP5-CNT To WS-Q5-CNT
           Move "5"         To PQLEVEL
           Move WS-CUR-ZIP5 To PQZIP
           Move WS-ZIP5-CNT To PQPIECES
           Perform 550-Write-Result
         Else
           Move "ROLLS UP TO 3-DIGIT" To D-DISP
           Add WS-ZIP5-CNT To WS-ROLL3-CNT
           If WS-ROLL3-CNT Greater Than Or Equal WS-MIN3 Then
             Move "QUALIFIES AT 3-DIGIT RATE" To D-DISP
             Add WS-ROLL3-CNT To WS-Q3-CNT
             Move "3"          To PQLEVEL
             Move WS-CUR-ZIP3  To PQZIP
             Move WS-ROLL3-CNT To PQPIECES
             Perform 550-Write-Result
           Else
             Move "RESIDUAL - BELOW MINIMUM" To D-DISP
             Add WS-ROLL3-CNT To WS-RESID-CNT
         End-If.
         Move Zero To WS-ROLL3-CNT.

      *>  Each qualifying group is left on PRESORT.DAT for SUB168,
      *>  which costs the pieces of every mail run by it.
       550-Write-Result.
         Move WS-CUR-DATE To PQDATE.
         Write PRESORT-REC.

       600-Write-Summary.
         Write PRT-REC From WS-BLANK-LINE.
         Compute WS-TIER-AMT = WS-Q5-CNT * WS-RATE5 / 100.
