      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> One-time conversion of the one-line .CFG setting files into **
      *> the system parameters on data/SYSPARM.DAT (SUB153), so the  **
      *> values the site runs on today carry over when the jobs stop **
      *> reading the files. Each value found is put in force through **
      *> SUB153 exactly as the SUB490 screen would, so it is range-  **
      *> checked and logged on PARMLOG.DAT under operator CNV106     **
      *> with the file it came from as the reason. A missing file,   **
      *> or a zero or unreadable line, leaves the default standing - **
      *> which is what the jobs did with it before. A parameter a    **
      *> supervisor has already changed on SUB490 is left alone, so  **
      *> the conversion can safely be rerun. The files themselves    **
      *> are not touched.                                            **
      *>                                                             **
      *>  PURGE.CFG ESTATE.CFG LIFECYCLE.CFG BACKLOG.CFG            **
      *>  DORMDAYS.CFG EMLVERDAYS.CFG ARAGE.CFG CAMPEFF.CFG          **
      *>  MLRHOLD.CFG ERASE.CFG FOLLOWUP.CFG KYCCYCLE.CFG            **
      *>  PASSWORD.CFG TIMEOUT.CFG PRESORT.CFG QASAMPLE.CFG          **
      *>  RECERT.CFG RETAIN.CFG RPTRETAIN.CFG SUSPECT.CFG            **
      *>  SVYWORST.CFG VELOCITY.CFG                                  **
      *>                                                             **
      *> RETAIN.CFG carries over to the RET101 retention periods     **
      *> only: RST101 read its first line as a snapshot count, which **
      *> was never what that line meant, so SNAPSHOT-KEEP starts at  **
      *> its default. Run once, outside the PGM001 menu, with nobody **
      *> signed on - after CNV105 in the deploy runbook.             **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   CNV106.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CFGFILE Assign WS-CFGPATH
             Organization Is Line Sequential
             File Status WS-CFGSTAT.

       Data Division.
         File Section.
           Fd CFGFILE.
           01 CFG-REC Pic X(20).

         Working-Storage Section.
           01 WS-CFGPATH.
             05 Filler      Pic X(5)  Value "data/".
             05 WS-CFG-NAME Pic X(15) Value Space.
           01 WS-CFGSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-LINE-CNT Pic 9(2)  Value Zero.
           01 WS-LINE-TBL.
             05 WS-LINE Pic X(20) Occurs 6 Times.
           01 WS-LX       Pic 9(2)  Value Zero.
           01 WS-IMP-CNT  Pic 9(4)  Value Zero.
           01 WS-SAME-CNT Pic 9(4)  Value Zero.
           01 WS-KEPT-CNT Pic 9(4)  Value Zero.
           01 WS-BAD-CNT  Pic 9(4)  Value Zero.

      *>  The value to import: parameter, line, position and width
      *>  of the digits, and whether a unit byte follows them.
           01 WS-P-NAME   Pic X(16) Value Space.
           01 WS-P-LINE   Pic 9(2)  Value Zero.
           01 WS-P-POS    Pic 9(2)  Value Zero.
           01 WS-P-LEN    Pic 9(2)  Value Zero.
           01 WS-P-DAYS   Pic X(1)  Value "N".
             88 P-HAS-UNIT          Value "Y".
           01 WS-P-CODE   Pic X(1)  Value Space.
           01 WS-NUM-X    Pic X(6)  Justified Right.
           01 WS-NUM-9 Redefines WS-NUM-X Pic 9(6).
           01 WS-UNIT-POS Pic 9(2)  Value Zero.
           01 WS-REASON.
             05 Filler       Pic X(19) Value "IMPORTED FROM data/".
             05 WS-R-CFGNAME Pic X(21) Value Space.

           01 WS-PRM-FUNC   Pic X(1).
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
         Move "S" To WS-PRM-FUNC.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.

         Move "PURGE.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "PURGE-DAYS" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 3 To WS-P-LEN.
         Perform 310-Import-Days.

         Move "ESTATE.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "ESTATE-DAYS" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 4 To WS-P-LEN.
         Perform 310-Import-Days.

         Move "LIFECYCLE.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move 3 To WS-P-LEN.
         Move "LCY-PROSPECT" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Perform 310-Import-Days.
         Move "LCY-ACTIVE" To WS-P-NAME.
         Move 2 To WS-P-LINE.
         Perform 310-Import-Days.

         Move "BACKLOG.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move 4 To WS-P-LEN.
         Move "BKL-WEB" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Perform 310-Import-Days.
         Move "BKL-DUAL" To WS-P-NAME.
         Move 2 To WS-P-LINE.
         Perform 310-Import-Days.
         Move "BKL-FUTADDR" To WS-P-NAME.
         Move 3 To WS-P-LINE.
         Perform 310-Import-Days.
         Move "BKL-DEMOTE" To WS-P-NAME.
         Move 4 To WS-P-LINE.
         Perform 310-Import-Days.
         Move "BKL-FAILMAIL" To WS-P-NAME.
         Move 5 To WS-P-LINE.
         Perform 310-Import-Days.
         Move "BKL-FOLLOWUP" To WS-P-NAME.
         Move 6 To WS-P-LINE.
         Perform 310-Import-Days.

         Move "DORMDAYS.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "DORMANT-DAYS" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 3 To WS-P-LEN.
         Perform 310-Import-Days.

         Move "EMLVERDAYS.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "EMLVER-DAYS" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 3 To WS-P-LEN.
         Perform 310-Import-Days.

         Move "ARAGE.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "ARAGE-DAYS" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 3 To WS-P-LEN.
         Perform 310-Import-Days.

         Move "CAMPEFF.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "CAMPEFF-DAYS" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 3 To WS-P-LEN.
         Perform 300-Import-Number.

         Move "MLRHOLD.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         If WS-LINE-CNT Greater Than Zero
           And WS-LINE(1)(1:1) Equal "Y" Then
           Move "MLR-VERIFY-HOLD" To WS-P-NAME
           Move "Y" To WS-P-CODE
           Perform 320-Import-Code
         End-If.

         Move "ERASE.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "ERASE-DUE-DAYS" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 3 To WS-P-LEN.
         Perform 300-Import-Number.

         Move "FOLLOWUP.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "FUP-OWNER-RULE" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 4 To WS-P-LEN.
         Perform 300-Import-Number.

         Move "KYCCYCLE.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Perform 250-Import-Kyc-Line
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than WS-LINE-CNT.

         Move "PASSWORD.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move 3 To WS-P-LEN.
         Move "PWD-EXPIRE-DAYS" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "PWD-MAX-FAILS" To WS-P-NAME.
         Move 2 To WS-P-LINE.
         Perform 300-Import-Number.

         Move "TIMEOUT.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "SESSION-TIMEOUT" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 3 To WS-P-LEN.
         Perform 300-Import-Number.

         Move "PRESORT.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Perform 260-Import-Presort.

         Move "QASAMPLE.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move 4 To WS-P-LEN.
         Move "QA-SAMPLE-STD" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "QA-SAMPLE-NEW" To WS-P-NAME.
         Move 2 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "QA-NEW-DAYS" To WS-P-NAME.
         Move 3 To WS-P-LINE.
         Perform 300-Import-Number.

         Move "RECERT.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "RECERT-DAYS" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 3 To WS-P-LEN.
         Perform 300-Import-Number.

         Move "RETAIN.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move 4 To WS-P-LEN.
         Move "RET-CONTACT" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "RET-MAILQ" To WS-P-NAME.
         Move 2 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "RET-OPERLOG" To WS-P-NAME.
         Move 3 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "RET-CAMPHIST" To WS-P-NAME.
         Move 4 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "RET-ACCESSLOG" To WS-P-NAME.
         Move 5 To WS-P-LINE.
         Perform 300-Import-Number.

         Move "RPTRETAIN.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "REPORT-KEEP" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 3 To WS-P-LEN.
         Perform 300-Import-Number.

         Move "SUSPECT.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move 4 To WS-P-LEN.
         Move "SUSPECT-MULT" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "SUSPECT-VIEWS" To WS-P-NAME.
         Move 2 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "SUSPECT-WINDOW" To WS-P-NAME.
         Move 3 To WS-P-LINE.
         Perform 300-Import-Number.

         Move "SVYWORST.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move "SVY-WORST-LIMIT" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Move 3 To WS-P-LEN.
         Perform 300-Import-Number.

         Move "VELOCITY.CFG" To WS-CFG-NAME.
         Perform 200-Load-Cfg.
         Move 4 To WS-P-LEN.
         Move "VEL-THRESHOLD" To WS-P-NAME.
         Move 1 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "VEL-WINDOW" To WS-P-NAME.
         Move 2 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "VEL-VIEW-DAYS" To WS-P-NAME.
         Move 3 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "VEL-BOUNCE-DAYS" To WS-P-NAME.
         Move 4 To WS-P-LINE.
         Perform 300-Import-Number.
         Move "VEL-HOLD" To WS-P-NAME.
         Move 5 To WS-P-LINE.
         Perform 300-Import-Number.

         Display "CNV106: " WS-IMP-CNT " setting(s) imported, "
                 WS-SAME-CNT " already at that value, "
                 WS-KEPT-CNT " left as maintained, "
                 WS-BAD-CNT " rejected.".
         Perform 999-End-Of-Program.

      *>  Up to six lines of WS-CFG-NAME into WS-LINE; a missing
      *>  file loads none.
       200-Load-Cfg.
         Move Space To WS-LINE-TBL.
         Move Zero  To WS-LINE-CNT.
         Move "N"   To WS-EOF.
         Move 1     To WS-P-POS.
         Move "N"   To WS-P-DAYS.
         Move WS-CFG-NAME To WS-R-CFGNAME.
         Open Input CFGFILE.
         If WS-CFGSTAT Equal "00" Then
           Perform 210-Read-Cfg-Next
             Until IS-EOF Or WS-LINE-CNT Equal 6
         Else
           Display "CNV106: data/" WS-CFG-NAME
                   " not found - defaults stand."
         End-If.
         Close CFGFILE.

       210-Read-Cfg-Next.
         Read CFGFILE
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Add 1 To WS-LINE-CNT
           Move CFG-REC To WS-LINE(WS-LINE-CNT)
         End-If.

      *>  KYCCYCLE.CFG rows are a rating letter and a month count.
       250-Import-Kyc-Line.
         Move 2 To WS-P-POS.
         Move 3 To WS-P-LEN.
         Move WS-LX To WS-P-LINE.
         Move Space To WS-P-NAME.
         Evaluate WS-LINE(WS-LX)(1:1)
           When "L" Move "KYC-CYCLE-LOW"  To WS-P-NAME
           When "M" Move "KYC-CYCLE-MED"  To WS-P-NAME
           When "H" Move "KYC-CYCLE-HIGH" To WS-P-NAME
         End-Evaluate.
         If WS-P-NAME Not Equal Space Then
           Perform 300-Import-Number
         End-If.

      *>  PRESORT.CFG is one line: both minimums (4 digits each)
      *>  then the three rates (3 digits each).
       260-Import-Presort.
         Move 1 To WS-P-LINE.
         Move 4 To WS-P-LEN.
         Move "PRESORT-MIN5" To WS-P-NAME.
         Move 1 To WS-P-POS.
         Perform 300-Import-Number.
         Move "PRESORT-MIN3" To WS-P-NAME.
         Move 5 To WS-P-POS.
         Perform 300-Import-Number.
         Move 3 To WS-P-LEN.
         Move "PRESORT-RATE5" To WS-P-NAME.
         Move 9 To WS-P-POS.
         Perform 300-Import-Number.
         Move "PRESORT-RATE3" To WS-P-NAME.
         Move 12 To WS-P-POS.
         Perform 300-Import-Number.
         Move "PRESORT-RATER" To WS-P-NAME.
         Move 15 To WS-P-POS.
         Perform 300-Import-Number.

       300-Import-Number.
         Move "N" To WS-P-DAYS.
         Perform 330-Import-Value.

       310-Import-Days.
         Move "Y" To WS-P-DAYS.
         Perform 330-Import-Value.

       320-Import-Code.
         Perform 340-Check-Maintained.
         If WS-PRM-RETVAL Equal "00" Or WS-PRM-RETVAL Equal "01" Then
           Move "U"       To WS-PRM-FUNC
           Move WS-P-NAME To LSPNAME
           Move Zero      To LSPNUM
           Move Space     To LSPUNIT
           Move WS-P-CODE To LSPCODE
           Perform 350-Put-Value
         End-If.

      *>  A zero, blank or non-numeric value is what the jobs took as
      *>  "use the default", so it is not imported.
       330-Import-Value.
         If WS-P-LINE Not Greater Than WS-LINE-CNT Then
           If WS-LINE(WS-P-LINE)(WS-P-POS:WS-P-LEN) Is Numeric Then
             Move WS-LINE(WS-P-LINE)(WS-P-POS:WS-P-LEN) To WS-NUM-X
             Inspect WS-NUM-X Replacing Leading Space By Zero
             If WS-NUM-9 Greater Than Zero Then
               Perform 340-Check-Maintained
               If WS-PRM-RETVAL Equal "00"
                 Or WS-PRM-RETVAL Equal "01" Then
                 Perform 335-Build-Value
                 Perform 350-Put-Value
               End-If
             End-If
           End-If
         End-If.

      *>  A value over the top of the range was cut back to it by the
      *>  jobs too; a unit byte other than B always meant calendar
      *>  days.
       335-Build-Value.
         If WS-NUM-9 Greater Than LSPMAX Then
           Move LSPMAX To WS-NUM-9
         End-If.
         Move "U"       To WS-PRM-FUNC.
         Move WS-P-NAME To LSPNAME.
         Move WS-NUM-9  To LSPNUM.
         Move Space     To LSPUNIT.
         Move Space     To LSPCODE.
         If P-HAS-UNIT Then
           Compute WS-UNIT-POS = WS-P-POS + WS-P-LEN
           If WS-LINE(WS-P-LINE)(WS-UNIT-POS:1) Equal "B" Then
             Move "B" To LSPUNIT
           End-If
         End-If.

      *>  Answers 00/01 when the parameter is free to import into;
      *>  99 when a supervisor has already set it on SUB490.
       340-Check-Maintained.
         Move "G"       To WS-PRM-FUNC.
         Move WS-P-NAME To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         If LSPUPDOP Not Equal Space
           And LSPUPDOP Not Equal "CNV106" Then
           Move "99" To WS-PRM-RETVAL
           Add 1 To WS-KEPT-CNT
         End-If.

       350-Put-Value.
         Move "CNV106"  To LSPOPERID.
         Move WS-REASON To LSPREASON.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Evaluate WS-PRM-RETVAL
           When "00"
             Add 1 To WS-IMP-CNT
           When "08"
             Add 1 To WS-SAME-CNT
           When Other
             Add 1 To WS-BAD-CNT
             Display "CNV106: " WS-P-NAME " value on data/"
                     WS-CFG-NAME " rejected (" WS-PRM-RETVAL
                     ") - default stands."
         End-Evaluate.

       999-End-Of-Program.
         Stop Run.
