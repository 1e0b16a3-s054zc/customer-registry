      *> data/NIGHTRUN.LOG; the first job that fails halts the chain **
      *> (everything after it is reported NOT RUN), and a one-page   **
      *> morning status report of what ran and what did not is       **
      *> written to data/NIGHTSTATUS.PRT, ending with the late or    **
      *> missing feeds: every outside file on the expected-arrivals  **
      *> schedule (data/INBSCHED.CFG, seeded the same way) that has  **
      *> not reached the SUB169 inbound file registry this cycle, or **
      *> reached it after its due time. A job that resumed a run     **
      *> that had died (SUB170 checkpoints) is noted as restarted.   **
      *> When every job has run the end-of-day step rolls the        **
      *> processing date (SUB152) on to the next day - the only      **
      *> place it moves - so the jobs keep tonight's date however    **
      *> late they finish. Month-end jobs go by the processing date  **
      *> too. Run outside the PGM001 menu, from the scheduler.       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260822 Created.                                             **
      *> 261015 Runs for the processing date (SUB152) rather than    **
      *>        the machine date, and rolls it on with an end-of-    **
      *>        day step once the whole suite has run.               **
      *> 261015 Ends the morning status report with a late or        **
      *>        missing feeds section, from the new                  **
      *>        data/INBSCHED.CFG expected-arrivals schedule and the **
      *>        SUB169 inbound file registry; any scheduled feed     **
      *>        lying in place is registered as arrived first.       **
      *> 261015 The status line of a job that resumed a dead run     **
      *>        from its SUB170 checkpoint says it was restarted and **
      *>        after which key; a failed one shows the checkpoint   **
      *>        its rerun will resume from.                          **
      *> 261015 The seeded suite ends with the CAP101 file size      **
      *>        snapshot every night and the CAP102 capacity report  **
      *>        at month-end, after the trims.                       **
      *> 261015 The seeded suite sends the SEC101 security event     **
      *>        feed every night, after the EXT101 accounting        **
      *>        extract.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   NGT101.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.
           Select FEEDCFG Assign WS-FEEDFILE
             Organization Is Line Sequential
             File Status WS-FEEDSTAT.

       Data Division.
         File Section.
           Fd PRTFILE.
           01 PRT-REC Pic X(80).

           Fd FEEDCFG.
           01 FEEDCFG-REC.
             05 NF-FILE    Pic X(30).
             05 NF-FREQ    Pic X(1).
             05 NF-DAY     Pic 9(2).
             05 NF-DUE     Pic 9(4).

         Working-Storage Section.
           01 WS-CFGFILE   Pic X(20) Value "data/NIGHTRUN.CFG".
           01 WS-CFGSTAT   Pic 9(2).
           01 WS-LOGSTAT   Pic 9(2).
           01 WS-PRTFILE   Pic X(24) Value "data/NIGHTSTATUS.PRT".
           01 WS-PRTSTAT   Pic 9(2).
           01 WS-FEEDFILE  Pic X(20) Value "data/INBSCHED.CFG".
           01 WS-FEEDSTAT  Pic 9(2).
           01 WS-FEED-EOF  Pic X     Value "N".
             88 IS-FEED-EOF          Value "Y".
           01 WS-EOF       Pic X     Value "N".
             88 IS-EOF               Value "Y".
           01 WS-HALTED    Pic X     Value "N".
             88 IS-MONTH-NIGHT       Value "Y".
           01 WS-BAK-RETVAL Pic X(2).
           01 WS-CUR-DATE  Pic 9(8).
           01 WS-PROC-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-TIME  Pic 9(8).
           01 WS-STAMP     Pic X(14).
           01 WS-SYS-RC    Pic S9(9) Comp-5 Value Zero.
           01 WS-COMMAND   Pic X(20) Value Space.
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-INB-FUNC    Pic X(1).
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-RETVAL  Pic X(2).
           01 WS-CAL-FUNC    Pic X(1) Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL  Pic X(2).
           01 WS-CKP-FUNC    Pic X(1).
           01 WS-CKP-PRMSET.
             Copy CHKPTLK.
           01 WS-CKP-RETVAL  Pic X(2).
           01 WS-FEED-CNT  Pic 9(3)  Value Zero.
           01 WS-FEED-AGE  Pic S9(7) Value Zero.
           01 WS-ARR-AGE   Pic S9(7) Value Zero.
           01 WS-ARR-TIME  Pic 9(4)  Value Zero.
           01 WS-WDAY      Pic 9(1)  Value Zero.
           01 WS-WDAY-QUOT Pic 9(7)  Value Zero.
           01 WS-FEED-STATE Pic X(8) Value Space.
           01 WS-EXP-DATE.
             05 WS-EXP-YEAR  Pic 9(4).
             05 WS-EXP-MONTH Pic 9(2).
             05 WS-EXP-DAY   Pic 9(2).

           01 WS-JOB-COUNT Pic 9(2)  Value Zero.
           01 WS-JOB-TBL.
             05 Filler Pic X(8)  Value "OUTCOME".
             05 Filler Pic X(30) Value Space.

           01 WS-EOD-LINE.
             05 Filler    Pic X(13) Value "END OF DAY: ".
             05 E-RESULT  Pic X(67) Value Space.
           01 WS-EOD-ROLLED.
             05 Filler    Pic X(24) Value "PROCESSING DATE NOW ".
             05 E-NEWDATE Pic 9(8).

           01 WS-FEED-HDG-1.
             05 Filler Pic X(80) Value "LATE OR MISSING FEEDS".
           01 WS-FEED-HDG-2.
             05 Filler Pic X(30) Value "FEED".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(8)  Value "STATUS".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(10) Value "SCHEDULE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(14) Value "LAST ARRIVAL".
             05 Filler Pic X(12) Value Space.
           01 WS-FEED-NONE.
             05 Filler Pic X(80)
                Value "NONE - EVERY SCHEDULED FEED HAS ARRIVED ON TIME".

           01 WS-FEED-DETAIL.
             05 D-FEED    Pic X(30).
             05 Filler    Pic X(2)  Value Space.
             05 D-FSTATE  Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-FFREQ   Pic X(1).
             05 Filler    Pic X(1)  Value Space.
             05 D-FDAY    Pic ZZ.
             05 Filler    Pic X(1)  Value Space.
             05 D-FDUE    Pic 9(4).
             05 Filler    Pic X(3)  Value Space.
             05 D-FARR    Pic X(14).
             05 Filler    Pic X(12) Value Space.

           01 WS-DETAIL.
             05 D-JOBNAME Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-END     Pic X(14).
             05 Filler    Pic X(2)  Value Space.
             05 D-OUTCOME Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-NOTE    Pic X(28).

       Procedure Division.
       100-Main.
         Move "G" To WS-PDT-FUNC.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-PROC-DATE.
         If WS-PROC-DATE(7:2) Equal "01" Then
           Move "Y" To WS-MONTH-NIGHT
         End-If.
         Perform 200-Load-Job-List.
             Varying WS-JX From 1 By 1
             Until WS-JX Greater Than WS-JOB-COUNT
         End-If.
         Perform 400-End-Of-Day.
         Perform 500-Write-Status-Report.
         Perform 999-End-Of-Program.

           Move "D"      To NJ-FREQ
           Write JOBCFG-REC
           End-Write
           Move "SEC101" To NJ-JOBNAME
           Move "D"      To NJ-FREQ
           Write JOBCFG-REC
           End-Write
           Move "RPT103" To NJ-JOBNAME
           Move "D"      To NJ-FREQ
           Write JOBCFG-REC
           Move "M"      To NJ-FREQ
           Write JOBCFG-REC
           End-Write
           Move "CAP101" To NJ-JOBNAME
           Move "D"      To NJ-FREQ
           Write JOBCFG-REC
           End-Write
           Move "CAP102" To NJ-JOBNAME
           Move "M"      To NJ-FREQ
           Write JOBCFG-REC
           End-Write
         Close JOBCFG.

       220-Read-Job-Next.
         End-Write.
         Close RUNLOG.

      *>  A halted chain leaves the day open: once the failed job is
      *>  put right the rerun finishes it and rolls the date then.
       400-End-Of-Day.
         If IS-HALTED Then
           Move "NOT RUN - CHAIN HALTED" To E-RESULT
         Else
           Move "E" To WS-PDT-FUNC
           Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
               WS-PDT-RETVAL
           If WS-PDT-RETVAL Equal "00" Then
             Move LPDDATE       To E-NEWDATE
             Move WS-EOD-ROLLED To E-RESULT
           Else
             Move "NOT ROLLED - ALREADY AHEAD OF THE MACHINE DATE"
               To E-RESULT
           End-If
         End-If.
         Display "NGT101: end of day - " E-RESULT.

       500-Write-Status-Report.
         Open Output PRTFILE.
         Move WS-PROC-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-HDG-2.
         Perform 510-Write-Status-Line
           Varying WS-JX From 1 By 1
           Until WS-JX Greater Than WS-JOB-COUNT.
         Write PRT-REC From WS-EOD-LINE.
         Perform 600-Write-Feed-Section.
         Close PRTFILE.
         Display "NGT101: status report written to " WS-PRTFILE.

         Move WS-J-START(WS-JX)   To D-START.
         Move WS-J-END(WS-JX)     To D-END.
         Move WS-J-OUTCOME(WS-JX) To D-OUTCOME.
         Move Space               To D-NOTE.
         If WS-J-START(WS-JX) Not Equal Space Then
           Perform 520-Note-Checkpoint
         End-If.
         Write PRT-REC From WS-DETAIL.

      *>  A job that checkpoints through SUB170 and resumed a run
      *>  that had died is shown as restarted, with the key it
      *>  picked up after; a failed one shows the checkpoint its
      *>  rerun will resume from.
       520-Note-Checkpoint.
         Move "Q"              To WS-CKP-FUNC.
         Move WS-J-NAME(WS-JX) To LCKJOB.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET,
             WS-CKP-RETVAL.
         If WS-CKP-RETVAL Equal "00" Then
           Evaluate True
             When LCKRESTART-YES
               And LCKRSTDTTM Not Less Than WS-J-START(WS-JX)
               String "RESTARTED AFTER " LCKRSTKEY
                   Delimited By Size
                 Into D-NOTE
               End-String
             When LCKSTAT Equal "R"
               And WS-J-OUTCOME(WS-JX) Equal "FAILED"
               String "CHECKPOINT AT " LCKKEY
                   Delimited By Size
                 Into D-NOTE
               End-String
           End-Evaluate
         End-If.

      *>  Every feed on the expected-arrivals schedule
      *>  (data/INBSCHED.CFG: the file, a frequency - D every day, W
      *>  weekly on day NF-DAY 1 Monday to 7 Sunday, M monthly on
      *>  day NF-DAY - and the HHMM it is due by) that has not
      *>  arrived this cycle is listed MISSING; one that arrived
      *>  after its due time is listed LATE. A missing schedule is
      *>  seeded with the standard feeds, as the job list is.
       600-Write-Feed-Section.
         Move Space To PRT-REC.
         Write PRT-REC.
         Write PRT-REC From WS-FEED-HDG-1.
         Write PRT-REC From WS-FEED-HDG-2.
         Open Input FEEDCFG.
         If WS-FEEDSTAT Equal "35" Then
           Close FEEDCFG
           Perform 610-Seed-Feed-Schedule
           Open Input FEEDCFG
         End-If.
         Perform 620-Read-Feed-Next.
         Perform 630-Check-Feed-Next
           Until IS-FEED-EOF.
         Close FEEDCFG.
         If WS-FEED-CNT Equal Zero Then
           Write PRT-REC From WS-FEED-NONE
         End-If.

       610-Seed-Feed-Schedule.
         Open Output FEEDCFG.
           Move "data/ARCREDIT.DAT" To NF-FILE
           Move "D"                 To NF-FREQ
           Move Zero                To NF-DAY
           Move 0600                To NF-DUE
           Write FEEDCFG-REC
           End-Write
           Move "data/ARACK.DAT"    To NF-FILE
           Write FEEDCFG-REC
           End-Write
           Move "data/PORTAL.DAT"   To NF-FILE
           Write FEEDCFG-REC
           End-Write
           Move "data/EVSIGNUP.DAT" To NF-FILE
           Write FEEDCFG-REC
           End-Write
           Move "data/DIALRSLT.DAT" To NF-FILE
           Write FEEDCFG-REC
           End-Write
           Move "data/MAILBNCE.DAT" To NF-FILE
           Write FEEDCFG-REC
           End-Write
           Move "data/EMLCONF.DAT"  To NF-FILE
           Write FEEDCFG-REC
           End-Write
           Move "data/SURVEY.DAT"   To NF-FILE
           Move "W"                 To NF-FREQ
           Move 1                   To NF-DAY
           Write FEEDCFG-REC
           End-Write
           Move "data/NCOA.DAT"     To NF-FILE
           Move "M"                 To NF-FREQ
           Write FEEDCFG-REC
           End-Write
           Move "data/DNCSCRUB.DAT" To NF-FILE
           Write FEEDCFG-REC
           End-Write
         Close FEEDCFG.

       620-Read-Feed-Next.
         Read FEEDCFG
           At End Move "Y" To WS-FEED-EOF
         End-Read.

       630-Check-Feed-Next.
         If NF-FILE Not Equal Space Then
           Perform 640-Probe-Arrival
           Perform 650-Compute-Cycle-Age
           Perform 660-Classify-Feed
         End-If.
         Perform 620-Read-Feed-Next.

      *>  A feed lying in place that no job has picked up yet still
      *>  counts as arrived: it goes on the registry now (SUB169 A)
      *>  before its latest arrival is asked for.
       640-Probe-Arrival.
         Move "V"     To WS-CTL-FUNC.
         Move NF-FILE To WS-CTL-FILE.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         If WS-CTL-RETVAL Not Equal "02" Then
           Move "A"          To WS-INB-FUNC
           Move NF-FILE      To LIRFILE
           Move "NGT101"     To LIRJOB
           Move WS-CTL-COUNT To LIRCOUNT
           Move WS-CTL-HASH  To LIRHASH
           Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
               WS-INB-RETVAL
         End-If.
         Move "L"     To WS-INB-FUNC.
         Move NF-FILE To LIRFILE.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.

      *>  WS-FEED-AGE = days from this cycle's due date back to the
      *>  processing date: nil for a daily feed, days since the due
      *>  weekday (3 January 2000 was a Monday), or days since the
      *>  due day of this month - last month's, if not reached yet.
       650-Compute-Cycle-Age.
         Evaluate NF-FREQ
           When "W"
             Move 20000103 To LCLFROMDT
             Perform 690-Days-To-Proc-Date
             Divide LCLDAYS By 7 Giving WS-WDAY-QUOT
               Remainder WS-WDAY
             Add 1 To WS-WDAY
             Compute WS-FEED-AGE = WS-WDAY - NF-DAY
             If WS-FEED-AGE Less Than Zero Then
               Add 7 To WS-FEED-AGE
             End-If
           When "M"
             Move WS-PROC-DATE To WS-EXP-DATE
             If NF-DAY Greater Than WS-EXP-DAY Then
               If WS-EXP-MONTH Equal 1 Then
                 Move 12 To WS-EXP-MONTH
                 Subtract 1 From WS-EXP-YEAR
               Else
                 Subtract 1 From WS-EXP-MONTH
               End-If
             End-If
             Move NF-DAY      To WS-EXP-DAY
             Move WS-EXP-DATE To LCLFROMDT
             Perform 690-Days-To-Proc-Date
             Move LCLDAYS To WS-FEED-AGE
           When Other
             Move Zero To WS-FEED-AGE
         End-Evaluate.

      *>  An arrival older than the cycle is last cycle's file; one
      *>  on a later day than due, or on the day past the due time,
      *>  is late.
       660-Classify-Feed.
         Move Space To WS-FEED-STATE.
         Move Space To D-FARR.
         If WS-INB-RETVAL Not Equal "00" Then
           Move "MISSING" To WS-FEED-STATE
           Move "NEVER"   To D-FARR
         Else
           Move LIRARRDTTM      To D-FARR
           Move LIRARRDTTM(1:8) To LCLFROMDT
           Perform 690-Days-To-Proc-Date
           Move LCLDAYS         To WS-ARR-AGE
           Move LIRARRDTTM(9:4) To WS-ARR-TIME
           Evaluate True
             When WS-ARR-AGE Greater Than WS-FEED-AGE
               Move "MISSING" To WS-FEED-STATE
             When WS-ARR-AGE Less Than WS-FEED-AGE
               Move "LATE"    To WS-FEED-STATE
             When WS-ARR-TIME Greater Than NF-DUE
               Move "LATE"    To WS-FEED-STATE
             When Other
               Continue
           End-Evaluate
         End-If.
         If WS-FEED-STATE Not Equal Space Then
           Perform 670-Write-Feed-Line
         End-If.

       670-Write-Feed-Line.
         Move NF-FILE       To D-FEED.
         Move WS-FEED-STATE To D-FSTATE.
         Move NF-FREQ       To D-FFREQ.
         Move NF-DAY        To D-FDAY.
         Move NF-DUE        To D-FDUE.
         Write PRT-REC From WS-FEED-DETAIL.
         Add 1 To WS-FEED-CNT.

       690-Days-To-Proc-Date.
         Move "A"          To WS-CAL-FUNC.
         Move Space        To LCLOFFICE.
         Move "C"          To LCLUNIT.
         Move WS-PROC-DATE To LCLTODT.
         Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
             WS-CAL-RETVAL.

       999-End-Of-Program.
         Stop Run.
