      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine owning CHKPOINT.DAT (see CHKPTFD), the shared   **
      *> checkpoint/restart facility of the long batches that        **
      *> rewrite CUSTOMER.DAT record by record. A job begins its run **
      *> here, reports each record it finishes, and ends the run     **
      *> here; every CHKPT-EVERY records (SUB153) the last key and   **
      *> the job's counters are committed to its row. A run that     **
      *> dies leaves its row running, and the job's next run is      **
      *> handed the last checkpoint back, skips what was already     **
      *> applied and carries on - the row then shows the run as      **
      *> restarted for the NGT101 status report.                     **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  B = begin a run of LCKJOB; a run left running is resumed.  **
      *>  C = a record is finished: LCKKEY, LCKRECS and the counters **
      *>      are committed every LCKEVERY calls.                    **
      *>  E = end the run cleanly with the final counts.             **
      *>  Q = query the job's row (NGT101).                          **
      *>  J = was LCKCUSTID already rewritten after the last         **
      *>      checkpoint by the run being resumed?                   **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done - B: a fresh run; J: already rewritten.           **
      *>  01: B - a restart: key and counters are the last           **
      *>      checkpoint's.                                          **
      *>  02: C/E/Q - no row for the job; J - not rewritten.         **
      *>  03: B - a checkpoint left for a different input file was   **
      *>      discarded; a fresh run.                                **
      *>  08: Function code not valid.                               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB170.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CHKPOINT Assign WS-CKFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CKJOB
             File Status WS-CKSTAT.
           Select JRNL Assign WS-JRNLFILE
             Access Mode Is Sequential
             File Status WS-JRNLSTAT.

       Data Division.
         File Section.
           Fd CHKPOINT.
           01 CHKPOINT-REC.
             Copy CHKPTFD.

           Fd JRNL.
           01 JRNL-REC.
             05 JACTION    Pic X(1).
             05 JTIMESTAMP Pic X(14).
             05 JBEFORE    Pic X(600).
             05 JAFTER     Pic X(600).

         Working-Storage Section.
           01 WS-CKFILE   Pic X(20) Value "data/CHKPOINT.DAT".
           01 WS-CKSTAT   Pic 9(2).
           01 WS-JRNLFILE Pic X(20) Value "data/CUSTOMER.JRNL".
           01 WS-JRNLSTAT Pic 9(2).
           01 WS-NOW-DATE Pic 9(8)  Value Zero.
           01 WS-NOW-TIME Pic 9(8)  Value Zero.
           01 WS-NOW-DTTM Pic X(14) Value Space.
           01 WS-FOUND    Pic X     Value "N".
             88 IS-FOUND            Value "Y".
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-STALE    Pic X     Value "N".
             88 IS-STALE            Value "Y".
           01 WS-PRM-FUNC   Pic X(1) Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL Pic X(2).

      *>  The customers rewritten between the last checkpoint of a
      *>  run that died and the moment it died, taken from the
      *>  journal when the restart begins. Kept for the life of the
      *>  run, for the J function.
           01 WS-WIN-COUNT Pic 9(4) Value Zero.
           01 WS-WIN-TBL.
             05 WS-WIN-CUSTID Pic X(10) Occurs 2000 Times
                Indexed By WS-WX.

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy CHKPTLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Evaluate LS-FUNC
           When "B" Perform 200-Begin-Run
           When "C" Perform 300-Checkpoint
           When "E" Perform 400-End-Run
           When "Q" Perform 500-Query-Job
           When "J" Perform 600-Check-Window
           When Other Move "08" To LS-RETVAL
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

      *>  The first checkpoint ever taken creates the file, as the
      *>  SUB169 inbound registry does.
       150-Open-Checkpoints.
         Open I-O CHKPOINT.
         If WS-CKSTAT Equal "35" Then
           Close CHKPOINT
           Open Output CHKPOINT
           Close CHKPOINT
           Open I-O CHKPOINT
         End-If.

       160-Read-Job.
         Move "N"    To WS-FOUND.
         Move LCKJOB To CKJOB.
         Read CHKPOINT
           Key Is CKJOB
           Invalid Key Continue
           Not Invalid Key Move "Y" To WS-FOUND
         End-Read.

       170-Make-Stamp.
         Accept WS-NOW-DATE From Date YYYYMMDD.
         Accept WS-NOW-TIME From Time.
         Move WS-NOW-DATE To WS-NOW-DTTM(1:8).
         Move WS-NOW-TIME To WS-NOW-DTTM(9:6).

       180-Return-Row.
         Move CKFILEID  To LCKFILEID.
         Move CKKEY     To LCKKEY.
         Move CKRECS    To LCKRECS.
         Move CKCNT1    To LCKCNT1.
         Move CKCNT2    To LCKCNT2.
         Move CKCNT3    To LCKCNT3.
         Move CKCNT4    To LCKCNT4.
         Move CKRESTART To LCKRESTART.
         Move CKRSTKEY  To LCKRSTKEY.
         Move CKRSTDTTM To LCKRSTDTTM.
         Move CKSTAT    To LCKSTAT.
         Move CKSTART   To LCKSTART.
         Move CKSTAMP   To LCKSTAMP.
         Move CKENDED   To LCKENDED.

       190-Take-Counts.
         Move LCKKEY  To CKKEY.
         Move LCKRECS To CKRECS.
         Move LCKCNT1 To CKCNT1.
         Move LCKCNT2 To CKCNT2.
         Move LCKCNT3 To CKCNT3.
         Move LCKCNT4 To CKCNT4.

      *>  A row still running (R) for this job is a run that died:
      *>  it is resumed - the key and counters of its last
      *>  checkpoint go back to the job, and the customers it had
      *>  already rewritten since that checkpoint are gathered from
      *>  the journal. A running row for a different input file is
      *>  not resumed; the new run starts from the top. Either way
      *>  the checkpoint interval comes back in LCKEVERY.
       200-Begin-Run.
         Perform 210-Get-Interval.
         Move Zero To LCKSINCE.
         Move Zero To WS-WIN-COUNT.
         Move "N"  To WS-STALE.
         Perform 170-Make-Stamp.
         Perform 150-Open-Checkpoints.
         Perform 160-Read-Job.
         If IS-FOUND And CKSTAT-RUNNING
           And CKFILEID Not Equal LCKFILEID Then
           Move "Y" To WS-STALE
         End-If.
         If IS-FOUND And CKSTAT-RUNNING And Not IS-STALE Then
           Move "Y"         To CKRESTART
           Move CKKEY       To CKRSTKEY
           Move WS-NOW-DTTM To CKRSTDTTM
           Add 1            To CKRSTCNT
           Rewrite CHKPOINT-REC
             Invalid Key Continue
           End-Rewrite
           Perform 220-Load-Window
           Move "01" To LS-RETVAL
         Else
           Initialize CHKPOINT-REC
           Move LCKJOB      To CKJOB
           Move "R"         To CKSTAT
           Move LCKFILEID   To CKFILEID
           Move WS-NOW-DTTM To CKSTART
           Move WS-NOW-DTTM To CKSTAMP
           Move "N"         To CKRESTART
           If IS-FOUND Then
             Rewrite CHKPOINT-REC
               Invalid Key Continue
             End-Rewrite
           Else
             Write CHKPOINT-REC
               Invalid Key Continue
             End-Write
           End-If
           If IS-STALE Then
             Move "03" To LS-RETVAL
           End-If
         End-If.
         Perform 180-Return-Row.
         Close CHKPOINT.

       210-Get-Interval.
         Move "G"           To WS-PRM-FUNC.
         Move "CHKPT-EVERY" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To LCKEVERY.
         If LCKEVERY Equal Zero Then
           Move 100 To LCKEVERY
         End-If.

      *>  Every journal image stamped at or after the last
      *>  checkpoint was written by the run that died (the night
      *>  batches run alone), so its customers are the ones already
      *>  done past CKKEY.
       220-Load-Window.
         Move "N" To WS-EOF.
         Open Input JRNL.
         If WS-JRNLSTAT Not Equal "00" Then
           Move "Y" To WS-EOF
         End-If.
         Perform 230-Load-Window-Next
           Until IS-EOF.
         Close JRNL.

       230-Load-Window-Next.
         Read JRNL
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And JTIMESTAMP Not Less Than CKSTAMP
           And WS-WIN-COUNT Less Than 2000 Then
           Add 1 To WS-WIN-COUNT
           Move JAFTER(1:10) To WS-WIN-CUSTID(WS-WIN-COUNT)
         End-If.

      *>  Called once per record finished; the row is rewritten
      *>  with the job's key and counters every LCKEVERY calls.
       300-Checkpoint.
         Add 1 To LCKSINCE.
         If LCKSINCE Not Less Than LCKEVERY Then
           Move Zero To LCKSINCE
           Perform 170-Make-Stamp
           Perform 150-Open-Checkpoints
           Perform 160-Read-Job
           If IS-FOUND Then
             Perform 190-Take-Counts
             Move WS-NOW-DTTM To CKSTAMP
             Rewrite CHKPOINT-REC
               Invalid Key Continue
             End-Rewrite
             Move WS-NOW-DTTM To LCKSTAMP
           Else
             Move "02" To LS-RETVAL
           End-If
           Close CHKPOINT
         End-If.

      *>  The run finished cleanly: the final counts are kept and
      *>  the row is closed (D), so the next run starts afresh.
       400-End-Run.
         Perform 170-Make-Stamp.
         Perform 150-Open-Checkpoints.
         Perform 160-Read-Job.
         If IS-FOUND Then
           Perform 190-Take-Counts
           Move "D"         To CKSTAT
           Move WS-NOW-DTTM To CKSTAMP
           Move WS-NOW-DTTM To CKENDED
           Rewrite CHKPOINT-REC
             Invalid Key Continue
           End-Rewrite
           Perform 180-Return-Row
         Else
           Move "02" To LS-RETVAL
         End-If.
         Close CHKPOINT.

       500-Query-Job.
         Perform 150-Open-Checkpoints.
         Perform 160-Read-Job.
         If IS-FOUND Then
           Perform 180-Return-Row
         Else
           Move "02" To LS-RETVAL
         End-If.
         Close CHKPOINT.

      *>  Was LCKCUSTID rewritten by the run that died after its
      *>  last checkpoint? A resumed job asks before it changes a
      *>  customer again, so the record is not applied (and
      *>  audited and journaled) twice.
       600-Check-Window.
         Move "N" To WS-FOUND.
         Perform 610-Check-Window-Next
           Varying WS-WX From 1 By 1
           Until WS-WX Greater Than WS-WIN-COUNT
             Or IS-FOUND.
         If Not IS-FOUND Then
           Move "02" To LS-RETVAL
         End-If.

       610-Check-Window-Next.
         If WS-WIN-CUSTID(WS-WX) Equal LCKCUSTID Then
           Move "Y" To WS-FOUND
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
