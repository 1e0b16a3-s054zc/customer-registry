      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine owning INBREG.DAT, the inbound file registry    **
      *> (see INBREGFD). SUB131 proves an inbound file is complete;  **
      *> this proves it is new. Each file is known by its            **
      *> fingerprint - its data-row count and SUB131 hash, which     **
      *> SUB131 V hands back - so the same file left in place for a  **
      *> second night is recognised whatever its name says. Every    **
      *> job applying an outside feed checks it here after SUB131    **
      *> and marks it processed once its run completes; a file       **
      *> already processed is refused until a supervisor releases    **
      *> it for one more run through INB101.                         **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  C = check before applying LIRFILE in job LIRJOB: a new     **
      *>      fingerprint is registered as arrived now.              **
      *>  A = arrival only (the NGT101 probe): as C, never refuses.  **
      *>  D = done: the job's run is complete, mark processed.       **
      *>  O = release a processed file for one more run; LIROPERID   **
      *>      must be a supervisor (SUB093).                         **
      *>  L = latest arrival of any fingerprint of LIRFILE.          **
      *> The row's status, arrival, last job, time and run count     **
      *> come back in LIRSTAT...LIRRUNS.                             **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done - C: the file may be applied.                     **
      *>  01: C - processed before but released by a supervisor;     **
      *>      the file may be applied once more.                     **
      *>  02: O/L - the file is not on the registry.                 **
      *>  03: C/A/D - no data rows (absent or empty file); nothing   **
      *>      to guard, nothing registered.                          **
      *>  04: O - the file has not been processed; nothing to        **
      *>      release.                                               **
      *>  05: C - already processed; the job must refuse the file.   **
      *>  07: O - operator is not a supervisor.                      **
      *>  08: Function code not valid.                               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB169.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select INBREG Assign WS-IRFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is IRKEY
             File Status WS-IRSTAT.

       Data Division.
         File Section.
           Fd INBREG.
           01 INBREG-REC.
             Copy INBREGFD.

         Working-Storage Section.
           01 WS-IRFILE   Pic X(20) Value "data/INBREG.DAT".
           01 WS-IRSTAT   Pic 9(2).
           01 WS-NOW-DATE Pic 9(8)  Value Zero.
           01 WS-NOW-TIME Pic 9(8)  Value Zero.
           01 WS-NOW-DTTM Pic X(14) Value Space.
           01 WS-FOUND    Pic X     Value "N".
             88 IS-FOUND            Value "Y".
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-SUP-RETVAL Pic X(2).

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy INBREGLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00"  To LS-RETVAL.
         Move Space To LIRSTAT.
         Move Space To LIRARRDTTM.
         Move Space To LIRPRCJOB.
         Move Space To LIRPRCDTTM.
         Move Zero  To LIRRUNS.
         Perform 150-Open-Registry.
         Evaluate LS-FUNC
           When "C" Perform 200-Check-File
           When "A" Perform 200-Check-File
           When "D" Perform 300-Mark-Processed
           When "O" Perform 400-Release-File
           When "L" Perform 500-Latest-Arrival
           When Other Move "08" To LS-RETVAL
         End-Evaluate.
         Close INBREG.
         Perform 999-End-Of-SubRutine.

      *>  The first file ever registered creates the registry, as
      *>  the SUB167 event registrations do.
       150-Open-Registry.
         Open I-O INBREG.
         If WS-IRSTAT Equal "35" Then
           Close INBREG
           Open Output INBREG
           Close INBREG
           Open I-O INBREG
         End-If.

       160-Read-Fingerprint.
         Move "N" To WS-FOUND.
         Move LIRFILE  To IRFILE.
         Move LIRCOUNT To IRCOUNT.
         Move LIRHASH  To IRHASH.
         Read INBREG
           Key Is IRKEY
           Invalid Key Continue
           Not Invalid Key
             Move "Y" To WS-FOUND
             Perform 180-Return-Row
         End-Read.

       170-Make-Stamp.
         Accept WS-NOW-DATE From Date YYYYMMDD.
         Accept WS-NOW-TIME From Time.
         Move WS-NOW-DATE To WS-NOW-DTTM(1:8).
         Move WS-NOW-TIME To WS-NOW-DTTM(9:6).

       180-Return-Row.
         Move IRSTAT    To LIRSTAT.
         Move IRARRDTTM To LIRARRDTTM.
         Move IRJOB     To LIRPRCJOB.
         Move IRPRCDTTM To LIRPRCDTTM.
         Move IRRUNS    To LIRRUNS.

      *>  C before a job applies a file, A from the NGT101 arrival
      *>  probe. A fingerprint not seen before is registered as
      *>  arrived now. Only C refuses - a processed file is simply
      *>  reported back to A. An empty or absent file has nothing
      *>  to apply twice and is never registered.
       200-Check-File.
         If LIRCOUNT Equal Zero Then
           Move "03" To LS-RETVAL
         Else
           Perform 160-Read-Fingerprint
           Evaluate True
             When Not IS-FOUND
               Perform 210-Register-Arrival
             When LS-FUNC Equal "A"
               Continue
             When IRSTAT-PROCESSED
               Move "05" To LS-RETVAL
             When IRSTAT-RELEASED
               Move "01" To LS-RETVAL
             When Other
               Continue
           End-Evaluate
         End-If.

       210-Register-Arrival.
         Perform 170-Make-Stamp.
         Initialize INBREG-REC.
         Move LIRFILE     To IRFILE.
         Move LIRCOUNT    To IRCOUNT.
         Move LIRHASH     To IRHASH.
         Move "A"         To IRSTAT.
         Move WS-NOW-DTTM To IRARRDTTM.
         Move LIRJOB      To IRARRJOB.
         Write INBREG-REC
           Invalid Key Continue
         End-Write.
         Perform 180-Return-Row.

      *>  The consuming job's run is complete: the fingerprint is
      *>  processed from now on, and any supervisor release is used
      *>  up. A file the job never checked is registered here too.
       300-Mark-Processed.
         If LIRCOUNT Equal Zero Then
           Move "03" To LS-RETVAL
         Else
           Perform 160-Read-Fingerprint
           If Not IS-FOUND Then
             Perform 210-Register-Arrival
           End-If
           Perform 170-Make-Stamp
           Move "P"         To IRSTAT
           Move LIRJOB      To IRJOB
           Move WS-NOW-DTTM To IRPRCDTTM
           Add 1            To IRRUNS
           Rewrite INBREG-REC
             Invalid Key Continue
           End-Rewrite
           Perform 180-Return-Row
         End-If.

      *>  Only a supervisor (SUB093) may let a processed file run
      *>  once more; the release is stamped with who gave it.
       400-Release-File.
         Call "SUB093" Using LIROPERID, WS-SUP-RETVAL.
         If WS-SUP-RETVAL Not Equal "00" Then
           Move "07" To LS-RETVAL
         Else
           Perform 160-Read-Fingerprint
           Evaluate True
             When Not IS-FOUND
               Move "02" To LS-RETVAL
             When Not IRSTAT-PROCESSED
               Move "04" To LS-RETVAL
             When Other
               Perform 170-Make-Stamp
               Move "O"         To IRSTAT
               Move LIROPERID   To IROVROPER
               Move WS-NOW-DTTM To IROVRDTTM
               Rewrite INBREG-REC
                 Invalid Key Continue
               End-Rewrite
               Perform 180-Return-Row
           End-Evaluate
         End-If.

      *>  The most recent arrival of any fingerprint of LIRFILE,
      *>  for the NGT101 late or missing feeds section.
       500-Latest-Arrival.
         Move "N"      To WS-FOUND.
         Move "N"      To WS-EOF.
         Move LIRFILE  To IRFILE.
         Move Zero     To IRCOUNT.
         Move Zero     To IRHASH.
         Start INBREG Key Is Not Less Than IRKEY
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         Perform 510-Latest-Next
           Until IS-EOF.
         If Not IS-FOUND Then
           Move "02" To LS-RETVAL
         End-If.

       510-Latest-Next.
         Read INBREG Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If IRFILE Not Equal LIRFILE Then
             Move "Y" To WS-EOF
           Else
             If IRARRDTTM Greater Than LIRARRDTTM Then
               Move "Y" To WS-FOUND
               Perform 180-Return-Row
             End-If
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
