      *>        loads. Control records are skipped in the process      **
      *>        loop but still count toward the restart checkpoint,    **
      *>        which is a plain record position.                      **
      *> 261015 Stamp a load record that carries no lead source      **
      *>        (CUSTSRC) as BLK, bulk load, before it goes to       **
      *>        SUB101; one naming an unknown source is rejected     **
      *>        with code 15.                                        **
      *> 261015 After the control totals, check the load file        **
      *>        against the SUB169 inbound file registry and refuse  **
      *>        one already processed (a supervisor releases it      **
      *>        through INB101); mark it processed when the run      **
      *>        completes.                                           **
      *> 261015 Stamp the audit rows with LOD101 rather than the     **
      *>        shared BATCH operator ID, so DQS101 can trace a      **
      *>        bad value back to the bulk load that set it.         **
      *>***************************************************************
       Identification Division.
         Program-Id.   LOD101.
         Working-Storage Section.
           01 WS-LOADFILE Pic X(30) Value "data/CUSTLOAD.DAT".
           01 WS-LOADSTAT Pic 9(2).
           01 WS-OPERID   Pic X(8)  Value "LOD101".
           01 WS-LOAD-SRC Pic X(3)  Value "BLK".
           01 WS-RETVAL   Pic X(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-INB-FUNC    Pic X(1).
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-RETVAL  Pic X(2).

           01 WS-REJFILE   Pic X(24) Value "data/CUSTLOAD.REJ".
           01 WS-REJSTAT   Pic 9(2).
                   "file rejected."
           Move "Y" To WS-ABORT
         End-If.
         If WS-CTL-RETVAL Not Equal "06"
           And WS-CTL-RETVAL Not Equal "02" Then
           Perform 145-Check-Inbound-Registry
         End-If.

      *>  A file SUB131 found is checked against the inbound file
      *>  registry (SUB169): one this job or another has already
      *>  processed is refused until a supervisor releases it for
      *>  one more run through INB101.
       145-Check-Inbound-Registry.
         Move "C"          To WS-INB-FUNC.
         Move WS-LOADFILE  To LIRFILE.
         Move "LOD101"     To LIRJOB.
         Move WS-CTL-COUNT To LIRCOUNT.
         Move WS-CTL-HASH  To LIRHASH.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.
         Evaluate WS-INB-RETVAL
           When "05"
             Display "LOD101: file already processed by " LIRPRCJOB
                     " at " LIRPRCDTTM " - refused."
             Move "Y" To WS-ABORT
           When "01"
             Display "LOD101: reprocessing under a supervisor release."
         End-Evaluate.

      *>  Snapshots CUSTOMER.DAT/CUSTOMER.SEQ to backup/ before this
      *>  job touches either one, so a bad run can be rolled back by
           Perform 305-Load-One-Record
         End-If.

      *>  A load record that does not say where its customers came
      *>  from is stamped as a bulk load, so every batch-created
      *>  customer reaches the funnel report with a source.
       305-Load-One-Record.
         If CUSTSRC Of LOAD-REC Equal Space Then
           Move WS-LOAD-SRC To CUSTSRC Of LOAD-REC
         End-If.
         Call "SUB101" Using LOAD-REC, WS-OPERID, WS-RETVAL.
         Evaluate WS-RETVAL
           When "00"
      *>  load it belongs to.
       400-Finalize.
         If IS-LOAD-OPENED Then
           Perform 410-Mark-File-Processed
           Close LOADFILE
           Call "CBL_DELETE_FILE" Using WS-CHKFILE
             Returning WS-DELETE-RC
                 WS-DUP-CNT " duplicate(s) skipped, "
                 WS-ERR-CNT " error(s).".

      *>  The run is complete: the file goes on the registry as
      *>  processed, so a second run over it is refused.
       410-Mark-File-Processed.
         If WS-CTL-RETVAL Not Equal "02" Then
           Move "D" To WS-INB-FUNC
           Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
               WS-INB-RETVAL
         End-If.

      *>  Raises the system-wide batch-window quiesce so PGM001 turns
      *>  online update options away while this job rewrites the
      *>  customer file; dropped again when the job completes.
