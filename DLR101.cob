      *> 260902 Verify the results file's SUB131 control totals       **
      *>        before logging a single row; control records are      **
      *>        skipped in the read loop.                             **
      *> 261015 After the control totals, check the dialer results   **
      *>        file against the SUB169 inbound file registry and    **
      *>        refuse one already processed (a supervisor releases  **
      *>        it through INB101); mark it processed when the run   **
      *>        completes.                                           **
      *>***************************************************************
       Identification Division.
         Program-Id.   DLR101.
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-INB-FUNC    Pic X(1).
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-RETVAL  Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(32) Value "DIALER RESULT EXCEPTIONS".
           Move "Y" To WS-EOF
           Move 35  To WS-RSLTSTAT
         End-If.
         If WS-CTL-RETVAL Not Equal "06"
           And WS-CTL-RETVAL Not Equal "02" Then
           Perform 255-Check-Inbound-Registry
         End-If.

      *>  A file SUB131 found is checked against the inbound file
      *>  registry (SUB169): one this job or another has already
      *>  processed is refused until a supervisor releases it for
      *>  one more run through INB101.
       255-Check-Inbound-Registry.
         Move "C"          To WS-INB-FUNC.
         Move WS-RSLTFILE  To LIRFILE.
         Move "DLR101"     To LIRJOB.
         Move WS-CTL-COUNT To LIRCOUNT.
         Move WS-CTL-HASH  To LIRHASH.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.
         Evaluate WS-INB-RETVAL
           When "05"
             Display "DLR101: file already processed by " LIRPRCJOB
                     " at " LIRPRCDTTM " - refused."
             Move "Y" To WS-EOF
             Move 35  To WS-RSLTSTAT
           When "01"
             Display "DLR101: reprocessing under a supervisor release."
         End-Evaluate.

       300-Process-Next.
         If RSLT-REC(1:5) Equal "*CTL*" Then
           Then
           Move WS-EXCP-CNT To T-EXCP-CNT
           Write PRT-REC From WS-TOTAL-LINE
           Perform 910-Mark-File-Processed
           Close RSLTFILE
           Close CUST
           Close PRTFILE
         Display "DLR101: " WS-APPL-CNT " result(s) logged, "
                 WS-EXCP-CNT " exception(s).".

      *>  The run is complete: the file goes on the registry as
      *>  processed, so a second run over it is refused.
       910-Mark-File-Processed.
         If WS-CTL-RETVAL Not Equal "02" Then
           Move "D" To WS-INB-FUNC
           Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
               WS-INB-RETVAL
         End-If.

       999-End-Of-Program.
         Stop Run.
