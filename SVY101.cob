      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 After the control totals, check the survey file      **
      *>        against the SUB169 inbound file registry and refuse  **
      *>        one already processed (a supervisor releases it      **
      *>        through INB101); mark it processed when the run      **
      *>        completes.                                           **
      *>***************************************************************
       Identification Division.
         Program-Id.   SVY101.
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-INB-FUNC    Pic X(1).
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-RETVAL  Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(32) Value "SURVEY IMPORT EXCEPTIONS".
           Move "Y" To WS-EOF
           Move 35  To WS-SVYSTAT
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
         Move WS-SVYFILE   To LIRFILE.
         Move "SVY101"     To LIRJOB.
         Move WS-CTL-COUNT To LIRCOUNT.
         Move WS-CTL-HASH  To LIRHASH.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.
         Evaluate WS-INB-RETVAL
           When "05"
             Display "SVY101: file already processed by " LIRPRCJOB
                     " at " LIRPRCDTTM " - refused."
             Move "Y" To WS-EOF
             Move 35  To WS-SVYSTAT
           When "01"
             Display "SVY101: reprocessing under a supervisor release."
         End-Evaluate.

       300-Process-Next.
         If SVY-REC(1:5) Equal "*CTL*" Then
           Then
           Move WS-EXCP-CNT To T-EXCP-CNT
           Write PRT-REC From WS-TOTAL-LINE
           Perform 910-Mark-File-Processed
           Close SVYFILE
           Close CUST
           Close PRTFILE
         Display "SVY101: " WS-APPL-CNT " score(s) stored, "
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
