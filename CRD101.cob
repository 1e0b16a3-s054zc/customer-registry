      *>        slipped through is exactly what this catches. A file  **
      *>        with no control records still processes; control      **
      *>        records are skipped in the read loop.                 **
      *> 261015 After the control totals, check the credit file      **
      *>        against the SUB169 inbound file registry and refuse  **
      *>        one already processed (a supervisor releases it      **
      *>        through INB101); mark it processed when the run      **
      *>        completes.                                           **
      *>***************************************************************
       Identification Division.
         Program-Id.   CRD101.
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-INB-FUNC    Pic X(1).
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-RETVAL  Pic X(2).
           01 WS-REJECTED    Pic X     Value "N".
             88 IS-REJECTED            Value "Y".

               Perform 310-Read-Next
               Perform 300-Apply-Next
                 Until IS-EOF
               Perform 350-Mark-File-Processed
               Close CUST
               Close CRDFILE
             End-If
                   "file rejected."
           Move "Y" To WS-REJECTED
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
         Move WS-CRDFILE   To LIRFILE.
         Move "CRD101"     To LIRJOB.
         Move WS-CTL-COUNT To LIRCOUNT.
         Move WS-CTL-HASH  To LIRHASH.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.
         Evaluate WS-INB-RETVAL
           When "05"
             Display "CRD101: file already processed by " LIRPRCJOB
                     " at " LIRPRCDTTM " - refused."
             Move "Y" To WS-REJECTED
           When "01"
             Display "CRD101: reprocessing under a supervisor release."
         End-Evaluate.

       300-Apply-Next.
         If CR-CUSTID(1:5) Equal "*CTL*" Then
         End-If.
         Add 1 To WS-APPL-CNT.

      *>  The run is complete: the file goes on the registry as
      *>  processed, so a second run over it is refused.
       350-Mark-File-Processed.
         If WS-CTL-RETVAL Not Equal "02" Then
           Move "D" To WS-INB-FUNC
           Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
               WS-INB-RETVAL
         End-If.

       400-Write-Hold-Listing.
         Move "N" To WS-EOF.
         Open Input CUST.
