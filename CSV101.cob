      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Map a CUSTDNT column (do-not-text) on customer       **
      *>        imports; absent, it defaults to N.                   **
      *> 261015 Map a CUSTSRC column (lead source) on customer       **
      *>        imports; absent, every row is stamped PTN (partner   **
      *>        list).                                               **
      *> 261015 Fingerprint the spreadsheet through SUB131 and check **
      *>        it against the SUB169 inbound file registry; a list  **
      *>        already converted is refused (a supervisor releases  **
      *>        it through INB101) and a completed conversion is     **
      *>        marked processed.                                    **
      *>***************************************************************
       Identification Division.
         Program-Id.   CSV101.
             88 IS-EOF              Value "Y".
           01 WS-ABORT    Pic X     Value "N".
             88 IS-ABORT            Value "Y".
           01 WS-REFUSED  Pic X     Value "N".
             88 IS-REFUSED          Value "Y".
           01 WS-OUT-CNT  Pic 9(6)  Value Zero.
           01 WS-REJ-CNT  Pic 9(6)  Value Zero.
           01 WS-ROW-NO   Pic 9(6)  Value Zero.
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

      *>  One parsed line: up to 40 column values, each held at its
      *>  full typed length so an over-wide value can be caught
       Procedure Division.
       100-Main.
         Perform 200-Load-Mode.
         Perform 205-Check-Inbound-Registry.
         If Not IS-REFUSED Then
           Open Input CSVFILE
           If WS-CSVSTAT Not Equal "00" Then
             Display "CSV101: data/CSVLOAD.CSV not found, "
                     "nothing to do."
             Close CSVFILE
           Else
             Open Output PRTFILE
             Write PRT-REC From WS-HDG-1
             Write PRT-REC From WS-HDG-2
             If IS-COMPANY-MODE Then
               Open Output COMPOUT
             Else
               Open Output CUSTOUT
             End-If
             Perform 310-Read-Next
             Perform 300-Process-Line
               Until IS-EOF Or IS-ABORT
             Move WS-OUT-CNT To T-OUT-CNT
             Move WS-REJ-CNT To T-REJ-CNT
             Write PRT-REC From WS-TOTAL-LINE
             If Not IS-ABORT Then
               Perform 210-Mark-File-Processed
             End-If
             Close CSVFILE
             Close PRTFILE
             If IS-COMPANY-MODE Then
               Close COMPOUT
             Else
               Close CUSTOUT
             End-If
           End-If
         End-If.
         Display "CSV101: " WS-OUT-CNT " record(s) converted, "
         End-If.
         Close MODECFG.

      *>  The spreadsheet carries no control records, so SUB131
      *>  counts and hashes it as a legacy file; that fingerprint
      *>  is checked against the inbound file registry (SUB169) and
      *>  a list already converted is refused until a supervisor
      *>  releases it for one more run through INB101.
       205-Check-Inbound-Registry.
         Move "V" To WS-CTL-FUNC.
         Move WS-CSVFILE To WS-CTL-FILE.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         If WS-CTL-RETVAL Not Equal "02" Then
           Move "C"          To WS-INB-FUNC
           Move WS-CSVFILE   To LIRFILE
           Move "CSV101"     To LIRJOB
           Move WS-CTL-COUNT To LIRCOUNT
           Move WS-CTL-HASH  To LIRHASH
           Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
               WS-INB-RETVAL
           Evaluate WS-INB-RETVAL
             When "05"
               Display "CSV101: file already processed by "
                       LIRPRCJOB " at " LIRPRCDTTM " - refused."
               Move "Y" To WS-REFUSED
             When "01"
               Display "CSV101: reprocessing under a supervisor "
                       "release."
           End-Evaluate
         End-If.

      *>  The conversion is complete: the list goes on the registry
      *>  as processed, so a second run over it is refused.
       210-Mark-File-Processed.
         If WS-CTL-RETVAL Not Equal "02" Then
           Move "D" To WS-INB-FUNC
           Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
               WS-INB-RETVAL
         End-If.

       310-Read-Next.
         Read CSVFILE
           At End Move "Y" To WS-EOF
           When "CUSTOFFICE"
             Move 20 To WS-MAP-FLD(WS-CX)
             Move 03 To WS-MAP-WIDTH(WS-CX)
           When "CUSTDNT"
             Move 21 To WS-MAP-FLD(WS-CX)
             Move 01 To WS-MAP-WIDTH(WS-CX)
           When "CUSTSRC"
             Move 22 To WS-MAP-FLD(WS-CX)
             Move 03 To WS-MAP-WIDTH(WS-CX)
         End-Evaluate.

       530-Map-Company-Name.
           Move "N"  To CUSTDNM Of CUSTOUT-REC
           Move "N"  To CUSTDNC Of CUSTOUT-REC
           Move "N"  To CUSTDNE Of CUSTOUT-REC
           Move "N"  To CUSTDNT Of CUSTOUT-REC
           Move "N"  To CUSTUNDELIV Of CUSTOUT-REC
           Move "N"  To CUSTCRHOLD Of CUSTOUT-REC
           Move "N"  To CUSTEMLBAD Of CUSTOUT-REC
           Move "N"  To CUSTEMLVER Of CUSTOUT-REC
           Move "N"  To CUSTCOPRIM Of CUSTOUT-REC
           Move "PTN" To CUSTSRC Of CUSTOUT-REC
           Move 1    To CUSTVER Of CUSTOUT-REC
         End-If.
         Perform 610-Place-One-Column
                     To CUSTDNE Of CUSTOUT-REC
           When 20 Move WS-COL-VAL(WS-CX)(1:3)
                     To CUSTOFFICE Of CUSTOUT-REC
           When 21 Move WS-COL-VAL(WS-CX)(1:1)
                     To CUSTDNT Of CUSTOUT-REC
           When 22 Move WS-COL-VAL(WS-CX)(1:3)
                     To CUSTSRC Of CUSTOUT-REC
         End-Evaluate.

       630-Place-Company-Field.
