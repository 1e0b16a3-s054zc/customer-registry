      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Monthly data-quality scorecard by operator and office. The  **
      *> exception reports say which records are bad; this says who **
      *> made them bad. Every active customer is put through the    **
      *> checks of RPT104 (blank name, malformed email or phone,     **
      *> unknown type code, undeliverable address, a phone or        **
      *> national ID shared with another active customer), RPT107   **
      *> (ZIP not in the state, through SUB126), RPT109 (document-   **
      *> required type with nothing on CUSTDOC.DAT) and SCR101 (a    **
      *> SUB122 completeness score below DQS-MIN-SCORE, SUB153;      **
      *> zero turns the check off). Each problem is traced back      **
      *> through CUSTOMER.AUDIT to the row that last set the field   **
      *> at fault - the create row, or the later change - and so to  **
      *> the operator or batch source behind it: LOD101 and SYN101   **
      *> stamp their own names, older batch rows say BATCH, and a    **
      *> change a clerk applied from a WEB101 self-service request   **
      *> (an approved PENDCHG.DAT row decided by that clerk within   **
      *> two minutes of the audit row) counts against WEB101. A      **
      *> completeness problem belongs to whoever created the record. **
      *> A field with no audit row left (it predates the trail, or   **
      *> ARC101 has archived it) is shown as NO-AUDIT.               **
      *>                                                             **
      *> The report month is the month before the processing date   **
      *> (SUB152); audit rows are put on the processing date they    **
      *> were written under. Output, data/DQSCORE.PRT:               **
      *>   - every problem whose field was set in the report month, **
      *>     with the customer, field, who set it and when;          **
      *>   - per operator, grouped by the operator's office          **
      *>     (OOPEROFFICE; batch and feed sources under BATCH):     **
      *>     customers created and changed that month, problems     **
      *>     introduced that month per 100 customers touched, the    **
      *>     older problems still on file against the operator, and  **
      *>     the average SUB122 score of the records the operator    **
      *>     created that month beside the month before;             **
      *>   - per problem type, the count introduced that month and   **
      *>     the count still open from earlier.                      **
      *> Archived through SUB117. Run monthly outside the PGM001     **
      *> menu, after RPT104.                                         **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   DQS101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select AUDIT Assign WS-AUDFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is AUDKEY
             File Status WS-AUDSTAT.
           Select OPERFILE Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.
           Select CTYPE Assign WS-TYPEFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is TCUSTTYPE
             File Status WS-TYPESTAT.
           Select CUSTDOC Assign WS-DOCFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is DC-KEY
             File Status WS-DOCSTAT.
           Select PENDCHG Assign WS-PENDFILE
             Access Mode Is Sequential
             File Status WS-PENDSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd AUDIT.
           01 AUDIT-REC.
             Copy AUDITFD.

           Fd OPERFILE.
           01 OPER-REC.
             Copy OPERFD.

           Fd CTYPE.
           01 CTYPE-REC.
             Copy TYPEFD.

           Fd CUSTDOC.
           01 CUSTDOC-REC.
             05 DC-KEY.
               10 DC-CUSTID  Pic X(10).
               10 DC-DOCTYPE Pic X(2).
             05 DC-LOCATION Pic X(40).
             05 DC-DATE     Pic 9(8).
             05 DC-OPERID   Pic X(8).

           Fd PENDCHG.
           01 PENDCHG-REC.
             05 PC-STATUS  Pic X(1).
             05 PC-CUSTID  Pic X(10).
             05 PC-ADDR1   Pic X(30).
             05 PC-ADDR2   Pic X(30).
             05 PC-CITY    Pic X(20).
             05 PC-STATE   Pic X(2).
             05 PC-ZIP     Pic X(10).
             05 PC-PHN1    Pic X(20).
             05 PC-PHN2    Pic X(20).
             05 PC-RCVDTTM Pic X(14).
             05 PC-DECOPER Pic X(8).
             05 PC-DECDTTM Pic X(14).

           Fd PRTFILE.
           01 PRT-REC Pic X(132).

         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-AUDFILE  Pic X(20) Value "data/CUSTOMER.AUDIT".
           01 WS-AUDSTAT  Pic 9(2).
           01 WS-OPERFILE Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT Pic 9(2).
           01 WS-TYPEFILE Pic X(20) Value "data/CUSTTYPE.DAT".
           01 WS-TYPESTAT Pic 9(2).
           01 WS-DOCFILE  Pic X(20) Value "data/CUSTDOC.DAT".
           01 WS-DOCSTAT  Pic 9(2).
           01 WS-PENDFILE Pic X(20) Value "data/PENDCHG.DAT".
           01 WS-PENDSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(20) Value "data/DQSCORE.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-AUD-EOF  Pic X     Value "N".
             88 IS-AUD-EOF          Value "Y".
           01 WS-AUD-OPEN Pic X     Value "N".
             88 AUD-OPEN            Value "Y".
           01 WS-OPER-OPEN Pic X    Value "N".
             88 OPER-OPEN           Value "Y".
           01 WS-TYPE-OPEN Pic X    Value "N".
             88 IS-TYPE-OPEN        Value "Y".
           01 WS-DOC-OPEN Pic X     Value "N".
             88 IS-DOC-OPEN         Value "Y".
           01 WS-ABORT    Pic X     Value "N".
             88 IS-ABORT            Value "Y".
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-DATE-X Redefines WS-CUR-DATE.
             05 WS-CUR-YEAR  Pic 9(4).
             05 WS-CUR-MONTH Pic 9(2).
             05 WS-CUR-DAY   Pic 9(2).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-RPT-MONTH.
             05 WS-RPT-YEAR  Pic 9(4).
             05 WS-RPT-MM    Pic 9(2).
           01 WS-RPT-MONTH-N Redefines WS-RPT-MONTH Pic 9(6).
           01 WS-PRV-MONTH.
             05 WS-PRV-YEAR  Pic 9(4).
             05 WS-PRV-MM    Pic 9(2).
           01 WS-PRV-MONTH-N Redefines WS-PRV-MONTH Pic 9(6).
           01 WS-NXT-MONTH-N Pic 9(6).
           01 WS-ROW-MONTH   Pic 9(6).
           01 WS-ROW-FLAG    Pic X(1).
           01 WS-ROW-SRC     Pic X(8).

           01 WS-PRM-FUNC   Pic X(1) Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL Pic X(2).
           01 WS-MIN-SCORE  Pic 9(3) Value Zero.

           01 WS-TYPE-PRMSET.
             Copy TYPELK.
           01 WS-TYPE-RETVAL Pic X(2).
           01 WS-ZIP-PRMSET.
             05 WS-ZIP-STATE Pic X(2).
             05 WS-ZIP-CODE  Pic X(10).
           01 WS-ZIP-RETVAL Pic X(2).
           01 WS-WORK-REC.
             Copy CUSTLK.
           01 WS-SCORE      Pic 9(3) Value Zero.
           01 WS-DOC-REQ    Pic X    Value "N".
             88 IS-DOC-REQ           Value "Y".
           01 WS-HAS-DOC    Pic X    Value "N".
             88 IS-HAS-DOC           Value "Y".

           01 WS-EMAIL-VALID Pic X     Value "N".
             88 EMAIL-IS-VALID        Value "Y".
           01 WS-EMAIL-USER   Pic X(40) Value Space.
           01 WS-EMAIL-DOM    Pic X(40) Value Space.
           01 WS-EMAIL-AT-CNT Pic 9(2)  Value Zero.
           01 WS-EMAIL-DOT-CNT Pic 9(2) Value Zero.
           01 WS-PHONE-CHK    Pic X(20) Value Space.
           01 WS-PHONE-CX     Pic 9(2)  Value Zero.
           01 WS-PHONE-CHAR   Pic X     Value Space.
           01 WS-PHONE-DIGITS Pic 9(2)  Value Zero.
           01 WS-PHONE-BADCHR Pic 9(2)  Value Zero.
           01 WS-PHONE-OK     Pic X     Value "Y".
             88 PHONE-IS-OK             Value "Y".

      *>  The fields the checks can blame, in audit-field form; the
      *>  tenth entry is the create row itself.
           01 WS-FLD-VALUES.
             05 Filler Pic X(15) Value "RCUSTNAME".
             05 Filler Pic X(15) Value "RCUSTEMAIL".
             05 Filler Pic X(15) Value "RCUSTTYPE".
             05 Filler Pic X(15) Value "RCUSTPHN1".
             05 Filler Pic X(15) Value "RCUSTPHN2".
             05 Filler Pic X(15) Value "RCUSTADDR1".
             05 Filler Pic X(15) Value "RCUSTZIP".
             05 Filler Pic X(15) Value "RCUSTSTATE".
             05 Filler Pic X(15) Value "RCUSTNATID".
             05 Filler Pic X(15) Value "*CREATE*".
           01 WS-FLD-TBL Redefines WS-FLD-VALUES.
             05 WS-FLD-NAME Pic X(15) Occurs 10 Times Indexed By WS-FX.

      *>  Who last set each of those fields on the customer in hand,
      *>  the stamp of the row and whether it fell in the report
      *>  month (R), the month before (P) or some other month (O).
           01 WS-SET-TBL.
             05 WS-SET-ENTRY Occurs 10 Times.
               10 WS-S-OPER   Pic X(8).
               10 WS-S-STAMP  Pic X(14).
               10 WS-S-FLAG   Pic X(1).

      *>  The problem in hand, with the setter it is charged to.
           01 WS-PB-TX      Pic 9(2)  Value Zero.
           01 WS-PB-FX      Pic 9(2)  Value Zero.
           01 WS-PB-CUSTID  Pic X(10) Value Space.
           01 WS-PB-OPER    Pic X(8)  Value Space.
           01 WS-PB-STAMP   Pic X(14) Value Space.
           01 WS-PB-FLAG    Pic X(1)  Value Space.
           01 WS-PB-DETAIL  Pic X(40) Value Space.

           01 WS-PT-VALUES.
             05 Filler Pic X(20) Value "BLANK NAME".
             05 Filler Pic X(20) Value "BAD EMAIL".
             05 Filler Pic X(20) Value "BAD TYPE CODE".
             05 Filler Pic X(20) Value "BAD PHONE 1".
             05 Filler Pic X(20) Value "BAD PHONE 2".
             05 Filler Pic X(20) Value "UNDELIV ADDRESS".
             05 Filler Pic X(20) Value "ZIP NOT IN STATE".
             05 Filler Pic X(20) Value "MISSING DOCUMENT".
             05 Filler Pic X(20) Value "LOW COMPLETENESS".
             05 Filler Pic X(20) Value "DUP PHONE".
             05 Filler Pic X(20) Value "DUP NATIONAL ID".
           01 WS-PT-TBL Redefines WS-PT-VALUES.
             05 WS-PT-NAME Pic X(20) Occurs 11 Times.
           01 WS-PT-CNTS.
             05 WS-PT-ENTRY Occurs 11 Times Indexed By WS-PX.
               10 WS-PT-NEW   Pic 9(6).
               10 WS-PT-OLD   Pic 9(6).

      *>  Approved self-service requests, to tell a WEB101 change
      *>  from the clerk's own.
           01 WS-PEND-COUNT Pic 9(4) Value Zero.
           01 WS-PEND-FULL  Pic X    Value "N".
             88 PEND-IS-FULL         Value "Y".
           01 WS-PEND-TBL.
             05 WS-PEND-ENTRY Occurs 5000 Times Indexed By WS-QX.
               10 WS-Q-CUSTID Pic X(10).
               10 WS-Q-OPER   Pic X(8).
               10 WS-Q-DATE   Pic X(8).
               10 WS-Q-SECS   Pic 9(5).
           01 WS-STAMP-WORK.
             05 WS-SW-DATE Pic X(8).
             05 WS-SW-HH   Pic 9(2).
             05 WS-SW-MI   Pic 9(2).
             05 WS-SW-SS   Pic 9(2).
           01 WS-ROW-SECS   Pic 9(5)  Value Zero.
           01 WS-GAP-SECS   Pic S9(6) Value Zero.
           01 WS-WEB-HIT    Pic X     Value "N".
             88 IS-WEB-HIT           Value "Y".

      *>  One line per operator or batch source. Kind O is an
      *>  operator on OPERATOR.DAT, B a batch or feed source.
           01 WS-OP-CNT   Pic 9(3)  Value Zero.
           01 WS-OP-TBL.
             05 WS-OP-ENTRY Occurs 200 Times Indexed By WS-OX.
               10 WS-O-KIND     Pic X(1).
               10 WS-O-OFFICE   Pic X(6).
               10 WS-O-ID       Pic X(8).
               10 WS-O-CREATED  Pic 9(6).
               10 WS-O-CHANGED  Pic 9(6).
               10 WS-O-NEW      Pic 9(6).
               10 WS-O-OLD      Pic 9(6).
               10 WS-O-SC-CNT   Pic 9(6).
               10 WS-O-SC-SUM   Pic 9(9).
               10 WS-O-PSC-CNT  Pic 9(6).
               10 WS-O-PSC-SUM  Pic 9(9).
           01 WS-OP-HOLD.
             05 Filler Pic X(69).
           01 WS-OX2        Pic 9(3)  Value Zero.
           01 WS-OX3        Pic 9(3)  Value Zero.
           01 WS-MATCH-ID   Pic X(8)  Value Space.
           01 WS-MATCH      Pic X     Value "N".
             88 IS-MATCH              Value "Y".

      *>  The sources that touched the customer in hand during the
      *>  report month, flushed to the operator lines at the break.
           01 WS-AUD-CUSTID Pic X(10) Value Space.
           01 WS-TCH-CNT    Pic 9(2)  Value Zero.
           01 WS-TCH-TBL.
             05 WS-TCH-ENTRY Occurs 30 Times Indexed By WS-TX.
               10 WS-T-SRC     Pic X(8).
               10 WS-T-CREATE  Pic X(1).

      *>  Active customers' phones and national IDs for the shared-
      *>  value check, with who set each.
           01 WS-DUP-COUNT Pic 9(4) Value Zero.
           01 WS-DUP-FULL  Pic X    Value "N".
             88 DUP-IS-FULL          Value "Y".
           01 WS-DUP-TBL.
             05 WS-DUP-ENTRY Occurs 2000 Times Indexed By WS-DX.
               10 WS-D-ID       Pic X(10).
               10 WS-D-PHN1     Pic X(20).
               10 WS-D-PHN2     Pic X(20).
               10 WS-D-NATID    Pic X(15).
               10 WS-D-SET Occurs 3 Times.
                 15 WS-D-OPER   Pic X(8).
                 15 WS-D-STAMP  Pic X(14).
                 15 WS-D-FLAG   Pic X(1).
           01 WS-DX2       Pic 9(4) Value Zero.
           01 WS-DSX       Pic 9(1) Value Zero.

           01 WS-NEW-CNT   Pic 9(6) Value Zero.
           01 WS-OLD-CNT   Pic 9(6) Value Zero.
           01 WS-CUST-CNT  Pic 9(6) Value Zero.
           01 WS-RATE      Pic 9(5)V9 Value Zero.
           01 WS-AVG       Pic 9(3)V9 Value Zero.
           01 WS-AVG-ED    Pic ZZ9.9.
           01 WS-GRP-OFFICE Pic X(6) Value Space.
           01 WS-GRP-KIND   Pic X(1) Value Space.
           01 WS-GRP-TOTALS.
             05 WS-G-CREATED Pic 9(7).
             05 WS-G-CHANGED Pic 9(7).
             05 WS-G-NEW     Pic 9(7).
             05 WS-G-OLD     Pic 9(7).
             05 WS-G-SC-CNT  Pic 9(7).
             05 WS-G-SC-SUM  Pic 9(9).
             05 WS-G-PSC-CNT Pic 9(7).
             05 WS-G-PSC-SUM Pic 9(9).
           01 WS-ALL-TOTALS.
             05 WS-A-CREATED Pic 9(7).
             05 WS-A-CHANGED Pic 9(7).
             05 WS-A-NEW     Pic 9(7).
             05 WS-A-OLD     Pic 9(7).
             05 WS-A-SC-CNT  Pic 9(7).
             05 WS-A-SC-SUM  Pic 9(9).
             05 WS-A-PSC-CNT Pic 9(7).
             05 WS-A-PSC-SUM Pic 9(9).

           01 WS-HDG-1.
             05 Filler   Pic X(38)
                Value "DATA-QUALITY SCORECARD - REPORT MONTH ".
             05 H-MONTH  Pic 9(6).
             05 Filler   Pic X(22) Value "   PROCESSING DATE ".
             05 H-DATE   Pic 9(8).
             05 Filler   Pic X(58) Value Space.
           01 WS-SEC-1.
             05 Filler Pic X(132)
                Value "PROBLEMS INTRODUCED IN THE REPORT MONTH".
           01 WS-COL-1.
             05 Filler Pic X(12) Value "CUSTOMER".
             05 Filler Pic X(22) Value "PROBLEM".
             05 Filler Pic X(17) Value "FIELD".
             05 Filler Pic X(10) Value "SET BY".
             05 Filler Pic X(8)  Value "OFFICE".
             05 Filler Pic X(11) Value "SET ON".
             05 Filler Pic X(52) Value "DETAIL".
           01 WS-PB-LINE.
             05 P-CUSTID  Pic X(10).
             05 Filler    Pic X(2)  Value Space.
             05 P-TYPE    Pic X(20).
             05 Filler    Pic X(2)  Value Space.
             05 P-FIELD   Pic X(15).
             05 Filler    Pic X(2)  Value Space.
             05 P-OPER    Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 P-OFFICE  Pic X(6).
             05 Filler    Pic X(2)  Value Space.
             05 P-SETON   Pic X(8).
             05 Filler    Pic X(3)  Value Space.
             05 P-DETAIL  Pic X(40).
             05 Filler    Pic X(12) Value Space.
           01 WS-SEC-2.
             05 Filler Pic X(40)
                Value "SCORECARD BY OFFICE AND OPERATOR".
             05 Filler Pic X(92)
                Value "(PROBLEMS PER 100 CUSTOMERS CREATED OR CHANGED)".
           01 WS-COL-2.
             05 Filler Pic X(8)  Value "OFFICE".
             05 Filler Pic X(10) Value "OPERATOR".
             05 Filler Pic X(10) Value "   CREATED".
             05 Filler Pic X(10) Value "   CHANGED".
             05 Filler Pic X(10) Value "  PROBLEMS".
             05 Filler Pic X(10) Value "  PER 100".
             05 Filler Pic X(12) Value "  STILL OPEN".
             05 Filler Pic X(12) Value "  AVG SCORE".
             05 Filler Pic X(12) Value "  PRIOR AVG".
             05 Filler Pic X(38) Value Space.
           01 WS-OP-LINE.
             05 O-OFFICE   Pic X(6).
             05 Filler     Pic X(2)  Value Space.
             05 O-ID       Pic X(8).
             05 Filler     Pic X(5)  Value Space.
             05 O-CREATED  Pic ZZZ,ZZ9.
             05 Filler     Pic X(3)  Value Space.
             05 O-CHANGED  Pic ZZZ,ZZ9.
             05 Filler     Pic X(3)  Value Space.
             05 O-NEW      Pic ZZZ,ZZ9.
             05 Filler     Pic X(2)  Value Space.
             05 O-RATE     Pic ZZZZ9.9.
             05 Filler     Pic X(6)  Value Space.
             05 O-OLD      Pic ZZZ,ZZ9.
             05 Filler     Pic X(6)  Value Space.
             05 O-AVG      Pic X(5).
             05 Filler     Pic X(7)  Value Space.
             05 O-PRV-AVG  Pic X(5).
             05 Filler     Pic X(39) Value Space.
           01 WS-SEC-3.
             05 Filler Pic X(132) Value "PROBLEMS BY TYPE".
           01 WS-COL-3.
             05 Filler Pic X(22) Value "PROBLEM".
             05 Filler Pic X(12) Value "  THIS MONTH".
             05 Filler Pic X(12) Value "  STILL OPEN".
             05 Filler Pic X(86) Value Space.
           01 WS-PT-LINE.
             05 T-NAME     Pic X(20).
             05 Filler     Pic X(7)  Value Space.
             05 T-NEW      Pic ZZZ,ZZ9.
             05 Filler     Pic X(5)  Value Space.
             05 T-OLD      Pic ZZZ,ZZ9.
             05 Filler     Pic X(86) Value Space.
           01 WS-NOTE-LINE Pic X(132) Value Space.
           01 WS-NONE-LINE.
             05 Filler Pic X(132) Value "NONE".
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(21) Value "CUSTOMERS CHECKED: ".
             05 X-CUST-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(22) Value "   PROBLEMS THIS MONTH".
             05 Filler      Pic X(2)  Value ": ".
             05 X-NEW-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(16) Value "   STILL OPEN: ".
             05 X-OLD-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(50) Value Space.
           01 WS-BLANK-LINE Pic X(132) Value Space.

       Procedure Division.
       100-Main.
         Perform 200-Initialize.
         If Not IS-ABORT Then
           Perform 300-Count-Touches
           Open Output PRTFILE
           Move WS-RPT-MONTH-N To H-MONTH
           Move WS-CUR-DATE    To H-DATE
           Write PRT-REC From WS-HDG-1
           Write PRT-REC From WS-BLANK-LINE
           Write PRT-REC From WS-SEC-1
           Write PRT-REC From WS-COL-1
           Perform 400-Check-Customers
           Perform 500-Check-Duplicates
           If WS-NEW-CNT Equal Zero Then
             Write PRT-REC From WS-NONE-LINE
           End-If
           Perform 800-Sort-Operators
           Perform 850-Write-Scorecard
           Perform 880-Write-Types
           Write PRT-REC From WS-BLANK-LINE
           Move WS-CUST-CNT To X-CUST-CNT
           Move WS-NEW-CNT  To X-NEW-CNT
           Move WS-OLD-CNT  To X-OLD-CNT
           Write PRT-REC From WS-TOTAL-LINE
           Close PRTFILE
           Move "DQS101" To WS-ARC-NAME
           Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL
           Display "DQS101: " WS-CUST-CNT " customer(s) checked, "
                   WS-NEW-CNT " problem(s) in " WS-RPT-MONTH-N ", "
                   WS-OLD-CNT " older still open."
         End-If.
         Perform 900-Close-Files.
         Perform 999-End-Of-Program.

      *>  Report month is the month before the processing date; the
      *>  month before that feeds the prior completeness average,
      *>  and the processing month itself is where rows written for
      *>  the report month after midnight can be stamped.
       200-Initialize.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Compute WS-NXT-MONTH-N = WS-CUR-YEAR * 100 + WS-CUR-MONTH.
         If WS-CUR-MONTH Equal 1 Then
           Compute WS-RPT-YEAR = WS-CUR-YEAR - 1
           Move 12 To WS-RPT-MM
         Else
           Move WS-CUR-YEAR To WS-RPT-YEAR
           Compute WS-RPT-MM = WS-CUR-MONTH - 1
         End-If.
         If WS-RPT-MM Equal 1 Then
           Compute WS-PRV-YEAR = WS-RPT-YEAR - 1
           Move 12 To WS-PRV-MM
         Else
           Move WS-RPT-YEAR To WS-PRV-YEAR
           Compute WS-PRV-MM = WS-RPT-MM - 1
         End-If.
         Move "DQS-MIN-SCORE" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-MIN-SCORE.
         Initialize WS-OP-TBL.
         Initialize WS-PT-CNTS.

         Open Input CUST.
         If WS-CUSTSTAT Not Equal "00" Then
           Display "DQS101: CUSTOMER.DAT not found."
           Move "Y" To WS-ABORT
         End-If.
         Open Input AUDIT.
         If WS-AUDSTAT Equal "00" Then
           Move "Y" To WS-AUD-OPEN
         Else
           Display "DQS101: CUSTOMER.AUDIT not found - nothing traced."
         End-If.
         Open Input OPERFILE.
         If WS-OPERSTAT Equal "00" Then
           Move "Y" To WS-OPER-OPEN
         End-If.
         Open Input CTYPE.
         If WS-TYPESTAT Equal "00" Then
           Move "Y" To WS-TYPE-OPEN
         End-If.
         Open Input CUSTDOC.
         If WS-DOCSTAT Equal "00" Then
           Move "Y" To WS-DOC-OPEN
         End-If.
         Perform 210-Load-Pending.

       210-Load-Pending.
         Open Input PENDCHG.
         If WS-PENDSTAT Equal "00" Then
           Move "N" To WS-EOF
           Perform 220-Read-Pend-Next
           Perform 230-Keep-Pend-Next
             Until IS-EOF
         End-If.
         Close PENDCHG.
         If PEND-IS-FULL Then
           Display "DQS101: more than 5000 approved self-service "
                   "requests - the oldest beyond that count as the "
                   "approving clerk's."
         End-If.

       220-Read-Pend-Next.
         Read PENDCHG
           At End Move "Y" To WS-EOF
         End-Read.

       230-Keep-Pend-Next.
         If PC-STATUS Equal "A" And PC-DECDTTM Not Equal Space Then
           If WS-PEND-COUNT Less Than 5000 Then
             Add 1 To WS-PEND-COUNT
             Set WS-QX To WS-PEND-COUNT
             Move PC-DECDTTM  To WS-STAMP-WORK
             Move PC-CUSTID   To WS-Q-CUSTID(WS-QX)
             Move PC-DECOPER  To WS-Q-OPER(WS-QX)
             Move WS-SW-DATE  To WS-Q-DATE(WS-QX)
             Compute WS-Q-SECS(WS-QX) =
                 WS-SW-HH * 3600 + WS-SW-MI * 60 + WS-SW-SS
           Else
             Move "Y" To WS-PEND-FULL
           End-If
         End-If.
         Perform 220-Read-Pend-Next.

      *>  One pass of the whole trail, in customer order: every
      *>  source that wrote a row for a customer in the report month
      *>  has touched that customer once - created it if one of its
      *>  rows was the create, changed it otherwise.
       300-Count-Touches.
         If AUD-OPEN Then
           Move Low-Values To AUDKEY
           Move "N" To WS-AUD-EOF
           Start AUDIT Key Is Greater Than AUDKEY
             Invalid Key Move "Y" To WS-AUD-EOF
           End-Start
           Move Space To WS-AUD-CUSTID
           Move Zero  To WS-TCH-CNT
           If Not IS-AUD-EOF Then
             Perform 310-Read-Audit-Next
           End-If
           Perform 320-Touch-Next
             Until IS-AUD-EOF
           Perform 340-Flush-Touches
         End-If.

       310-Read-Audit-Next.
         Read AUDIT Next Record
           At End Move "Y" To WS-AUD-EOF
         End-Read.

       320-Touch-Next.
         If ACUSTID Not Equal WS-AUD-CUSTID Then
           Perform 340-Flush-Touches
           Move ACUSTID To WS-AUD-CUSTID
         End-If.
         Perform 600-Place-Row.
         If WS-ROW-FLAG Equal "R" Then
           Perform 330-Add-Touch
         End-If.
         Perform 310-Read-Audit-Next.

       330-Add-Touch.
         Move "N" To WS-MATCH.
         Set WS-TX To 1.
         Search WS-TCH-ENTRY Varying WS-TX
           At End Continue
           When WS-TX Not Greater Than WS-TCH-CNT
             And WS-T-SRC(WS-TX) Equal WS-ROW-SRC
             Move "Y" To WS-MATCH
         End-Search.
         If Not IS-MATCH And WS-TCH-CNT Less Than 30 Then
           Add 1 To WS-TCH-CNT
           Set WS-TX To WS-TCH-CNT
           Move WS-ROW-SRC To WS-T-SRC(WS-TX)
           Move "N" To WS-T-CREATE(WS-TX)
           Move "Y" To WS-MATCH
         End-If.
         If IS-MATCH And AACTION-CREATE Then
           Move "Y" To WS-T-CREATE(WS-TX)
         End-If.

       340-Flush-Touches.
         Perform 350-Flush-One
           Varying WS-TX From 1 By 1
           Until WS-TX Greater Than WS-TCH-CNT.
         Move Zero To WS-TCH-CNT.

       350-Flush-One.
         Move WS-T-SRC(WS-TX) To WS-MATCH-ID.
         Perform 700-Find-Operator.
         If IS-MATCH Then
           If WS-T-CREATE(WS-TX) Equal "Y" Then
             Add 1 To WS-O-CREATED(WS-OX)
           Else
             Add 1 To WS-O-CHANGED(WS-OX)
           End-If
         End-If.

      *>  Second pass, customer by customer: trace who last set each
      *>  field that can be at fault, score the records created in
      *>  the report month and the month before, and run the checks
      *>  on every active record.
       400-Check-Customers.
         Move "N" To WS-EOF.
         Perform 410-Read-Cust-Next.
         Perform 420-Check-Cust-Next
           Until IS-EOF.

       410-Read-Cust-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       420-Check-Cust-Next.
         Perform 430-Trace-Setters.
         If WS-S-FLAG(10) Equal "R" Or WS-S-FLAG(10) Equal "P" Then
           Move CUST-REC To WS-WORK-REC
           Call "SUB122" Using WS-WORK-REC, WS-SCORE
           Move WS-S-OPER(10) To WS-MATCH-ID
           Perform 700-Find-Operator
           If IS-MATCH Then
             If WS-S-FLAG(10) Equal "R" Then
               Add 1        To WS-O-SC-CNT(WS-OX)
               Add WS-SCORE To WS-O-SC-SUM(WS-OX)
             Else
               Add 1        To WS-O-PSC-CNT(WS-OX)
               Add WS-SCORE To WS-O-PSC-SUM(WS-OX)
             End-If
           End-If
         End-If.
         If RCUSTSTAT-ACTIVE Then
           Add 1 To WS-CUST-CNT
           Perform 450-Run-Checks
           Perform 480-Add-To-Dup-Table
         End-If.
         Perform 410-Read-Cust-Next.

      *>  The create row sets every field; a later change to a field
      *>  takes it over. Rows come back in timestamp order.
       430-Trace-Setters.
         Perform 435-Clear-Setter
           Varying WS-FX From 1 By 1
           Until WS-FX Greater Than 10.
         If AUD-OPEN Then
           Move RCUSTID To ACUSTID
           Move Low-Values To ATIMESTAMP
           Move Zero To ASEQNO
           Move "N" To WS-AUD-EOF
           Start AUDIT Key Is Greater Than Or Equal AUDKEY
             Invalid Key Move "Y" To WS-AUD-EOF
           End-Start
           If Not IS-AUD-EOF Then
             Perform 440-Read-Trail-Next
           End-If
           Perform 445-Apply-Trail-Row
             Until IS-AUD-EOF
         End-If.

       435-Clear-Setter.
         Move "NO-AUDIT" To WS-S-OPER(WS-FX).
         Move Space      To WS-S-STAMP(WS-FX).
         Move "O"        To WS-S-FLAG(WS-FX).

       440-Read-Trail-Next.
         Read AUDIT Next Record
           At End Move "Y" To WS-AUD-EOF
         End-Read.
         If Not IS-AUD-EOF And ACUSTID Not Equal RCUSTID Then
           Move "Y" To WS-AUD-EOF
         End-If.

       445-Apply-Trail-Row.
         Evaluate True
           When AACTION-CREATE
             Perform 600-Place-Row
             Perform 447-Take-Setter
               Varying WS-FX From 1 By 1
               Until WS-FX Greater Than 10
           When AACTION-UPDATE
             Set WS-FX To 1
             Search WS-FLD-NAME Varying WS-FX
               At End Continue
               When WS-FX Less Than 10
                 And WS-FLD-NAME(WS-FX) Equal AFIELD
                 Perform 600-Place-Row
                 Perform 447-Take-Setter
             End-Search
         End-Evaluate.
         Perform 440-Read-Trail-Next.

       447-Take-Setter.
         Move WS-ROW-SRC To WS-S-OPER(WS-FX).
         Move ATIMESTAMP To WS-S-STAMP(WS-FX).
         Move WS-ROW-FLAG To WS-S-FLAG(WS-FX).

      *>  The same checks, and the same rules, as the exception
      *>  reports they come from.
       450-Run-Checks.
         Move RCUSTID To WS-PB-CUSTID.
         If RCUSTNAME Equal Space Then
           Move 1 To WS-PB-TX
           Move 1 To WS-PB-FX
           Move Space To WS-PB-DETAIL
           Perform 650-Charge-Setter
         End-If.
         Perform 455-Check-Email.
         Perform 460-Check-Phones.
         Move RCUSTTYPE To LTYPECODE.
         Call "SUB108" Using WS-TYPE-PRMSET, WS-TYPE-RETVAL.
         If WS-TYPE-RETVAL Not Equal "00" Then
           Move 3 To WS-PB-TX
           Move 3 To WS-PB-FX
           Move RCUSTTYPE To WS-PB-DETAIL
           Perform 650-Charge-Setter
         End-If.
         If RCUSTUNDELIV-YES Then
           Move 6 To WS-PB-TX
           Move 6 To WS-PB-FX
           Move RCUSTADDR1 To WS-PB-DETAIL
           Perform 650-Charge-Setter
         End-If.
         Perform 465-Check-Zip-State.
         Perform 470-Check-Document.
         If WS-MIN-SCORE Greater Than Zero Then
           Move CUST-REC To WS-WORK-REC
           Call "SUB122" Using WS-WORK-REC, WS-SCORE
           If WS-SCORE Less Than WS-MIN-SCORE Then
             Move 9  To WS-PB-TX
             Move 10 To WS-PB-FX
             Move Space To WS-PB-DETAIL
             String "Score " Delimited By Size
                    WS-SCORE Delimited By Size
               Into WS-PB-DETAIL
             End-String
             Perform 650-Charge-Setter
           End-If
         End-If.

      *>  RPT104's rule: exactly one "@", a local part, and a "." in
      *>  the domain.
       455-Check-Email.
         If RCUSTEMAIL Not Equal Space Then
           Move "N"   To WS-EMAIL-VALID
           Move Space To WS-EMAIL-USER WS-EMAIL-DOM
           Move Zero  To WS-EMAIL-AT-CNT WS-EMAIL-DOT-CNT
           Inspect RCUSTEMAIL Tallying WS-EMAIL-AT-CNT For All "@"
           If WS-EMAIL-AT-CNT Equal 1 Then
             Unstring RCUSTEMAIL Delimited By "@"
               Into WS-EMAIL-USER, WS-EMAIL-DOM
             End-Unstring
             Inspect WS-EMAIL-DOM Tallying WS-EMAIL-DOT-CNT For All "."
             If WS-EMAIL-USER Not Equal Space
               And WS-EMAIL-DOM Not Equal Space
               And WS-EMAIL-DOT-CNT Greater Than Zero Then
               Move "Y" To WS-EMAIL-VALID
             End-If
           End-If
           If Not EMAIL-IS-VALID Then
             Move 2 To WS-PB-TX
             Move 2 To WS-PB-FX
             Move RCUSTEMAIL To WS-PB-DETAIL
             Perform 650-Charge-Setter
           End-If
         End-If.

       460-Check-Phones.
         If RCUSTPHN1 Not Equal Space Then
           Move RCUSTPHN1 To WS-PHONE-CHK
           Perform 461-Check-Phone-Format
           If Not PHONE-IS-OK Then
             Move 4 To WS-PB-TX
             Move 4 To WS-PB-FX
             Move RCUSTPHN1 To WS-PB-DETAIL
             Perform 650-Charge-Setter
           End-If
         End-If.
         If RCUSTPHN2 Not Equal Space Then
           Move RCUSTPHN2 To WS-PHONE-CHK
           Perform 461-Check-Phone-Format
           If Not PHONE-IS-OK Then
             Move 5 To WS-PB-TX
             Move 5 To WS-PB-FX
             Move RCUSTPHN2 To WS-PB-DETAIL
             Perform 650-Charge-Setter
           End-If
         End-If.

       461-Check-Phone-Format.
         Move "Y" To WS-PHONE-OK.
         Move Zero To WS-PHONE-DIGITS WS-PHONE-BADCHR.
         Perform 462-Check-Phone-Char
           Varying WS-PHONE-CX From 1 By 1
           Until WS-PHONE-CX Greater Than 20.
         If WS-PHONE-BADCHR Greater Than Zero
           Or WS-PHONE-DIGITS Equal Zero Then
           Move "N" To WS-PHONE-OK
         End-If.

       462-Check-Phone-Char.
         Move WS-PHONE-CHK(WS-PHONE-CX:1) To WS-PHONE-CHAR.
         Evaluate True
           When WS-PHONE-CHAR Equal Space
             Continue
           When WS-PHONE-CHAR Equal "+" And WS-PHONE-CX Equal 1
             Continue
           When WS-PHONE-CHAR Equal "-"
             Continue
           When WS-PHONE-CHAR Equal "("
             Continue
           When WS-PHONE-CHAR Equal ")"
             Continue
           When WS-PHONE-CHAR Is Numeric
             Add 1 To WS-PHONE-DIGITS
           When Other
             Add 1 To WS-PHONE-BADCHR
         End-Evaluate.

      *>  RPT107's rule. A mismatch is charged to whichever of the
      *>  ZIP and the state was set last.
       465-Check-Zip-State.
         If (RCUSTCTRY Equal Space Or RCUSTCTRY Equal "US")
           And RCUSTSTATE Not Equal Space
           And RCUSTZIP Not Equal Space Then
           Move RCUSTSTATE To WS-ZIP-STATE
           Move RCUSTZIP   To WS-ZIP-CODE
           Call "SUB126" Using WS-ZIP-PRMSET, WS-ZIP-RETVAL
           If WS-ZIP-RETVAL Equal "03" Then
             Move 7 To WS-PB-TX
             If WS-S-STAMP(8) Greater Than WS-S-STAMP(7) Then
               Move 8 To WS-PB-FX
             Else
               Move 7 To WS-PB-FX
             End-If
             Move Space To WS-PB-DETAIL
             String RCUSTSTATE Delimited By Size
                    " " Delimited By Size
                    RCUSTZIP Delimited By Size
               Into WS-PB-DETAIL
             End-String
             Perform 650-Charge-Setter
           End-If
         End-If.

      *>  RPT109's rule: a type flagged document-required with no
      *>  reference of any kind on CUSTDOC.DAT. Charged to whoever
      *>  set the type.
       470-Check-Document.
         Move "N" To WS-DOC-REQ.
         If IS-TYPE-OPEN And RCUSTTYPE Not Equal Space Then
           Move RCUSTTYPE To TCUSTTYPE
           Read CTYPE
             Key Is TCUSTTYPE
             Invalid Key Continue
             Not Invalid Key
               If TCUSTTYPEDOCREQ-YES Then
                 Move "Y" To WS-DOC-REQ
               End-If
           End-Read
         End-If.
         If IS-DOC-REQ Then
           Move "N" To WS-HAS-DOC
           If IS-DOC-OPEN Then
             Move RCUSTID To DC-CUSTID
             Move Low-Values To DC-DOCTYPE
             Start CUSTDOC Key Is Greater Than DC-KEY
               Invalid Key Continue
               Not Invalid Key
                 Read CUSTDOC Next Record
                   At End Continue
                   Not At End
                     If DC-CUSTID Equal RCUSTID Then
                       Move "Y" To WS-HAS-DOC
                     End-If
                 End-Read
             End-Start
           End-If
           If Not IS-HAS-DOC Then
             Move 8 To WS-PB-TX
             Move 3 To WS-PB-FX
             Move Space To WS-PB-DETAIL
             String "Type " Delimited By Size
                    RCUSTTYPE Delimited By Size
               Into WS-PB-DETAIL
             End-String
             Perform 650-Charge-Setter
           End-If
         End-If.

       480-Add-To-Dup-Table.
         If WS-DUP-COUNT Less Than 2000 Then
           Add 1 To WS-DUP-COUNT
           Set WS-DX To WS-DUP-COUNT
           Move RCUSTID    To WS-D-ID(WS-DX)
           Move RCUSTPHN1  To WS-D-PHN1(WS-DX)
           Move RCUSTPHN2  To WS-D-PHN2(WS-DX)
           Move RCUSTNATID To WS-D-NATID(WS-DX)
           Move WS-SET-ENTRY(4) To WS-D-SET(WS-DX, 1)
           Move WS-SET-ENTRY(5) To WS-D-SET(WS-DX, 2)
           Move WS-SET-ENTRY(9) To WS-D-SET(WS-DX, 3)
         Else
           Move "Y" To WS-DUP-FULL
         End-If.

      *>  RPT104's shared-value check: each later customer is held
      *>  against every earlier one, and the problem is charged to
      *>  whoever set the shared value on the later record.
       500-Check-Duplicates.
         If DUP-IS-FULL Then
           Move "Over 2000 active customers - not every shared phone"
             To WS-NOTE-LINE
           Move " or national ID was checked."
             To WS-NOTE-LINE(52:)
           Write PRT-REC From WS-NOTE-LINE
         End-If.
         Perform 510-Dup-Outer
           Varying WS-DX From 2 By 1
           Until WS-DX Greater Than WS-DUP-COUNT.

       510-Dup-Outer.
         Perform 520-Dup-Inner
           Varying WS-DX2 From 1 By 1
           Until WS-DX2 Not Less Than WS-DX.

       520-Dup-Inner.
         Move Zero To WS-DSX.
         If WS-D-PHN1(WS-DX) Not Equal Space
           And (WS-D-PHN1(WS-DX) Equal WS-D-PHN1(WS-DX2)
             Or WS-D-PHN1(WS-DX) Equal WS-D-PHN2(WS-DX2)) Then
           Move 1 To WS-DSX
           Move 4 To WS-PB-FX
         Else
           If WS-D-PHN2(WS-DX) Not Equal Space
             And (WS-D-PHN2(WS-DX) Equal WS-D-PHN1(WS-DX2)
               Or WS-D-PHN2(WS-DX) Equal WS-D-PHN2(WS-DX2)) Then
             Move 2 To WS-DSX
             Move 5 To WS-PB-FX
           End-If
         End-If.
         If WS-DSX Greater Than Zero Then
           Move 10 To WS-PB-TX
           Perform 530-Charge-Dup
         End-If.
         If WS-D-NATID(WS-DX) Not Equal Space
           And WS-D-NATID(WS-DX) Equal WS-D-NATID(WS-DX2) Then
           Move 3  To WS-DSX
           Move 9  To WS-PB-FX
           Move 11 To WS-PB-TX
           Perform 530-Charge-Dup
         End-If.

       530-Charge-Dup.
         Move WS-D-ID(WS-DX)    To WS-PB-CUSTID.
         Move WS-D-OPER(WS-DX, WS-DSX)  To WS-PB-OPER.
         Move WS-D-STAMP(WS-DX, WS-DSX) To WS-PB-STAMP.
         Move WS-D-FLAG(WS-DX, WS-DSX)  To WS-PB-FLAG.
         Move Space To WS-PB-DETAIL.
         String "Shared with customer " Delimited By Size
                WS-D-ID(WS-DX2) Delimited By Size
           Into WS-PB-DETAIL
         End-String.
         Perform 660-Record-Problem.

      *>  Puts the audit row in hand on its processing month and
      *>  names its source. Only a row stamped in or around the
      *>  months reported on needs the processing-date history.
       600-Place-Row.
         Move ATIMESTAMP(1:6) To WS-ROW-MONTH.
         If WS-ROW-MONTH Equal WS-PRV-MONTH-N
           Or WS-ROW-MONTH Equal WS-RPT-MONTH-N
           Or WS-ROW-MONTH Equal WS-NXT-MONTH-N Then
           Move ATIMESTAMP To LPDSTAMP
           Move "M" To WS-PDT-FUNC
           Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
               WS-PDT-RETVAL
           Move LPDDATE(1:6) To WS-ROW-MONTH
         End-If.
         Evaluate WS-ROW-MONTH
           When WS-RPT-MONTH-N Move "R" To WS-ROW-FLAG
           When WS-PRV-MONTH-N Move "P" To WS-ROW-FLAG
           When Other          Move "O" To WS-ROW-FLAG
         End-Evaluate.
         Move AOPERID To WS-ROW-SRC.
         If WS-ROW-SRC Equal Space Then
           Move "(NONE)" To WS-ROW-SRC
         End-If.
         If AACTION-UPDATE
           And (AFIELD Equal "RCUSTADDR1" Or AFIELD Equal "RCUSTADDR2"
             Or AFIELD Equal "RCUSTCITY"  Or AFIELD Equal "RCUSTSTATE"
             Or AFIELD Equal "RCUSTZIP"   Or AFIELD Equal "RCUSTPHN1"
             Or AFIELD Equal "RCUSTPHN2") Then
           Perform 610-Find-Web-Request
           If IS-WEB-HIT Then
             Move "WEB101" To WS-ROW-SRC
           End-If
         End-If.

      *>  SUB360 stamps its decision straight after SUB102 applies
      *>  the request, so the audit rows come a moment before it.
       610-Find-Web-Request.
         Move "N" To WS-WEB-HIT.
         Move ATIMESTAMP To WS-STAMP-WORK.
         Compute WS-ROW-SECS =
             WS-SW-HH * 3600 + WS-SW-MI * 60 + WS-SW-SS.
         Perform 620-Check-Web-Request
           Varying WS-QX From 1 By 1
           Until WS-QX Greater Than WS-PEND-COUNT
             Or IS-WEB-HIT.

       620-Check-Web-Request.
         If WS-Q-CUSTID(WS-QX) Equal ACUSTID
           And WS-Q-OPER(WS-QX) Equal AOPERID
           And WS-Q-DATE(WS-QX) Equal WS-SW-DATE Then
           Compute WS-GAP-SECS = WS-Q-SECS(WS-QX) - WS-ROW-SECS
           If WS-GAP-SECS Not Less Than Zero
             And WS-GAP-SECS Not Greater Than 120 Then
             Move "Y" To WS-WEB-HIT
           End-If
         End-If.

       650-Charge-Setter.
         Move WS-S-OPER(WS-PB-FX)  To WS-PB-OPER.
         Move WS-S-STAMP(WS-PB-FX) To WS-PB-STAMP.
         Move WS-S-FLAG(WS-PB-FX)  To WS-PB-FLAG.
         Perform 660-Record-Problem.

      *>  A problem whose field was set in the report month is new
      *>  and listed; any other is still open from earlier.
       660-Record-Problem.
         Move WS-PB-OPER To WS-MATCH-ID.
         Perform 700-Find-Operator.
         Set WS-PX To WS-PB-TX.
         If WS-PB-FLAG Equal "R" Then
           Add 1 To WS-NEW-CNT
           Add 1 To WS-PT-NEW(WS-PX)
           If IS-MATCH Then
             Add 1 To WS-O-NEW(WS-OX)
             Move WS-O-OFFICE(WS-OX) To P-OFFICE
           Else
             Move Space To P-OFFICE
           End-If
           Move WS-PB-CUSTID        To P-CUSTID
           Move WS-PT-NAME(WS-PB-TX) To P-TYPE
           Move WS-FLD-NAME(WS-PB-FX) To P-FIELD
           Move WS-PB-OPER          To P-OPER
           Move WS-PB-STAMP(1:8)    To P-SETON
           Move WS-PB-DETAIL        To P-DETAIL
           Write PRT-REC From WS-PB-LINE
         Else
           Add 1 To WS-OLD-CNT
           Add 1 To WS-PT-OLD(WS-PX)
           If IS-MATCH Then
             Add 1 To WS-O-OLD(WS-OX)
           End-If
         End-If.

      *>  An operator on OPERATOR.DAT goes under its office; a name
      *>  that is not there is a batch job or feed.
       700-Find-Operator.
         Move "N" To WS-MATCH.
         Set WS-OX To 1.
         Search WS-OP-ENTRY Varying WS-OX
           At End Continue
           When WS-OX Not Greater Than WS-OP-CNT
             And WS-O-ID(WS-OX) Equal WS-MATCH-ID
             Move "Y" To WS-MATCH
         End-Search.
         If Not IS-MATCH And WS-OP-CNT Less Than 200 Then
           Add 1 To WS-OP-CNT
           Set WS-OX To WS-OP-CNT
           Move WS-MATCH-ID To WS-O-ID(WS-OX)
           Move "B"      To WS-O-KIND(WS-OX)
           Move "BATCH"  To WS-O-OFFICE(WS-OX)
           If OPER-OPEN Then
             Move WS-MATCH-ID To OOPERID
             Read OPERFILE
               Key Is OOPERID
               Invalid Key Continue
               Not Invalid Key
                 Move "O" To WS-O-KIND(WS-OX)
                 If OOPEROFFICE Equal Space Then
                   Move "(NONE)" To WS-O-OFFICE(WS-OX)
                 Else
                   Move OOPEROFFICE To WS-O-OFFICE(WS-OX)
                 End-If
             End-Read
           End-If
           Move "Y" To WS-MATCH
         End-If.

      *>  Operators by office and ID, the batch and feed sources
      *>  last - a plain exchange sort, the table is small.
       800-Sort-Operators.
         Perform 810-Sort-Pass
           Varying WS-OX2 From 1 By 1
           Until WS-OX2 Not Less Than WS-OP-CNT.

       810-Sort-Pass.
         Perform 820-Sort-Compare
           Varying WS-OX3 From 1 By 1
           Until WS-OX3 Greater Than WS-OP-CNT - WS-OX2.

       820-Sort-Compare.
         Set WS-OX To WS-OX3.
         If WS-O-KIND(WS-OX) Less Than WS-O-KIND(WS-OX + 1)
           Or (WS-O-KIND(WS-OX) Equal WS-O-KIND(WS-OX + 1)
             And (WS-O-OFFICE(WS-OX) Greater Than
                  WS-O-OFFICE(WS-OX + 1)
               Or (WS-O-OFFICE(WS-OX) Equal WS-O-OFFICE(WS-OX + 1)
                 And WS-O-ID(WS-OX) Greater Than WS-O-ID(WS-OX + 1))))
         Then
           Move WS-OP-ENTRY(WS-OX)     To WS-OP-HOLD
           Move WS-OP-ENTRY(WS-OX + 1) To WS-OP-ENTRY(WS-OX)
           Move WS-OP-HOLD             To WS-OP-ENTRY(WS-OX + 1)
         End-If.

       850-Write-Scorecard.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-SEC-2.
         Write PRT-REC From WS-COL-2.
         Initialize WS-GRP-TOTALS.
         Initialize WS-ALL-TOTALS.
         Move Space To WS-GRP-OFFICE.
         Move Space To WS-GRP-KIND.
         Perform 860-Write-Operator
           Varying WS-OX From 1 By 1
           Until WS-OX Greater Than WS-OP-CNT.
         If WS-OP-CNT Greater Than Zero Then
           Perform 870-Write-Group-Total
         End-If.
         Move "ALL"     To O-OFFICE.
         Move "*TOTAL*" To O-ID.
         Move WS-ALL-TOTALS To WS-GRP-TOTALS.
         Perform 875-Write-Totals-Line.

       860-Write-Operator.
         If WS-OX Greater Than 1
           And (WS-O-KIND(WS-OX) Not Equal WS-GRP-KIND
             Or WS-O-OFFICE(WS-OX) Not Equal WS-GRP-OFFICE) Then
           Perform 870-Write-Group-Total
         End-If.
         Move WS-O-KIND(WS-OX)   To WS-GRP-KIND.
         Move WS-O-OFFICE(WS-OX) To WS-GRP-OFFICE.
         Move WS-O-OFFICE(WS-OX)  To O-OFFICE.
         Move WS-O-ID(WS-OX)      To O-ID.
         Move WS-O-CREATED(WS-OX) To O-CREATED.
         Move WS-O-CHANGED(WS-OX) To O-CHANGED.
         Move WS-O-NEW(WS-OX)     To O-NEW.
         Move WS-O-OLD(WS-OX)     To O-OLD.
         Move Zero To WS-RATE.
         If WS-O-CREATED(WS-OX) + WS-O-CHANGED(WS-OX)
           Greater Than Zero Then
           Compute WS-RATE Rounded = WS-O-NEW(WS-OX) * 100 /
               (WS-O-CREATED(WS-OX) + WS-O-CHANGED(WS-OX))
             On Size Error Move 99999.9 To WS-RATE
           End-Compute
         End-If.
         Move WS-RATE To O-RATE.
         Move "  N/A" To O-AVG.
         If WS-O-SC-CNT(WS-OX) Greater Than Zero Then
           Compute WS-AVG Rounded =
               WS-O-SC-SUM(WS-OX) / WS-O-SC-CNT(WS-OX)
           Move WS-AVG    To WS-AVG-ED
           Move WS-AVG-ED To O-AVG
         End-If.
         Move "  N/A" To O-PRV-AVG.
         If WS-O-PSC-CNT(WS-OX) Greater Than Zero Then
           Compute WS-AVG Rounded =
               WS-O-PSC-SUM(WS-OX) / WS-O-PSC-CNT(WS-OX)
           Move WS-AVG    To WS-AVG-ED
           Move WS-AVG-ED To O-PRV-AVG
         End-If.
         Write PRT-REC From WS-OP-LINE.
         Add WS-O-CREATED(WS-OX) To WS-G-CREATED WS-A-CREATED.
         Add WS-O-CHANGED(WS-OX) To WS-G-CHANGED WS-A-CHANGED.
         Add WS-O-NEW(WS-OX)     To WS-G-NEW WS-A-NEW.
         Add WS-O-OLD(WS-OX)     To WS-G-OLD WS-A-OLD.
         Add WS-O-SC-CNT(WS-OX)  To WS-G-SC-CNT WS-A-SC-CNT.
         Add WS-O-SC-SUM(WS-OX)  To WS-G-SC-SUM WS-A-SC-SUM.
         Add WS-O-PSC-CNT(WS-OX) To WS-G-PSC-CNT WS-A-PSC-CNT.
         Add WS-O-PSC-SUM(WS-OX) To WS-G-PSC-SUM WS-A-PSC-SUM.

       870-Write-Group-Total.
         Move WS-GRP-OFFICE To O-OFFICE.
         Move "*OFFICE*"    To O-ID.
         Perform 875-Write-Totals-Line.
         Write PRT-REC From WS-BLANK-LINE.
         Initialize WS-GRP-TOTALS.

       875-Write-Totals-Line.
         Move WS-G-CREATED To O-CREATED.
         Move WS-G-CHANGED To O-CHANGED.
         Move WS-G-NEW     To O-NEW.
         Move WS-G-OLD     To O-OLD.
         Move Zero To WS-RATE.
         If WS-G-CREATED + WS-G-CHANGED Greater Than Zero Then
           Compute WS-RATE Rounded = WS-G-NEW * 100 /
               (WS-G-CREATED + WS-G-CHANGED)
             On Size Error Move 99999.9 To WS-RATE
           End-Compute
         End-If.
         Move WS-RATE To O-RATE.
         Move "  N/A" To O-AVG.
         If WS-G-SC-CNT Greater Than Zero Then
           Compute WS-AVG Rounded = WS-G-SC-SUM / WS-G-SC-CNT
           Move WS-AVG    To WS-AVG-ED
           Move WS-AVG-ED To O-AVG
         End-If.
         Move "  N/A" To O-PRV-AVG.
         If WS-G-PSC-CNT Greater Than Zero Then
           Compute WS-AVG Rounded = WS-G-PSC-SUM / WS-G-PSC-CNT
           Move WS-AVG    To WS-AVG-ED
           Move WS-AVG-ED To O-PRV-AVG
         End-If.
         Write PRT-REC From WS-OP-LINE.

       880-Write-Types.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-SEC-3.
         Write PRT-REC From WS-COL-3.
         Perform 890-Write-Type-Line
           Varying WS-PX From 1 By 1
           Until WS-PX Greater Than 11.

       890-Write-Type-Line.
         Set WS-PB-TX To WS-PX.
         Move WS-PT-NAME(WS-PB-TX) To T-NAME.
         Move WS-PT-NEW(WS-PX)     To T-NEW.
         Move WS-PT-OLD(WS-PX)     To T-OLD.
         Write PRT-REC From WS-PT-LINE.

       900-Close-Files.
         Close CUST.
         If AUD-OPEN Then
           Close AUDIT
         End-If.
         If OPER-OPEN Then
           Close OPERFILE
         End-If.
         If IS-TYPE-OPEN Then
           Close CTYPE
         End-If.
         If IS-DOC-OPEN Then
           Close CUSTDOC
         End-If.

       999-End-Of-Program.
         Stop Run.
