      *> 260822 Archive each run under a run-dated name through       **
      *>        SUB117 so earlier runs stay reprintable from the      **
      *>        SUB340 menu.                                          **
      *> 261015 The window stays on real time, so no change falls    **
      *>        between two runs; the heading and the window log now **
      *>        show the processing date (SUB152) it was run for.    **
      *>***************************************************************
       Identification Division.
         Program-Id.   RPT103.
             05 WL-TO    Pic X(14).
             05 Filler   Pic X(1).
             05 WL-COUNT Pic 9(6).
             05 Filler   Pic X(1).
             05 WL-PROCDT Pic 9(8).

         Working-Storage Section.
           01 WS-AUDFILE     Pic X(20) Value "data/CUSTOMER.AUDIT".
           01 WS-CUR-DATE    Pic 9(8).
           01 WS-CUR-TIME    Pic 9(8).
           01 WS-RUN-STAMP   Pic X(14).
           01 WS-PROC-DATE   Pic 9(8).
           01 WS-PDT-FUNC    Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL  Pic X(2).
           01 WS-ACTION-DESC Pic X(10) Value Space.
           01 WS-RERUNFILE   Pic X(24) Value "data/RPT103.RERUN".
           01 WS-RRSTAT      Pic 9(2).

           01 WS-HDG-1.
             05 Filler Pic X(30) Value "RECENTLY CHANGED CUSTOMERS".
             05 Filler Pic X(17) Value "PROCESSING DATE ".
             05 H-DATE Pic 9(8).
             05 Filler Pic X(25) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
         Move Spaces      To WS-RUN-STAMP.
         Move WS-CUR-DATE To WS-RUN-STAMP(1:8).
         Move WS-CUR-TIME To WS-RUN-STAMP(9:6).
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-PROC-DATE.

         Open Input RRTRIG.
         If WS-RRSTAT Equal "00" Then
           Move "Y" To WS-EOF
         Else
           Open Output PRTFILE
           Move WS-PROC-DATE To H-DATE
           Write PRT-REC From WS-HDG-1
           Write PRT-REC From WS-HDG-2
           Perform 310-Read-Next
         Move WS-CUTOFF  To WL-FROM.
         Move WS-WIN-TO  To WL-TO.
         Move WS-CHG-CNT To WL-COUNT.
         Move WS-PROC-DATE To WL-PROCDT.
         Write WINLOG-REC
         End-Write.
         Close WINLOG.
