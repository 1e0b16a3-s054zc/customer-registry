      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Nightly restricted-party rescreen. When RPL101 has loaded a **
      *> list version this job has not yet run against (the two      **
      *> versions on data/RPLIST.VER differ), every active customer  **
      *> on CUSTOMER.DAT is screened through SUB146 against it. Each **
      *> hit - exact or sounds-like, not already cleared by a        **
      *> supervisor for that name - is printed on the exceptions     **
      *> report and queued on RPHOLD.DAT as a review row for SUB415. **
      *> On a night with no new version the job says so and prints  **
      *> nothing. Output: data/RPSCREEN.PRT, archived through        **
      *> SUB117. Run outside the PGM001 menu, nightly after RPL101.  **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   RPL102.

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
           Select RPLVER Assign WS-VERFILE
             Organization Is Line Sequential
             File Status WS-VERSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd RPLVER.
           01 RPLVER-REC.
             05 RV-LISTVER Pic X(8).
             05 RV-LOADDT  Pic 9(8).
             05 RV-SCANVER Pic X(8).

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-VERFILE  Pic X(20) Value "data/RPLIST.VER".
           01 WS-VERSTAT  Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/RPSCREEN.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-LIST-VER Pic X(8)  Value Space.
           01 WS-SCAN-VER Pic X(8)  Value Space.
           01 WS-LOAD-DT  Pic 9(8)  Value Zero.
           01 WS-SCAN-CNT Pic 9(6)  Value Zero.
           01 WS-HIT-CNT  Pic 9(6)  Value Zero.
           01 WS-SCR-FUNC   Pic X(1).
           01 WS-SCR-PRMSET.
             Copy SCRNLK.
           01 WS-SCR-RETVAL Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler  Pic X(35)
                        Value "RESTRICTED-PARTY RESCREEN - RUN ".
             05 H-DATE  Pic X(8).
             05 Filler  Pic X(16) Value "  LIST VERSION ".
             05 H-VER   Pic X(8).
             05 Filler  Pic X(37) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(12) Value "CUSTOMER".
             05 Filler Pic X(32) Value "NAME ON FILE".
             05 Filler Pic X(3)  Value "M".
             05 Filler Pic X(10) Value "ENTRY ID".
             05 Filler Pic X(32) Value "LISTED NAME".
             05 Filler Pic X(15) Value "PROGRAM".
           01 WS-DETAIL.
             05 D-CUSTID   Pic X(10).
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTNAME Pic X(30).
             05 Filler     Pic X(2)  Value Space.
             05 D-MATCH    Pic X(1).
             05 Filler     Pic X(2)  Value Space.
             05 D-ENTRYID  Pic X(8).
             05 Filler     Pic X(2)  Value Space.
             05 D-LISTNAME Pic X(30).
             05 Filler     Pic X(2)  Value Space.
             05 D-PROGRAM  Pic X(10).
             05 Filler     Pic X(5)  Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(20) Value "CUSTOMERS SCREENED: ".
             05 T-SCAN-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(14) Value "   EXCEPTIONS:".
             05 T-HIT-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(56) Value Space.
           01 WS-KEY-LINE.
             05 Filler Pic X(50)
                Value "M: E = EXACT NAME MATCH, P = SOUNDS-LIKE MATCH".
             05 Filler Pic X(54) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 200-Read-Versions.
         Evaluate True
           When WS-LIST-VER Equal Space
             Display "RPL102: no restricted-party list loaded."
           When WS-LIST-VER Equal WS-SCAN-VER
             Display "RPL102: list version " WS-LIST-VER
                     " already rescreened - nothing to do."
           When Other
             Perform 300-Rescreen-Customers
             Perform 400-Record-Scan-Version
             Move "RPL102" To WS-ARC-NAME
             Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE,
                 WS-ARC-RETVAL
             Display "RPL102: " WS-SCAN-CNT " customer(s) screened, "
                     WS-HIT-CNT " exception(s)."
         End-Evaluate.
         Perform 999-End-Of-Program.

       200-Read-Versions.
         Open Input RPLVER.
         If WS-VERSTAT Equal "00" Then
           Read RPLVER
             At End Continue
             Not At End
               Move RV-LISTVER To WS-LIST-VER
               Move RV-LOADDT  To WS-LOAD-DT
               Move RV-SCANVER To WS-SCAN-VER
           End-Read
         End-If.
         Close RPLVER.

       300-Rescreen-Customers.
         Open Output PRTFILE.
         Move WS-CUR-DATE To H-DATE.
         Move WS-LIST-VER To H-VER.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-COL-HDG.
         Open Input CUST.
         If WS-CUSTSTAT Not Equal "00" Then
           Display "RPL102: CUSTOMER.DAT not found."
         Else
           Move "P"     To WS-SCR-FUNC
           Move "R"     To LRACTION
           Move "BATCH" To LROPERID
           Move Space   To LRREASON
           Move "N"     To WS-EOF
           Perform 310-Read-Next
           Perform 320-Screen-Next
             Until IS-EOF
         End-If.
         Close CUST.
         Move WS-SCAN-CNT To T-SCAN-CNT.
         Move WS-HIT-CNT  To T-HIT-CNT.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-TOTAL-LINE.
         Write PRT-REC From WS-KEY-LINE.
         Close PRTFILE.

       310-Read-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

      *>  The stored record goes on the review row as it is - the
      *>  national ID stays in its stored form on the queue too.
       320-Screen-Next.
         If RCUSTSTAT-ACTIVE Then
           Add 1 To WS-SCAN-CNT
           Move RCUSTID   To LRCUSTID
           Move RCUSTNAME To LRNAME
           Move CUST-REC  To LRIMAGE
           Call "SUB146" Using WS-SCR-FUNC, WS-SCR-PRMSET,
               WS-SCR-RETVAL
           If WS-SCR-RETVAL Equal "04" Then
             Add 1 To WS-HIT-CNT
             Move RCUSTID    To D-CUSTID
             Move RCUSTNAME  To D-CUSTNAME
             Move LRMATCH    To D-MATCH
             Move LRENTRYID  To D-ENTRYID
             Move LRLISTNAME To D-LISTNAME
             Move LRPROGRAM  To D-PROGRAM
             Write PRT-REC From WS-DETAIL
           End-If
         End-If.
         Perform 310-Read-Next.

       400-Record-Scan-Version.
         Open Output RPLVER.
         Move WS-LIST-VER To RV-LISTVER.
         Move WS-LOAD-DT  To RV-LOADDT.
         Move WS-LIST-VER To RV-SCANVER.
         Write RPLVER-REC
         End-Write.
         Close RPLVER.

       999-End-Of-Program.
         Stop Run.
