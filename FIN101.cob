      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Nightly financial-summary import from accounting. Reads     **
      *> data/ARSUMM.DAT, one row per AR account: the account        **
      *> number, current balance, overdue amount, year-to-date       **
      *> sales, last invoice date and last payment date. The file's  **
      *> SUB131 control totals are verified before a single row is   **
      *> applied. Each account is matched to its customer through    **
      *> the EXTXREF.DAT cross-reference (system ACCOUNTNG, the      **
      *> number ACK101 stored in RCUSTARNO), and the figures replace **
      *> that customer's row on data/ARFIN.DAT (see ARFINFD), stamped **
      *> with the processing date. Accounts no customer carries, or  **
      *> whose customer is no longer on file, go on the exception    **
      *> list data/ARFINEXCP.PRT for somebody to chase with          **
      *> accounting. The figures are accounting's, not ours, so no   **
      *> audit row is written. Run outside the PGM001 menu, nightly  **
      *> after the accounting feed lands.                            **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   FIN101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select SUMMFILE Assign WS-SUMMFILE
             Organization Is Line Sequential
             File Status WS-SUMMSTAT.
           Select ARFIN Assign WS-FINFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is FNCUSTID
             File Status WS-FINSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd SUMMFILE.
           01 SUMM-REC.
             05 AS-ARACCT   Pic X(10).
             05 AS-BALANCE  Pic S9(9)V99 Sign Is Leading Separate.
             05 AS-OVERDUE  Pic S9(9)V99 Sign Is Leading Separate.
             05 AS-YTDSALES Pic S9(9)V99 Sign Is Leading Separate.
             05 AS-LASTINV  Pic 9(8).
             05 AS-LASTPAY  Pic 9(8).

           Fd ARFIN.
           01 ARFIN-REC.
             Copy ARFINFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(84).

         Working-Storage Section.
           01 WS-SUMMFILE Pic X(20) Value "data/ARSUMM.DAT".
           01 WS-SUMMSTAT Pic 9(2).
           01 WS-FINFILE  Pic X(20) Value "data/ARFIN.DAT".
           01 WS-FINSTAT  Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/ARFINEXCP.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-REJECTED Pic X     Value "N".
             88 IS-REJECTED         Value "Y".
           01 WS-APPL-CNT Pic 9(6)  Value Zero.
           01 WS-EXCP-CNT Pic 9(6)  Value Zero.
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-XRF-FUNC   Pic X(1).
           01 WS-XRF-PRMSET.
             05 WS-XRF-SYSTEM Pic X(8).
             05 WS-XRF-EXTID  Pic X(20).
             05 WS-XRF-CUSTID Pic X(10).
           01 WS-XRF-RETVAL Pic X(2).
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(36)
                Value "AR FINANCIAL SUMMARY EXCEPTIONS".
             05 Filler Pic X(48) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(10) Value "AR ACCT".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(30) Value "REASON".
             05 Filler Pic X(30) Value Space.

           01 WS-DETAIL.
             05 D-ARACCT Pic X(10).
             05 Filler   Pic X(2)  Value Space.
             05 D-CUSTID Pic X(10).
             05 Filler   Pic X(2)  Value Space.
             05 D-REASON Pic X(30).
             05 Filler   Pic X(30) Value Space.

           01 WS-TOTAL-LINE.
             05 Filler      Pic X(17) Value "TOTAL EXCEPTIONS:".
             05 T-EXCP-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(60) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 250-Verify-Control-Totals.
         If Not IS-REJECTED Then
           Perform 200-Import-Summary-File
         End-If.
         Display "FIN101: " WS-APPL-CNT " account(s) applied, "
                 WS-EXCP-CNT " exception(s).".
         Perform 999-End-Of-Program.

       200-Import-Summary-File.
         Open Input SUMMFILE.
         If WS-SUMMSTAT Not Equal "00" Then
           Display "FIN101: summary file not found, nothing to do."
           Close SUMMFILE
         Else
           Open Input CUST
           If WS-CUSTSTAT Equal "35" Then
             Display "FIN101: CUSTOMER.DAT not found."
             Close CUST
             Close SUMMFILE
           Else
             Perform 210-Open-Summary-Store
             Open Output PRTFILE
             Write PRT-REC From WS-HDG-1
             Write PRT-REC From WS-HDG-2
             Perform 310-Read-Next
             Perform 300-Apply-Next
               Until IS-EOF
             Move WS-EXCP-CNT To T-EXCP-CNT
             Write PRT-REC From WS-TOTAL-LINE
             Close PRTFILE
             Close ARFIN
             Close CUST
             Close SUMMFILE
           End-If
         End-If.

      *>  The first load creates the store, as SUB162 does for the
      *>  address roles - created empty and reopened for update.
       210-Open-Summary-Store.
         Open I-O ARFIN.
         If WS-FINSTAT Equal "35" Then
           Close ARFIN
           Open Output ARFIN
           Close ARFIN
           Open I-O ARFIN
         End-If.

      *>  The whole file is proven complete before a single row is
      *>  applied; a legacy file with no control records still
      *>  processes, a disagreeing trailer rejects the run.
       250-Verify-Control-Totals.
         Move "V" To WS-CTL-FUNC.
         Move WS-SUMMFILE To WS-CTL-FILE.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         If WS-CTL-RETVAL Equal "06" Then
           Display "FIN101: control totals do not match - "
                   "file rejected."
           Move "Y" To WS-REJECTED
         End-If.

       300-Apply-Next.
         If SUMM-REC(1:5) Equal "*CTL*" Then
           Perform 310-Read-Next
         Else
           Perform 305-Apply-One-Row
         End-If.

      *>  The cross-reference holds every AR number ACK101 has ever
      *>  stored in RCUSTARNO, and follows a customer through a
      *>  merge, so it is the one place an account is matched.
       305-Apply-One-Row.
         Move "L"         To WS-XRF-FUNC.
         Move "ACCOUNTNG" To WS-XRF-SYSTEM.
         Move AS-ARACCT   To WS-XRF-EXTID.
         Call "SUB123" Using WS-XRF-FUNC, WS-XRF-PRMSET,
             WS-XRF-RETVAL.
         If WS-XRF-RETVAL Not Equal "00" Then
           Move Space To D-CUSTID
           Move "NO CUSTOMER FOR AR ACCOUNT" To D-REASON
           Perform 330-Write-Exception
         Else
           Move WS-XRF-CUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key
               Move WS-XRF-CUSTID To D-CUSTID
               Move "CUSTOMER NOT ON FILE" To D-REASON
               Perform 330-Write-Exception
             Not Invalid Key
               Perform 320-Store-Summary
           End-Read
         End-If.
         Perform 310-Read-Next.

       310-Read-Next.
         Read SUMMFILE
           At End Move "Y" To WS-EOF
         End-Read.

      *>  Accounting re-sends every account nightly, so the row is
      *>  simply replaced with the latest figures.
       320-Store-Summary.
         Move RCUSTID To FNCUSTID.
         Read ARFIN
           Invalid Key
             Perform 325-Fill-Summary
             Write ARFIN-REC
             End-Write
           Not Invalid Key
             Perform 325-Fill-Summary
             Rewrite ARFIN-REC
             End-Rewrite
         End-Read.
         Add 1 To WS-APPL-CNT.

       325-Fill-Summary.
         Move RCUSTID     To FNCUSTID.
         Move AS-ARACCT   To FNARNO.
         Move AS-BALANCE  To FNBALANCE.
         Move AS-OVERDUE  To FNOVERDUE.
         Move AS-YTDSALES To FNYTDSALES.
         Move AS-LASTINV  To FNLASTINV.
         Move AS-LASTPAY  To FNLASTPAY.
         Move WS-CUR-DATE To FNLOADDT.

       330-Write-Exception.
         Move AS-ARACCT To D-ARACCT.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-EXCP-CNT.

       999-End-Of-Program.
         Stop Run.
