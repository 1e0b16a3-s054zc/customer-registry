      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Optional product-holdings import from the order system.     **
      *> Reads data/ORDHOLD.DAT, one row per customer product line   **
      *> the order system knows of: its own customer number, the     **
      *> product code, start and end date (zero = open-ended) and    **
      *> quantity. The file's SUB131 control totals are verified     **
      *> before a single row is applied. Each customer number is     **
      *> matched to our customer through the EXTXREF.DAT cross-      **
      *> reference (system ORDERS, maintained on SUB350) and the row **
      *> written to data/HOLDING.DAT (see HOLDFD) as source O, or    **
      *> replacing the row already there for that customer, product  **
      *> and start date - a hand-keyed one included, the order       **
      *> system being the better witness. Numbers no customer        **
      *> carries, customers no longer on file, product codes not     **
      *> active on PRODUCT.DAT (SUB166) and impossible dates go on   **
      *> the exception list data/HOLDEXCP.PRT. Nothing is deleted:   **
      *> a holding the order system has finished with comes across   **
      *> with its end date. Run outside the PGM001 menu, whenever    **
      *> the order system sends a file; the holdings screen (SUB545) **
      *> works the same without it.                                  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   HLD101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select ORDFILE Assign WS-ORDFILE
             Organization Is Line Sequential
             File Status WS-ORDSTAT.
           Select HOLDING Assign WS-HOLDFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is HDKEY
             File Status WS-HOLDSTAT.
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
           Fd ORDFILE.
           01 ORD-REC.
             05 OH-ORDCUST  Pic X(20).
             05 OH-PROD     Pic X(6).
             05 OH-START    Pic 9(8).
             05 OH-END      Pic 9(8).
             05 OH-QTY      Pic 9(7).

           Fd HOLDING.
           01 HOLDING-REC.
             Copy HOLDFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(96).

         Working-Storage Section.
           01 WS-ORDFILE  Pic X(20) Value "data/ORDHOLD.DAT".
           01 WS-ORDSTAT  Pic 9(2).
           01 WS-HOLDFILE Pic X(20) Value "data/HOLDING.DAT".
           01 WS-HOLDSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/HOLDEXCP.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-REJECTED Pic X     Value "N".
             88 IS-REJECTED         Value "Y".
           01 WS-ADD-CNT  Pic 9(6)  Value Zero.
           01 WS-UPD-CNT  Pic 9(6)  Value Zero.
           01 WS-EXCP-CNT Pic 9(6)  Value Zero.
           01 WS-CUR-DATE Pic 9(8)  Value Zero.
           01 WS-CUR-TIME Pic 9(8)  Value Zero.
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CAL-FUNC   Pic X(1) Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).
           01 WS-PRD-PRMSET.
             05 WS-PRD-CODE Pic X(6).
             05 WS-PRD-DESC Pic X(30).
           01 WS-PRD-RETVAL Pic X(2).
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
                Value "ORDER SYSTEM HOLDINGS EXCEPTIONS".
             05 Filler Pic X(60) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(20) Value "ORDER ACCOUNT".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(6)  Value "PROD".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(30) Value "REASON".
             05 Filler Pic X(24) Value Space.

           01 WS-DETAIL.
             05 D-ORDCUST Pic X(20).
             05 Filler    Pic X(2)  Value Space.
             05 D-PROD    Pic X(6).
             05 Filler    Pic X(2)  Value Space.
             05 D-CUSTID  Pic X(10).
             05 Filler    Pic X(2)  Value Space.
             05 D-REASON  Pic X(30).
             05 Filler    Pic X(24) Value Space.

           01 WS-TOTAL-LINE.
             05 Filler      Pic X(17) Value "TOTAL EXCEPTIONS:".
             05 T-EXCP-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(72) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 250-Verify-Control-Totals.
         If Not IS-REJECTED Then
           Perform 200-Import-Holdings-File
         End-If.
         Display "HLD101: " WS-ADD-CNT " holding(s) added, "
                 WS-UPD-CNT " updated, "
                 WS-EXCP-CNT " exception(s).".
         Perform 999-End-Of-Program.

       200-Import-Holdings-File.
         Open Input ORDFILE.
         If WS-ORDSTAT Not Equal "00" Then
           Display "HLD101: order holdings file not found, "
                   "nothing to do."
           Close ORDFILE
         Else
           Open Input CUST
           If WS-CUSTSTAT Equal "35" Then
             Display "HLD101: CUSTOMER.DAT not found."
             Close CUST
             Close ORDFILE
           Else
             Perform 210-Open-Holding-Store
             Open Output PRTFILE
             Write PRT-REC From WS-HDG-1
             Write PRT-REC From WS-HDG-2
             Perform 310-Read-Next
             Perform 300-Apply-Next
               Until IS-EOF
             Move WS-EXCP-CNT To T-EXCP-CNT
             Write PRT-REC From WS-TOTAL-LINE
             Close PRTFILE
             Close HOLDING
             Close CUST
             Close ORDFILE
           End-If
         End-If.

      *>  The first load creates the store, as SUB162 does for the
      *>  address roles - created empty and reopened for update.
       210-Open-Holding-Store.
         Open I-O HOLDING.
         If WS-HOLDSTAT Equal "35" Then
           Close HOLDING
           Open Output HOLDING
           Close HOLDING
           Open I-O HOLDING
         End-If.

      *>  The whole file is proven complete before a single row is
      *>  applied; a file with no control records still processes,
      *>  a disagreeing trailer rejects the run.
       250-Verify-Control-Totals.
         Move "V" To WS-CTL-FUNC.
         Move WS-ORDFILE To WS-CTL-FILE.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         If WS-CTL-RETVAL Equal "06" Then
           Display "HLD101: control totals do not match - "
                   "file rejected."
           Move "Y" To WS-REJECTED
         End-If.

       300-Apply-Next.
         If ORD-REC(1:5) Equal "*CTL*" Then
           Perform 310-Read-Next
         Else
           Perform 305-Apply-One-Row
         End-If.

       305-Apply-One-Row.
         Move Space To D-CUSTID.
         Move "L"         To WS-XRF-FUNC.
         Move "ORDERS"    To WS-XRF-SYSTEM.
         Move OH-ORDCUST  To WS-XRF-EXTID.
         Call "SUB123" Using WS-XRF-FUNC, WS-XRF-PRMSET,
             WS-XRF-RETVAL.
         If WS-XRF-RETVAL Not Equal "00" Then
           Move "NO CUSTOMER FOR ORDER ACCOUNT" To D-REASON
           Perform 330-Write-Exception
         Else
           Move WS-XRF-CUSTID To RCUSTID
           Move WS-XRF-CUSTID To D-CUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key
               Move "CUSTOMER NOT ON FILE" To D-REASON
               Perform 330-Write-Exception
             Not Invalid Key
               Perform 315-Check-Row
           End-Read
         End-If.
         Perform 310-Read-Next.

       310-Read-Next.
         Read ORDFILE
           At End Move "Y" To WS-EOF
         End-Read.

      *>  The product must be active on PRODUCT.DAT and the dates
      *>  real, the end (when there is one) no earlier than the
      *>  start - the same checks the SUB545 screen makes.
       315-Check-Row.
         Move OH-PROD To WS-PRD-CODE.
         Call "SUB166" Using WS-PRD-PRMSET, WS-PRD-RETVAL.
         If WS-PRD-RETVAL Not Equal "00" Then
           Move "PRODUCT NOT ON REFERENCE" To D-REASON
           Perform 330-Write-Exception
         Else
           Move Space    To LCLOFFICE
           Move Space    To LCLUNIT
           Move OH-START To LCLFROMDT
           Move OH-END   To LCLTODT
           If OH-END Not Numeric Or OH-END Equal Zero Then
             Move OH-START To LCLTODT
           End-If
           Move "03" To WS-CAL-RETVAL
           If OH-START Is Numeric And OH-START Not Equal Zero Then
             Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
                 WS-CAL-RETVAL
           End-If
           If WS-CAL-RETVAL Equal "03" Or LCLDAYS Less Than Zero
             Then
             Move "START/END DATE NOT VALID" To D-REASON
             Perform 330-Write-Exception
           Else
             Perform 320-Store-Holding
           End-If
         End-If.

       320-Store-Holding.
         Move RCUSTID  To HDCUSTID.
         Move OH-PROD  To HDPROD.
         Move OH-START To HDSTART.
         Read HOLDING
           Invalid Key
             Perform 325-Fill-Holding
             Write HOLDING-REC
             End-Write
             Add 1 To WS-ADD-CNT
           Not Invalid Key
             Perform 325-Fill-Holding
             Rewrite HOLDING-REC
             End-Rewrite
             Add 1 To WS-UPD-CNT
         End-Read.

       325-Fill-Holding.
         Move RCUSTID    To HDCUSTID.
         Move OH-PROD    To HDPROD.
         Move OH-START   To HDSTART.
         If OH-END Is Numeric Then
           Move OH-END   To HDEND
         Else
           Move Zero     To HDEND
         End-If.
         If OH-QTY Is Numeric Then
           Move OH-QTY   To HDQTY
         Else
           Move 1        To HDQTY
         End-If.
         Move "O"        To HDSRC.
         Move OH-ORDCUST To HDORDREF.
         Move "BATCH"    To HDOPERID.
         Accept WS-CUR-TIME From Time.
         Move WS-CUR-DATE To HDUPDDTTM(1:8).
         Move WS-CUR-TIME To HDUPDDTTM(9:6).

       330-Write-Exception.
         Move OH-ORDCUST To D-ORDCUST.
         Move OH-PROD    To D-PROD.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-EXCP-CNT.

       999-End-Of-Program.
         Stop Run.
