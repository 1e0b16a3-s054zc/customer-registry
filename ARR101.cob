      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Monthly reconciliation of the registry against accounting's **
      *> customer master. EXT101 sends our changes across and ACK101 **
      *> brings the AR account numbers back, but accounting staff    **
      *> edit customers on their side too and the two drift. This    **
      *> takes accounting's full master extract, data/ARMAST.DAT     **
      *> (SUB131 control totals verified first), sorts it by AR      **
      *> account and matches it to CUSTOMER.DAT on RCUSTARNO. Every  **
      *> matched account whose name, address (the billing role       **
      *> EXT101 sends, see SUB162), email or status disagrees gets   **
      *> one line per field on data/ARRECON.PRT; so do AR accounts   **
      *> no customer carries, active customers whose AR number is    **
      *> missing from the master, and active customers with no AR    **
      *> account at all once the ARRECON-GRACE parameter's days have **
      *> passed since their create row. Every one of our customers   **
      *> on the list goes on data/EXT101.RESEND, which the next      **
      *> EXT101 run sends across again. Nothing on either side is    **
      *> changed here. Run outside the PGM001 menu, monthly.         **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   ARR101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select ARMAST Assign WS-MASTFILE
             Organization Is Line Sequential
             File Status WS-MASTSTAT.
           Select ARMSORT Assign WS-MSRTFILE
             Organization Is Line Sequential
             File Status WS-MSRTSTAT.
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
           Select MSTSORT Assign WS-MSTSORTFILE.
           Select SORTFILE Assign WS-SORTFILE.
           Select RESEND Assign WS-RESENDFILE
             Organization Is Line Sequential
             File Status WS-RSSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd ARMAST.
           01 MAST-REC    Pic X(195).

           Fd ARMSORT.
           01 MSRT-REC.
             05 AM-ARACCT  Pic X(10).
             05 AM-CUSTID  Pic X(10).
             05 AM-NAME    Pic X(40).
             05 AM-ADDR1   Pic X(30).
             05 AM-ADDR2   Pic X(30).
             05 AM-CITY    Pic X(20).
             05 AM-STATE   Pic X(2).
             05 AM-ZIP     Pic X(10).
             05 AM-CTRY    Pic X(2).
             05 AM-EMAIL   Pic X(40).
             05 AM-STATUS  Pic X(1).

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd AUDIT.
           01 AUDIT-REC.
             Copy AUDITFD.

           Sd MSTSORT.
           01 MSTSORT-REC.
             05 MS-ARACCT  Pic X(10).
             05 Filler     Pic X(185).

           Sd SORTFILE.
           01 SORT-REC.
             05 S-ARNO     Pic X(10).
             05 S-CUSTID   Pic X(10).
             05 S-STAT     Pic X(1).
             05 S-NAME     Pic X(40).
             05 S-ADDR1    Pic X(30).
             05 S-ADDR2    Pic X(30).
             05 S-CITY     Pic X(20).
             05 S-STATE    Pic X(2).
             05 S-ZIP      Pic X(10).
             05 S-CTRY     Pic X(2).
             05 S-EMAIL    Pic X(40).

           Fd RESEND.
           01 RESEND-REC  Pic X(10).

           Fd PRTFILE.
           01 PRT-REC Pic X(120).

         Working-Storage Section.
           01 WS-MASTFILE    Pic X(20) Value "data/ARMAST.DAT".
           01 WS-MASTSTAT    Pic 9(2).
           01 WS-MSRTFILE    Pic X(20) Value "data/ARR101.MST".
           01 WS-MSRTSTAT    Pic 9(2).
           01 WS-CUSTFILE    Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT    Pic 9(2).
           01 WS-AUDFILE     Pic X(20) Value "data/CUSTOMER.AUDIT".
           01 WS-AUDSTAT     Pic 9(2).
           01 WS-MSTSORTFILE Pic X(20) Value "data/ARR101M.SRT".
           01 WS-SORTFILE    Pic X(20) Value "data/ARR101.SRT".
           01 WS-RESENDFILE  Pic X(24) Value "data/EXT101.RESEND".
           01 WS-RSSTAT      Pic 9(2).
           01 WS-PRTFILE     Pic X(30) Value "data/ARRECON.PRT".
           01 WS-PRTSTAT     Pic 9(2).
           01 WS-EOF         Pic X     Value "N".
             88 IS-EOF                 Value "Y".
           01 WS-REJECTED    Pic X     Value "N".
             88 IS-REJECTED            Value "Y".
           01 WS-AUD-OPEN    Pic X     Value "N".
             88 IS-AUD-OPEN            Value "Y".
           01 WS-AUD-EOF     Pic X     Value "N".
             88 IS-AUD-EOF             Value "Y".
           01 WS-RESENT      Pic X     Value "N".
             88 IS-RESENT              Value "Y".
           01 WS-M-KEY       Pic X(10) Value Space.
           01 WS-S-KEY       Pic X(10) Value Space.
           01 WS-CUR-DATE    Pic 9(8)  Value Zero.
           01 WS-CREATE-DT   Pic 9(8)  Value Zero.
           01 WS-GRACE       Pic 9(6)  Value Zero.
           01 WS-AGE-DAYS    Pic S9(9) Comp-5.
           01 WS-MAST-CNT    Pic 9(6)  Value Zero.
           01 WS-MATCH-CNT   Pic 9(6)  Value Zero.
           01 WS-DIFF-CNT    Pic 9(6)  Value Zero.
           01 WS-NOCUST-CNT  Pic 9(6)  Value Zero.
           01 WS-NOTAR-CNT   Pic 9(6)  Value Zero.
           01 WS-NOACCT-CNT  Pic 9(6)  Value Zero.
           01 WS-RESEND-CNT  Pic 9(6)  Value Zero.
           01 WS-OURS        Pic X(40).
           01 WS-THEIRS      Pic X(40).
           01 WS-PDT-FUNC    Pic X(1)  Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL  Pic X(2).
           01 WS-PRM-FUNC    Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL  Pic X(2).
           01 WS-CAL-FUNC    Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL  Pic X(2).
           01 WS-CAD-FUNC    Pic X(1)  Value "R".
           01 WS-CAD-PRMSET.
             Copy CADDRLK.
           01 WS-CAD-RETVAL  Pic X(2).
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-ARC-NAME    Pic X(8).
           01 WS-ARC-RETVAL  Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(46)
                Value "REGISTRY / ACCOUNTING CUSTOMER RECONCILIATION".
             05 Filler Pic X(8)  Value "  DATE: ".
             05 H-DATE Pic 9(8).
             05 Filler Pic X(58) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(10) Value "AR ACCT".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(16) Value "ISSUE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(38) Value "REGISTRY".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(38) Value "ACCOUNTING".

           01 WS-DETAIL.
             05 D-ARACCT Pic X(10).
             05 Filler   Pic X(2)  Value Space.
             05 D-CUSTID Pic X(10).
             05 Filler   Pic X(2)  Value Space.
             05 D-ISSUE  Pic X(16).
             05 Filler   Pic X(2)  Value Space.
             05 D-OURS   Pic X(38).
             05 Filler   Pic X(2)  Value Space.
             05 D-THEIRS Pic X(38).

           01 WS-TOTAL-LINE.
             05 T-LABEL  Pic X(30).
             05 T-CNT    Pic ZZZ,ZZ9.
             05 Filler   Pic X(83) Value Space.
           01 WS-BLANK-LINE Pic X(120) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move "ARRECON-GRACE" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-GRACE.
         Perform 200-Verify-Control-Totals.
         If Not IS-REJECTED Then
           Perform 210-Sort-Master
         End-If.
         If Not IS-REJECTED Then
           Perform 250-Reconcile
           Move "ARR101" To WS-ARC-NAME
           Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL
         End-If.
         Display "ARR101: " WS-MATCH-CNT " matched, "
                 WS-DIFF-CNT " difference(s), "
                 WS-RESEND-CNT " customer(s) to resend.".
         Perform 999-End-Of-Program.

      *>  The whole extract is proven complete before it is trusted;
      *>  a master with no control records still processes, a
      *>  disagreeing trailer rejects the run.
       200-Verify-Control-Totals.
         Move "V" To WS-CTL-FUNC.
         Move WS-MASTFILE To WS-CTL-FILE.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         If WS-CTL-RETVAL Equal "06" Then
           Display "ARR101: control totals do not match - "
                   "file rejected."
           Move "Y" To WS-REJECTED
         End-If.

      *>  Accounting sends its master in its own order; it is put
      *>  in AR account order to be matched against ours.
       210-Sort-Master.
         Open Input ARMAST.
         If WS-MASTSTAT Not Equal "00" Then
           Display "ARR101: accounting master not found, "
                   "nothing to do."
           Move "Y" To WS-REJECTED
           Close ARMAST
         Else
           Close ARMAST
           Sort MSTSORT
             On Ascending Key MS-ARACCT
             Using ARMAST
             Giving ARMSORT
         End-If.

       250-Reconcile.
         Open Input ARMSORT.
         Perform 260-Open-Resend.
         Open Output PRTFILE.
         Move WS-CUR-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-HDG-2.
         Sort SORTFILE
           On Ascending Key S-ARNO
           On Ascending Key S-CUSTID
           Input Procedure Is 300-Release-Customers
           Output Procedure Is 500-Match-Accounts.
         Perform 900-Write-Totals.
         Close PRTFILE.
         Close RESEND.
         Close ARMSORT.

      *>  A list EXT101 has not yet picked up is added to, not lost.
       260-Open-Resend.
         Open Extend RESEND.
         If WS-RSSTAT Equal "35" Then
           Close RESEND
           Open Output RESEND
         End-If.

      *>  Every customer carrying an AR number goes to the sort, as
      *>  does every active customer without one whose grace period
      *>  has run out - accounting has had time to set them up.
       300-Release-Customers.
         Open Input CUST.
         If WS-CUSTSTAT Not Equal "00" Then
           Display "ARR101: CUSTOMER.DAT not found."
           Close CUST
         Else
           Open Input AUDIT
           If WS-AUDSTAT Equal "00" Then
             Move "Y" To WS-AUD-OPEN
           Else
             Close AUDIT
           End-If
           Move "N" To WS-EOF
           Perform 310-Read-Cust-Next
           Perform 320-Release-Next
             Until IS-EOF
           If IS-AUD-OPEN Then
             Close AUDIT
           End-If
           Close CUST
         End-If.

       310-Read-Cust-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Release-Next.
         If RCUSTARNO Not Equal Space Then
           Perform 340-Release-Customer
         Else
           If RCUSTSTAT-ACTIVE Then
             Perform 330-Check-Grace
             If WS-AGE-DAYS Greater Than WS-GRACE Then
               Perform 340-Release-Customer
             End-If
           End-If
         End-If.
         Perform 310-Read-Cust-Next.

      *>  The age runs from the customer's create row on the live
      *>  audit trail. A customer whose create row has already gone
      *>  to an ARC101 archive is old by definition.
       330-Check-Grace.
         Move Zero To WS-CREATE-DT.
         If IS-AUD-OPEN Then
           Move RCUSTID    To ACUSTID
           Move Low-Values To ATIMESTAMP
           Move Zero       To ASEQNO
           Move "N"        To WS-AUD-EOF
           Start AUDIT Key Is Greater Than Or Equal AUDKEY
             Invalid Key Move "Y" To WS-AUD-EOF
           End-Start
           If Not IS-AUD-EOF Then
             Read AUDIT Next Record
               At End Move "Y" To WS-AUD-EOF
             End-Read
           End-If
           If Not IS-AUD-EOF And ACUSTID Equal RCUSTID
             And AACTION-CREATE Then
             Move ATIMESTAMP(1:8) To WS-CREATE-DT
           End-If
         End-If.
         If WS-CREATE-DT Equal Zero Then
           Move 999999999 To WS-AGE-DAYS
         Else
           Move Space        To LCLOFFICE
           Move Space        To LCLUNIT
           Move WS-CREATE-DT To LCLFROMDT
           Move WS-CUR-DATE  To LCLTODT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           Move LCLDAYS To WS-AGE-DAYS
         End-If.

      *>  The address compared is the one EXT101 sends - the billing
      *>  role, else the mailing role, else the primary address.
       340-Release-Customer.
         Move RCUSTARNO  To S-ARNO.
         Move RCUSTID    To S-CUSTID.
         Move RCUSTSTAT  To S-STAT.
         Move RCUSTNAME  To S-NAME.
         Move RCUSTEMAIL To S-EMAIL.
         Move RCUSTADDR1 To S-ADDR1.
         Move RCUSTADDR2 To S-ADDR2.
         Move RCUSTCITY  To S-CITY.
         Move RCUSTSTATE To S-STATE.
         Move RCUSTZIP   To S-ZIP.
         Move RCUSTCTRY  To S-CTRY.
         Move RCUSTID    To LCACUSTID.
         Move "B"        To LCAROLE.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET,
             WS-CAD-RETVAL.
         If WS-CAD-RETVAL Equal "00" Then
           Move LCAADDR1 To S-ADDR1
           Move LCAADDR2 To S-ADDR2
           Move LCACITY  To S-CITY
           Move LCASTATE To S-STATE
           Move LCAZIP   To S-ZIP
           Move LCACTRY  To S-CTRY
         End-If.
         If S-CTRY Equal Space Then
           Move "US" To S-CTRY
         End-If.
         Release SORT-REC.

      *>  A classic two-file match on AR account number: both sides
      *>  are in AR order, the lower key is the unmatched one, and
      *>  an exhausted side reads as High-Values so the other drains.
      *>  Customers with no AR account sort ahead of everything.
       500-Match-Accounts.
         Perform 510-Read-Master-Next.
         Perform 520-Return-Next.
         Perform 530-Match-Next
           Until WS-M-KEY Equal High-Values
             And WS-S-KEY Equal High-Values.

      *>  SUB131 control records travel through the sort with the
      *>  data and are skipped here, as is a row with no account.
       510-Read-Master-Next.
         Move Space To WS-M-KEY.
         Perform 515-Read-Master
           Until WS-M-KEY Not Equal Space.

       515-Read-Master.
         Read ARMSORT
           At End Move High-Values To WS-M-KEY
           Not At End
             If MSRT-REC(1:5) Not Equal "*CTL*" Then
               Move AM-ARACCT To WS-M-KEY
               Add 1 To WS-MAST-CNT
             End-If
         End-Read.

       520-Return-Next.
         Return SORTFILE
           At End Move High-Values To WS-S-KEY
           Not At End Move S-ARNO To WS-S-KEY
         End-Return.

       530-Match-Next.
         Move "N" To WS-RESENT.
         Evaluate True
           When WS-S-KEY Equal Space
             Perform 540-No-Ar-Account
             Perform 520-Return-Next
           When WS-M-KEY Less Than WS-S-KEY
             Perform 550-No-Registry-Customer
             Perform 510-Read-Master-Next
           When WS-S-KEY Less Than WS-M-KEY
             Perform 560-Not-In-Master
             Perform 520-Return-Next
           When Other
             Add 1 To WS-MATCH-CNT
             Perform 570-Compare-Fields
             Perform 510-Read-Master-Next
             Perform 520-Return-Next
         End-Evaluate.

       540-No-Ar-Account.
         Move Space    To D-ARACCT.
         Move S-CUSTID To D-CUSTID.
         Move "NO AR ACCOUNT" To D-ISSUE.
         Move S-NAME   To D-OURS.
         Move Space    To D-THEIRS.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-NOACCT-CNT.
         Perform 600-Add-Resend.

      *>  Nothing of ours to send - the account is for accounting to
      *>  explain, so it is only listed.
       550-No-Registry-Customer.
         Move AM-ARACCT To D-ARACCT.
         Move AM-CUSTID To D-CUSTID.
         Move "NO CUSTOMER" To D-ISSUE.
         Move Space     To D-OURS.
         Move AM-NAME   To D-THEIRS.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-NOCUST-CNT.

      *>  An inactive customer (a merge source, a soft delete) may
      *>  keep an AR number accounting has since closed out.
       560-Not-In-Master.
         If S-STAT Equal "A" Then
           Move S-ARNO   To D-ARACCT
           Move S-CUSTID To D-CUSTID
           Move "NOT IN AR MASTER" To D-ISSUE
           Move S-NAME   To D-OURS
           Move Space    To D-THEIRS
           Write PRT-REC From WS-DETAIL
           Add 1 To WS-NOTAR-CNT
           Perform 600-Add-Resend
         End-If.

       570-Compare-Fields.
         If S-NAME Not Equal AM-NAME Then
           Move "NAME" To D-ISSUE
           Move S-NAME  To WS-OURS
           Move AM-NAME To WS-THEIRS
           Perform 580-Write-Difference
         End-If.
         If S-ADDR1 Not Equal AM-ADDR1 Then
           Move "ADDRESS LINE 1" To D-ISSUE
           Move S-ADDR1  To WS-OURS
           Move AM-ADDR1 To WS-THEIRS
           Perform 580-Write-Difference
         End-If.
         If S-ADDR2 Not Equal AM-ADDR2 Then
           Move "ADDRESS LINE 2" To D-ISSUE
           Move S-ADDR2  To WS-OURS
           Move AM-ADDR2 To WS-THEIRS
           Perform 580-Write-Difference
         End-If.
         If S-CITY Not Equal AM-CITY Then
           Move "CITY" To D-ISSUE
           Move S-CITY  To WS-OURS
           Move AM-CITY To WS-THEIRS
           Perform 580-Write-Difference
         End-If.
         If S-STATE Not Equal AM-STATE Then
           Move "STATE" To D-ISSUE
           Move S-STATE  To WS-OURS
           Move AM-STATE To WS-THEIRS
           Perform 580-Write-Difference
         End-If.
         If S-ZIP Not Equal AM-ZIP Then
           Move "ZIP" To D-ISSUE
           Move S-ZIP  To WS-OURS
           Move AM-ZIP To WS-THEIRS
           Perform 580-Write-Difference
         End-If.
         If AM-CTRY Not Equal Space And S-CTRY Not Equal AM-CTRY Then
           Move "COUNTRY" To D-ISSUE
           Move S-CTRY  To WS-OURS
           Move AM-CTRY To WS-THEIRS
           Perform 580-Write-Difference
         End-If.
         If S-EMAIL Not Equal AM-EMAIL Then
           Move "EMAIL" To D-ISSUE
           Move S-EMAIL  To WS-OURS
           Move AM-EMAIL To WS-THEIRS
           Perform 580-Write-Difference
         End-If.
         If S-STAT Not Equal AM-STATUS Then
           Move "STATUS" To D-ISSUE
           Move S-STAT    To WS-OURS
           Move AM-STATUS To WS-THEIRS
           Perform 580-Write-Difference
         End-If.

       580-Write-Difference.
         Move AM-ARACCT To D-ARACCT.
         Move S-CUSTID  To D-CUSTID.
         Move WS-OURS   To D-OURS.
         Move WS-THEIRS To D-THEIRS.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-DIFF-CNT.
         Perform 600-Add-Resend.

      *>  One resend row per customer however many fields differ;
      *>  EXT101 sends the whole record anyway.
       600-Add-Resend.
         If Not IS-RESENT Then
           Move S-CUSTID To RESEND-REC
           Write RESEND-REC
           Add 1 To WS-RESEND-CNT
           Move "Y" To WS-RESENT
         End-If.

       900-Write-Totals.
         Write PRT-REC From WS-BLANK-LINE.
         Move "AR ACCOUNTS ON MASTER:" To T-LABEL.
         Move WS-MAST-CNT To T-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Move "ACCOUNTS MATCHED:" To T-LABEL.
         Move WS-MATCH-CNT To T-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Move "FIELD DIFFERENCES:" To T-LABEL.
         Move WS-DIFF-CNT To T-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Move "AR ACCOUNTS WITH NO CUSTOMER:" To T-LABEL.
         Move WS-NOCUST-CNT To T-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Move "CUSTOMERS NOT IN AR MASTER:" To T-LABEL.
         Move WS-NOTAR-CNT To T-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Move "CUSTOMERS WITH NO AR ACCOUNT:" To T-LABEL.
         Move WS-NOACCT-CNT To T-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Move "CUSTOMERS TO RESEND:" To T-LABEL.
         Move WS-RESEND-CNT To T-CNT.
         Write PRT-REC From WS-TOTAL-LINE.

       999-End-Of-Program.
         Stop Run.
