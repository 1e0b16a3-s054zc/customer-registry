      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM             **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Inbound batch that applies the mail relay's newsletter      **
      *> unsubscribe file. Every newsletter row NWL101 hands the     **
      *> relay carries our customer ID and the list code; when a     **
      *> reader clicks unsubscribe the relay returns them on         **
      *> data/UNSUB.DAT with the address and when (a row with no ID  **
      *> is matched on the address through the SUB161 email cross-   **
      *> reference, when exactly one customer holds it). The file's  **
      *> SUB131 control totals are verified before a single row is   **
      *> applied. Each row takes the customer off that one list on   **
      *> SUBSCR.DAT (status U, the unsubscribe date from the row,    **
      *> source R, operator BATCH) - every other list, and the       **
      *> service emails RCUSTDNE governs, are left exactly as they   **
      *> were. Rows naming a customer not on CUSTOMER.DAT, a list    **
      *> not on NEWSLIST.DAT or a subscription we never held are     **
      *> printed on data/UNSEXCP.PRT in the BNC101 style; a repeat   **
      *> of an unsubscribe already applied is only counted. Run      **
      *> outside the PGM001 menu, nightly after the relay drops its  **
      *> file.                                                       **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 A row with no customer ID is matched on its address  **
      *>        through the SUB161 email cross-reference; unknown or **
      *>        shared addresses are exceptions.                     **
      *>***************************************************************
       Identification Division.
         Program-Id.   UNS101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select UNSFILE Assign WS-UNSFILE
             Organization Is Line Sequential
             File Status WS-UNSSTAT.
           Select SUBSCR Assign WS-SUBFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is SBKEY
             File Status WS-SUBSTAT.
           Select NEWSLIST Assign WS-NLFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is NLCODE
             File Status WS-NLSTAT.
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
           Fd UNSFILE.
           01 UNS-REC.
             05 UN-CUSTID Pic X(10).
             05 UN-LIST   Pic X(4).
             05 UN-EMAIL  Pic X(40).
             05 UN-DTTM   Pic X(14).

           Fd SUBSCR.
           01 SUBSCR-REC.
             Copy SUBSCRFD.

           Fd NEWSLIST.
           01 NEWSLIST-REC.
             Copy NLISTFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(84).

         Working-Storage Section.
           01 WS-UNSFILE  Pic X(30) Value "data/UNSUB.DAT".
           01 WS-UNSSTAT  Pic 9(2).
           01 WS-SUBFILE  Pic X(20) Value "data/SUBSCR.DAT".
           01 WS-SUBSTAT  Pic 9(2).
           01 WS-NLFILE   Pic X(20) Value "data/NEWSLIST.DAT".
           01 WS-NLSTAT   Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/UNSEXCP.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-REJECTED Pic X     Value "N".
             88 IS-REJECTED         Value "Y".
           01 WS-NL-OPEN  Pic X     Value "N".
             88 NL-OPEN             Value "Y".
           01 WS-CUST-OPEN Pic X    Value "N".
             88 CUST-OPEN           Value "Y".
           01 WS-UNS-CNT  Pic 9(6)  Value Zero.
           01 WS-RPT-CNT  Pic 9(6)  Value Zero.
           01 WS-EXCP-CNT Pic 9(6)  Value Zero.
           01 WS-UNS-DATE Pic 9(8).
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-EXR-FUNC    Pic X(1)  Value "L".
           01 WS-EXR-PRMSET.
             Copy EMAILXLK.
           01 WS-EXR-RETVAL  Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(33)
                         Value "NEWSLETTER UNSUBSCRIBE EXCEPTIONS".
             05 Filler Pic X(47) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(4)  Value "LIST".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(36) Value "ADDRESS".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(28) Value "REASON".

           01 WS-DETAIL.
             05 D-CUSTID Pic X(10).
             05 Filler   Pic X(2)  Value Space.
             05 D-LIST   Pic X(4).
             05 Filler   Pic X(2)  Value Space.
             05 D-EMAIL  Pic X(36).
             05 Filler   Pic X(2)  Value Space.
             05 D-REASON Pic X(28).

           01 WS-TOTAL-LINE.
             05 Filler      Pic X(17) Value "TOTAL EXCEPTIONS:".
             05 T-EXCP-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(56) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 200-Verify-Control-Totals.
         If Not IS-REJECTED Then
           Open Input UNSFILE
           If WS-UNSSTAT Not Equal "00" Then
             Display "UNS101: no unsubscribe file, nothing to do."
             Close UNSFILE
           Else
             Perform 300-Open-Files
             Perform 310-Read-Next
             Perform 320-Apply-Next
               Until IS-EOF
             Perform 390-Close-Files
             Close UNSFILE
             Display "UNS101: " WS-UNS-CNT " unsubscribe(s) applied, "
                     WS-RPT-CNT " already applied, "
                     WS-EXCP-CNT " exception(s)."
           End-If
         End-If.
         Perform 999-End-Of-Program.

      *>  The whole file is proven complete before a single row is
      *>  applied; a file with no control records still processes.
       200-Verify-Control-Totals.
         Move "V" To WS-CTL-FUNC.
         Move WS-UNSFILE To WS-CTL-FILE.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         If WS-CTL-RETVAL Equal "06" Then
           Display "UNS101: control totals do not match - "
                   "file rejected."
           Move "Y" To WS-REJECTED
         End-If.

       300-Open-Files.
         Open Output PRTFILE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-HDG-2.
         Open I-O SUBSCR.
         If WS-SUBSTAT Equal "35" Then
           Close SUBSCR
           Open Output SUBSCR
           Close SUBSCR
           Open I-O SUBSCR
         End-If.
         Open Input NEWSLIST.
         If WS-NLSTAT Equal "00" Then
           Move "Y" To WS-NL-OPEN
         Else
           Close NEWSLIST
         End-If.
         Open Input CUST.
         If WS-CUSTSTAT Equal "00" Then
           Move "Y" To WS-CUST-OPEN
         Else
           Close CUST
         End-If.

       310-Read-Next.
         Read UNSFILE
           At End Move "Y" To WS-EOF
         End-Read.

      *>  A row with no ID is matched on the address through the
      *>  email cross-reference - only when exactly one active
      *>  customer holds it; otherwise the reason is set here and the
      *>  row goes to the exception list.
       315-Resolve-By-Address.
         Move UN-EMAIL To LEXEMAIL.
         Move Space    To LEXCUSTID.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.
         Evaluate True
           When WS-EXR-RETVAL Not Equal "00"
             Move "NO ID - ADDRESS NOT ON FILE" To D-REASON
           When LEXCOUNT Greater Than 1
             Move "NO ID - ADDRESS IS SHARED" To D-REASON
           When Other
             Move LEXMATCH To UN-CUSTID
         End-Evaluate.

      *>  A list the relay names that we never held counts as an
      *>  exception, not a new U row - there is nothing to take the
      *>  customer off, and somebody should ask the relay why.
       320-Apply-Next.
         If UNS-REC(1:5) Not Equal "*CTL*" Then
           If UN-CUSTID Equal Space Then
             Perform 315-Resolve-By-Address
           End-If
           Move UN-CUSTID To D-CUSTID
           Move UN-LIST   To D-LIST
           Move UN-EMAIL  To D-EMAIL
           Move UN-CUSTID To RCUSTID
           Move UN-LIST   To NLCODE
           Evaluate True
             When UN-CUSTID Equal Space
               Perform 380-Write-Exception
             When Not CUST-OPEN
               Move "CUSTOMER NOT ON FILE" To D-REASON
               Perform 380-Write-Exception
             When Other
               Read CUST
                 Key Is RCUSTID
                 Invalid Key
                   Move "CUSTOMER NOT ON FILE" To D-REASON
                   Perform 380-Write-Exception
                 Not Invalid Key
                   Perform 330-Check-List
               End-Read
           End-Evaluate
         End-If.
         Perform 310-Read-Next.

       330-Check-List.
         If Not NL-OPEN Then
           Move "LIST NOT ON FILE" To D-REASON
           Perform 380-Write-Exception
         Else
           Read NEWSLIST
             Key Is NLCODE
             Invalid Key
               Move "LIST NOT ON FILE" To D-REASON
               Perform 380-Write-Exception
             Not Invalid Key
               Perform 340-Unsubscribe
           End-Read
         End-If.

      *>  The relay's own timestamp dates the unsubscribe, so the
      *>  NWL102 month it counts in is the month the reader clicked.
       340-Unsubscribe.
         Move UN-CUSTID To SBCUSTID.
         Move UN-LIST   To SBLIST.
         Read SUBSCR
           Key Is SBKEY
           Invalid Key
             Move "NOT SUBSCRIBED TO LIST" To D-REASON
             Perform 380-Write-Exception
           Not Invalid Key
             If SBSTAT-UNSUBSCRIBED Then
               Add 1 To WS-RPT-CNT
             Else
               Move WS-CUR-DATE To WS-UNS-DATE
               If UN-DTTM(1:8) Is Numeric
                 And UN-DTTM(1:8) Not Equal "00000000" Then
                 Move UN-DTTM(1:8) To WS-UNS-DATE
               End-If
               Accept WS-CUR-TIME From Time
               Move "U"         To SBSTAT
               Move WS-UNS-DATE To SBUNSDT
               Move "R"         To SBUNSSRC
               Move "BATCH"     To SBOPERID
               Move Spaces      To SBUPDDTTM
               Move WS-CUR-DATE To SBUPDDTTM(1:8)
               Move WS-CUR-TIME To SBUPDDTTM(9:6)
               Rewrite SUBSCR-REC
               End-Rewrite
               Add 1 To WS-UNS-CNT
             End-If
         End-Read.

       380-Write-Exception.
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-EXCP-CNT.

       390-Close-Files.
         Move WS-EXCP-CNT To T-EXCP-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.
         Close SUBSCR.
         If NL-OPEN Then
           Close NEWSLIST
         End-If.
         If CUST-OPEN Then
           Close CUST
         End-If.

       999-End-Of-Program.
         Stop Run.
