      *>        record leads the file and a trailer carries the         **
      *>        record count and hash total, so accounting can prove    **
      *>        a complete file before applying a row of it.            **
      *> 261015 The window stays on real time, so no change falls    **
      *>        between two runs, but each logged window now records **
      *>        the processing date (SUB152) it was run for.         **
      *> 261015 Carry the do-not-text indicator on the extract.      **
      *> 261015 Send the billing address role (SUB162, CUSTADDR.DAT) **
      *>        in place of the primary address when the customer    **
      *>        has one, else the mailing role.                      **
      *> 261015 Customers listed on data/EXT101.RESEND by the ARR101 **
      *>        reconciliation are extracted again as changed rows;  **
      *>        the list is removed once sent.                       **
      *>***************************************************************
       Identification Division.
         Program-Id.   EXT101.
           Select WINLOG Assign WS-WINLOGFILE
             Organization Is Line Sequential
             File Status WS-WLSTAT.
           Select RESEND Assign WS-RESENDFILE
             Organization Is Line Sequential
             File Status WS-RSSTAT.

       Data Division.
         File Section.
             05 WL-TO    Pic X(14).
             05 Filler   Pic X(1).
             05 WL-COUNT Pic 9(6).
             05 Filler   Pic X(1).
             05 WL-PROCDT Pic 9(8).

           Fd RESEND.
           01 RESEND-REC Pic X(10).

           Fd EXTRACT.
           01 EXTRACT-REC.
           01 WS-CUR-DATE    Pic 9(8).
           01 WS-CUR-TIME    Pic 9(8).
           01 WS-RUN-STAMP   Pic X(14).
           01 WS-PROC-DATE   Pic 9(8).
           01 WS-PDT-FUNC    Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL  Pic X(2).
           01 WS-EXT-CNT     Pic 9(6)  Value Zero.
           01 WS-ID-COUNT    Pic 9(4)  Value Zero.
           01 WS-ID-TBL.
           01 WS-RERUN-MODE  Pic X     Value "N".
             88 IS-RERUN-MODE          Value "Y".
           01 WS-WIN-TO      Pic X(14) Value High-Values.
           01 WS-RESENDFILE  Pic X(24) Value "data/EXT101.RESEND".
           01 WS-RSSTAT      Pic 9(2).
           01 WS-RS-EOF      Pic X     Value "N".
             88 IS-RS-EOF              Value "Y".
           01 WS-RS-READ     Pic X     Value "N".
             88 IS-RS-READ             Value "Y".
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
           01 WS-ENC-FUNC    Pic X(1).
           01 WS-ENC-VALUE   Pic X(15).
           01 WS-ENC-RETVAL  Pic X(2).
           01 WS-CAD-FUNC    Pic X(1)  Value "R".
           01 WS-CAD-PRMSET.
             Copy CADDRLK.
           01 WS-CAD-RETVAL  Pic X(2).

       Procedure Division.
       100-Main.
           Perform 200-Initialize
           Perform 300-Scan-Audit
             Until IS-EOF
           Perform 350-Add-Resend-List
           Perform 400-Write-Extract
           Perform 500-Finalize
         End-If.
         Move Spaces      To WS-RUN-STAMP.
         Move WS-CUR-DATE To WS-RUN-STAMP(1:8).
         Move WS-CUR-TIME To WS-RUN-STAMP(9:6).
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-PROC-DATE.

         Open Input RRTRIG.
         If WS-RRSTAT Equal "00" Then
           Move WS-IX To WS-FOUND-IX
         End-If.

      *>  Customers ARR101 found out of step with accounting's master
      *>  go across again as "C"hanged rows alongside the night's
      *>  own changes. The list is removed once it has been sent.
       350-Add-Resend-List.
         Open Input RESEND.
         If WS-RSSTAT Equal "00" Then
           Move "Y" To WS-RS-READ
           Perform 360-Read-Resend-Next
           Perform 370-Add-Resend-Id
             Until IS-RS-EOF
         End-If.
         Close RESEND.

       360-Read-Resend-Next.
         Read RESEND
           At End Move "Y" To WS-RS-EOF
         End-Read.

       370-Add-Resend-Id.
         If RESEND-REC Not Equal Space Then
           Move Zero To WS-FOUND-IX
           Perform 380-Find-Resend-Next
             Varying WS-IX From 1 By 1
             Until WS-IX Greater Than WS-ID-COUNT
           If WS-FOUND-IX Equal Zero
             And WS-ID-COUNT Less Than 500 Then
             Add 1 To WS-ID-COUNT
             Move RESEND-REC To WS-ID-VAL(WS-ID-COUNT)
             Move "N"        To WS-ID-CREATE(WS-ID-COUNT)
           End-If
         End-If.
         Perform 360-Read-Resend-Next.

       380-Find-Resend-Next.
         If WS-ID-VAL(WS-IX) Equal RESEND-REC Then
           Move WS-IX To WS-FOUND-IX
         End-If.

      *>  Looks each distinct ID up on CUSTOMER.DAT and writes its
      *>  current values to the extract feed.
       400-Write-Extract.
             Move RCUSTDNM     To CUSTDNM   OF EX-CUST-DAT
             Move RCUSTDNC     To CUSTDNC   OF EX-CUST-DAT
             Move RCUSTDNE     To CUSTDNE   OF EX-CUST-DAT
             Move RCUSTDNT     To CUSTDNT   OF EX-CUST-DAT
             Move RCUSTCRHOLD  To CUSTCRHOLD OF EX-CUST-DAT
             Move RCUSTCTRY    To CUSTCTRY  OF EX-CUST-DAT
             Perform 425-Apply-Billing-Address
             Write EXTRACT-REC
             Move "A" To WS-CTL-FUNC
             Move Space To WS-CTL-REC
                 WS-CTL-RETVAL
             Add 1 To WS-EXT-CNT.

      *>  Accounting invoices to the billing address: when the
      *>  customer has a billing role on CUSTADDR.DAT (SUB162), or
      *>  failing that a mailing role, it replaces the primary
      *>  address on the row, returned-mail flag and all. With
      *>  neither the primary address goes out as it always has.
       425-Apply-Billing-Address.
             Move RCUSTID To LCACUSTID
             Move "B"     To LCAROLE
             Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET,
                 WS-CAD-RETVAL
             If WS-CAD-RETVAL Equal "00" Then
               Move LCAADDR1   To CUSTADDR1 OF EX-CUST-DAT
               Move LCAADDR2   To CUSTADDR2 OF EX-CUST-DAT
               Move LCACITY    To CUSTCITY  OF EX-CUST-DAT
               Move LCASTATE   To CUSTSTATE OF EX-CUST-DAT
               Move LCAZIP     To CUSTZIP   OF EX-CUST-DAT
               Move LCACTRY    To CUSTCTRY  OF EX-CUST-DAT
               If LCACTRY Equal Space Then
                 Move "US" To CUSTCTRY OF EX-CUST-DAT
               End-If
               Move LCAUNDELIV To CUSTUNDELIV OF EX-CUST-DAT
               Move LCAUNDELDT To CUSTUNDELDT OF EX-CUST-DAT
               Move LCAUNDELOP To CUSTUNDELOP OF EX-CUST-DAT
             End-If.

      *>  The SUB131 control records bracket every extract so the
      *>  consumer can prove a complete file before applying it.
       430-Write-Control-Header.
       500-Finalize.
         If WS-AUDSTAT Not Equal "35" Then
           Close AUDIT
           If IS-RS-READ Then
             Call "CBL_DELETE_FILE" Using WS-RESENDFILE
               Returning WS-DELETE-RC
           End-If
           If IS-RERUN-MODE Then
             Call "CBL_DELETE_FILE" Using WS-RERUNFILE
               Returning WS-DELETE-RC
         Move WS-CUTOFF  To WL-FROM.
         Move WS-WIN-TO  To WL-TO.
         Move WS-EXT-CNT To WL-COUNT.
         Move WS-PROC-DATE To WL-PROCDT.
         Write WINLOG-REC
         End-Write.
         Close WINLOG.
