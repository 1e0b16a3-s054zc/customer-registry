      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Batch exception sweep for phone numbers whose area code     **
      *> does not fit the customer - the RPT107 idea applied to the  **
      *> phone fields, for the numbers keyed before SUB158 checked   **
      *> them on entry. Every active customer's RCUSTPHN1/RCUSTPHN2  **
      *> is put to SUB158 with the customer's RCUSTSTATE and         **
      *> RCUSTCTRY, and then every CUSTPHON.DAT child row (SUB400)   **
      *> of an active customer that is not just a copy of one of the **
      *> two slots. One line is printed per number whose area code   **
      *> is not on AREACODE.DAT, is out of service, or serves a      **
      *> different state or country than the address on file. A      **
      *> customer's mobile may well be from another state, so the    **
      *> list is a worklist to look over, not a list of errors.      **
      *> Numbers that are not North American, and a run with no      **
      *> AREACODE.DAT loaded (NPA101), give no verdict and are not   **
      *> printed. Output: data/NPAEXCP.PRT, archived through SUB117. **
      *> Run outside the PGM001 menu, alongside RPT107.              **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   RPT114.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select CUSTPHON Assign WS-CPHNFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is CP-KEY
             File Status WS-CPHNSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd CUSTPHON.
           01 CUSTPHON-REC.
             05 CP-KEY.
               10 CP-CUSTID Pic X(10).
               10 CP-PHONE  Pic X(20).
             05 CP-TYPE Pic X(2).
             05 CP-PREF Pic X(1).

           Fd PRTFILE.
           01 PRT-REC Pic X(90).

         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-CPHNFILE Pic X(20) Value "data/CUSTPHON.DAT".
           01 WS-CPHNSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/NPAEXCP.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-EXCPT-CNT Pic 9(6) Value Zero.
           01 WS-NPA-PRMSET.
             05 WS-NPA-PHONE Pic X(20).
             05 WS-NPA-STATE Pic X(2).
             05 WS-NPA-CTRY  Pic X(2).
             05 WS-NPA-CODE  Pic X(3).
             05 WS-NPA-HOME  Pic X(2).
           01 WS-NPA-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(35)
                         Value "AREA CODE/STATE CONSISTENCY REPORT".
             05 Filler Pic X(55) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(9)  Value "FIELD".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(20) Value "PHONE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(4)  Value "AREA".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(6)  Value "SERVES".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(5)  Value "STATE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(24) Value "REASON".

           01 WS-DETAIL.
             05 D-CUSTID Pic X(10).
             05 Filler   Pic X(2)  Value Space.
             05 D-FIELD  Pic X(9).
             05 Filler   Pic X(2)  Value Space.
             05 D-PHONE  Pic X(20).
             05 Filler   Pic X(2)  Value Space.
             05 D-NPA    Pic X(4).
             05 Filler   Pic X(2)  Value Space.
             05 D-HOME   Pic X(6).
             05 Filler   Pic X(2)  Value Space.
             05 D-STATE  Pic X(5).
             05 Filler   Pic X(2)  Value Space.
             05 D-REASON Pic X(24).

           01 WS-TOTAL-LINE.
             05 Filler       Pic X(18) Value "TOTAL EXCEPTIONS:".
             05 T-EXCPT-CNT  Pic ZZZ,ZZ9.
             05 Filler       Pic X(58) Value Space.

           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
         Perform 200-Initialize.
         Perform 300-Scan-Records
           Until IS-EOF.
         Perform 400-Scan-Phone-Rows.
         Perform 900-Finalize.
         Perform 999-End-Of-Program.

       200-Initialize.
         Open Input CUST.
         If WS-CUSTSTAT Equal "35" Then
           Display "RPT114: CUSTOMER.DAT not found."
           Move "Y" To WS-EOF
         Else
           Open Output PRTFILE
           Write PRT-REC From WS-HDG-1
           Write PRT-REC From WS-HDG-2
           Perform 310-Read-Next
         End-If.

       300-Scan-Records.
         If RCUSTSTAT-ACTIVE Then
           Move "RCUSTPHN1" To D-FIELD
           Move RCUSTPHN1   To WS-NPA-PHONE
           Perform 350-Check-Number
           Move "RCUSTPHN2" To D-FIELD
           Move RCUSTPHN2   To WS-NPA-PHONE
           Perform 350-Check-Number
         End-If.
         Perform 310-Read-Next.

       310-Read-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       350-Check-Number.
         If WS-NPA-PHONE Not Equal Space Then
           Move RCUSTSTATE To WS-NPA-STATE
           Move RCUSTCTRY  To WS-NPA-CTRY
           Call "SUB158" Using WS-NPA-PRMSET, WS-NPA-RETVAL
           Evaluate WS-NPA-RETVAL
             When "03"
               Move "AREA CODE NOT ON FILE" To D-REASON
               Perform 360-Write-Exception
             When "04"
               Move "AREA CODE NOT IN SERVICE" To D-REASON
               Perform 360-Write-Exception
             When "05"
               Move "SERVES ANOTHER STATE" To D-REASON
               Perform 360-Write-Exception
           End-Evaluate
         End-If.

       360-Write-Exception.
         Move RCUSTID      To D-CUSTID.
         Move WS-NPA-PHONE To D-PHONE.
         Move WS-NPA-CODE  To D-NPA.
         Move WS-NPA-HOME  To D-HOME.
         Move Space        To D-STATE.
         Move RCUSTSTATE   To D-STATE(1:2).
         Write PRT-REC From WS-DETAIL.
         Add 1 To WS-EXCPT-CNT.

      *>  The child rows come in key order, so each customer is read
      *>  once for their first row and kept for the rest. A row that
      *>  only repeats one of the two slots (SUB400 migrates them in
      *>  as rows) was checked above and is not printed twice.
       400-Scan-Phone-Rows.
         If WS-CUSTSTAT Not Equal "35" Then
           Open Input CUSTPHON
           If WS-CPHNSTAT Not Equal "00" Then
             Close CUSTPHON
           Else
             Move Space To RCUSTID
             Move "N" To WS-EOF
             Perform 410-Read-Phone-Next
             Perform 420-Check-Phone-Row
               Until IS-EOF
             Close CUSTPHON
           End-If
         End-If.

       410-Read-Phone-Next.
         Read CUSTPHON Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       420-Check-Phone-Row.
         If CP-CUSTID Not Equal RCUSTID Then
           Move CP-CUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Move Space To CUST-REC
           End-Read
         End-If.
         If RCUSTSTAT-ACTIVE
           And CP-PHONE Not Equal RCUSTPHN1
           And CP-PHONE Not Equal RCUSTPHN2 Then
           Move Space      To D-FIELD
           String "PHONE-" Delimited By Size
                  CP-TYPE Delimited By Size
             Into D-FIELD
           End-String
           Move CP-PHONE   To WS-NPA-PHONE
           Perform 350-Check-Number
         End-If.
         Perform 410-Read-Phone-Next.

       900-Finalize.
         If WS-CUSTSTAT Not Equal "35" Then
           Move WS-EXCPT-CNT To T-EXCPT-CNT
           Write PRT-REC From WS-TOTAL-LINE
           Close CUST
           Close PRTFILE
           Move "RPT114" To WS-ARC-NAME
           Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE,
               WS-ARC-RETVAL
         End-If.
         Display "RPT114: " WS-EXCPT-CNT " exception(s) reported.".

       999-End-Of-Program.
         Stop Run.
