      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to build the alert banner for one customer from **
      *> data/CUSTALRT.DAT - every alert whose effective date has    **
      *> arrived and whose expiry date (zero = none) has not passed, **
      *> in code order, e.g. "** ALERT: FRAU VIP **". Five codes     **
      *> fit; a sixth or more shows as a trailing "+". Shown the way **
      *> the credit-hold flag is on the SUB210 update screen, the    **
      *> SUB230 detail and the SUB330 contact screens.               **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: At least one alert is in effect; banner filled.        **
      *>  02: No alert in effect; banner blank.                      **
      *>  03: As 00, and one of them is FRAU - the fraud-suspected   **
      *>      hold FRD101 sets; the screen warns before an update.   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Return 03 when an alert in effect is FRAU, the       **
      *>        fraud-suspected hold set by FRD101.                  **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB147.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUSTALRT Assign WS-CALRFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CAKEY
             File Status WS-CALRSTAT.

       Data Division.
         File Section.
           Fd CUSTALRT.
           01 CUSTALRT-REC.
             Copy CUSTALFD.

         Working-Storage Section.
           01 WS-CALRFILE Pic X(20) Value "data/CUSTALRT.DAT".
           01 WS-CALRSTAT Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-ALR-CNT  Pic 9(2)  Value Zero.
           01 WS-BAN-PTR  Pic 9(2)  Value 1.
           01 WS-FRAUD    Pic X     Value "N".
             88 IS-FRAUD            Value "Y".

         Linkage Section.
           01 LS-PRMSET.
             05 LALCUSTID Pic X(10).
             05 LALBANNER Pic X(40).
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "02"  To LS-RETVAL.
         Move Space To LALBANNER.
         Move Zero  To WS-ALR-CNT.
         Move 1     To WS-BAN-PTR.
         Move "N"   To WS-FRAUD.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Open Input CUSTALRT.
         If WS-CALRSTAT Not Equal "00" Then
           Close CUSTALRT
           Perform 999-End-Of-SubRutine
         End-If.
         Move "N" To WS-EOF.
         Move LALCUSTID  To CACUSTID.
         Move Low-Values To CACODE.
         Start CUSTALRT Key Is Greater Than CAKEY
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         Perform 110-Read-Next
           Until IS-EOF.
         Close CUSTALRT.
         If WS-ALR-CNT Greater Than Zero Then
           If WS-ALR-CNT Greater Than 5 Then
             String " +" Delimited By Size
               Into LALBANNER
               With Pointer WS-BAN-PTR
             End-String
           End-If
           String " **" Delimited By Size
             Into LALBANNER
             With Pointer WS-BAN-PTR
           End-String
           Move "00" To LS-RETVAL
           If IS-FRAUD Then
             Move "03" To LS-RETVAL
           End-If
         End-If.
         Perform 999-End-Of-SubRutine.

       110-Read-Next.
         Read CUSTALRT Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If CACUSTID Not Equal LALCUSTID Then
             Move "Y" To WS-EOF
           Else
             If CAEFFDT Not Greater Than WS-CUR-DATE
               And (CAEXPDT Equal Zero
                 Or CAEXPDT Not Less Than WS-CUR-DATE) Then
               Perform 120-Add-To-Banner
             End-If
           End-If
         End-If.

       120-Add-To-Banner.
         Add 1 To WS-ALR-CNT.
         If CACODE-FRAUD Then
           Move "Y" To WS-FRAUD
         End-If.
         If WS-ALR-CNT Equal 1 Then
           String "** ALERT:" Delimited By Size
             Into LALBANNER
             With Pointer WS-BAN-PTR
           End-String
         End-If.
         If WS-ALR-CNT Not Greater Than 5 Then
           String " "    Delimited By Size
                  CACODE Delimited By Space
             Into LALBANNER
             With Pointer WS-BAN-PTR
           End-String
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
