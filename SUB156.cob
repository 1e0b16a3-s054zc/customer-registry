      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to find the number a text message for one       **
      *> customer should go to: the mobile (type MB) on the          **
      *> CUSTPHON.DAT child file (SUB400) that carries the preferred **
      *> flag, else the first mobile on file. The legacy RCUSTPHN1/  **
      *> RCUSTPHN2 slots carry no type, so a customer never opened   **
      *> on the SUB400 screen has no mobile as far as this is        **
      *> concerned. The do-not-text flag is the caller's to check.   **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Mobile found - LS-MOBILE filled in.                    **
      *>  02: No mobile on file for the customer.                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB156.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUSTPHON Assign WS-CPHNFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CP-KEY
             File Status WS-CPHNSTAT.

       Data Division.
         File Section.
           Fd CUSTPHON.
           01 CUSTPHON-REC.
             05 CP-KEY.
               10 CP-CUSTID Pic X(10).
               10 CP-PHONE  Pic X(20).
             05 CP-TYPE Pic X(2).
             05 CP-PREF Pic X(1).

         Working-Storage Section.
           01 WS-CPHNFILE Pic X(20) Value "data/CUSTPHON.DAT".
           01 WS-CPHNSTAT Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-FIRST-MB Pic X(20) Value Space.
           01 WS-PREF-MB  Pic X(20) Value Space.

         Linkage Section.
           01 LS-CUSTID Pic X(10).
           01 LS-MOBILE Pic X(20).
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-CUSTID, LS-MOBILE, LS-RETVAL.
       100-Main.
         Move "02"  To LS-RETVAL.
         Move Space To LS-MOBILE.
         Move Space To WS-FIRST-MB.
         Move Space To WS-PREF-MB.
         Move "N"   To WS-EOF.
         Open Input CUSTPHON.
         If WS-CPHNSTAT Equal "00" Then
           Move LS-CUSTID  To CP-CUSTID
           Move Low-Values To CP-PHONE
           Start CUSTPHON Key Is Greater Than CP-KEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 200-Scan-Phone-Next
             Until IS-EOF
         End-If.
         Close CUSTPHON.

         If WS-PREF-MB Not Equal Space Then
           Move WS-PREF-MB To LS-MOBILE
         Else
           Move WS-FIRST-MB To LS-MOBILE
         End-If.
         If LS-MOBILE Not Equal Space Then
           Move "00" To LS-RETVAL
         End-If.
         Perform 999-End-Of-SubRutine.

       200-Scan-Phone-Next.
         Read CUSTPHON Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If CP-CUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             If CP-TYPE Equal "MB" Then
               If WS-FIRST-MB Equal Space Then
                 Move CP-PHONE To WS-FIRST-MB
               End-If
               If CP-PREF Equal "Y" Then
                 Move CP-PHONE To WS-PREF-MB
               End-If
             End-If
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
