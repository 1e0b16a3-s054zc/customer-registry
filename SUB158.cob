      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to check a phone number's area code against the **
      *> AREACODE.DAT reference (see ACODEFD, loaded by NPA101) -    **
      *> the phone-side sibling of SUB126. The number may be keyed   **
      *> in any of the usual shapes; only its digits count. Ten      **
      *> digits, or eleven with a leading 1, is a North American     **
      *> number and its first three are the area code. The code      **
      *> must be on file and in service, and the state (or, for a    **
      *> foreign address, the country) it serves must be the         **
      *> customer's. A code with no state on file - toll-free and    **
      *> the other non-geographic codes - matches any address. A     **
      *> foreign customer's ten-digit number is taken to be a        **
      *> national number of that country and gets no verdict; only   **
      *> an eleven-digit +1 number is checked for them.              **
      *>                                                             **
      *> Called by SUB200/SUB210/SUB400 as each number is entered    **
      *> (warning only - the save still goes through) and by the     **
      *> RPT114 exception sweep. A blank number always passes.       **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Consistent, or blank number.                           **
      *>  02: No verdict - not a North American number, or no        **
      *>      AREACODE.DAT loaded yet.                               **
      *>  03: Area code not on AREACODE.DAT.                         **
      *>  04: Area code not in service.                              **
      *>  05: Area code serves another state or country.             **
      *> LNPACODE and LNPAHOME come back with the area code and the  **
      *> state (or country) it serves, when there is one.            **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB158.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select AREACODE Assign WS-ACFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is ACCODE
             File Status WS-ACSTAT.

       Data Division.
         File Section.
           Fd AREACODE.
           01 AREACODE-REC.
             Copy ACODEFD.

         Working-Storage Section.
           01 WS-ACFILE  Pic X(20) Value "data/AREACODE.DAT".
           01 WS-ACSTAT  Pic 9(2).
           01 WS-DIGITS  Pic X(20) Value Space.
           01 WS-DIG-CNT Pic 9(2)  Value Zero.
           01 WS-CX      Pic 9(2)  Value Zero.
           01 WS-NPA     Pic X(3)  Value Space.
           01 WS-CTRY    Pic X(2)  Value Space.

         Linkage Section.
           01 LS-PRMSET.
             05 LNPAPHONE Pic X(20).
             05 LNPASTATE Pic X(2).
             05 LNPACTRY  Pic X(2).
             05 LNPACODE  Pic X(3).
             05 LNPAHOME  Pic X(2).
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00"  To LS-RETVAL.
         Move Space To LNPACODE.
         Move Space To LNPAHOME.
         If LNPAPHONE Equal Space Then
           Perform 999-End-Of-SubRutine
         End-If.
         Move LNPACTRY To WS-CTRY.
         If WS-CTRY Equal Space Then
           Move "US" To WS-CTRY
         End-If.

         Move Space To WS-DIGITS.
         Move Zero  To WS-DIG-CNT.
         Perform 200-Keep-Digit
           Varying WS-CX From 1 By 1
           Until WS-CX Greater Than 20.
         Evaluate True
           When WS-DIG-CNT Equal 11 And WS-DIGITS(1:1) Equal "1"
             Move WS-DIGITS(2:3) To WS-NPA
           When WS-DIG-CNT Equal 10 And WS-CTRY Equal "US"
             Move WS-DIGITS(1:3) To WS-NPA
           When Other
             Move "02" To LS-RETVAL
             Perform 999-End-Of-SubRutine
         End-Evaluate.
         Move WS-NPA To LNPACODE.

         Open Input AREACODE.
         If WS-ACSTAT Not Equal "00" Then
           Close AREACODE
           Move "02" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Move WS-NPA To ACCODE.
         Read AREACODE
           Key Is ACCODE
           Invalid Key
             Move "03" To LS-RETVAL
           Not Invalid Key
             Perform 300-Check-Area-Code
         End-Read.
         Close AREACODE.
         Perform 999-End-Of-SubRutine.

       200-Keep-Digit.
         If LNPAPHONE(WS-CX:1) Is Numeric Then
           Add 1 To WS-DIG-CNT
           Move LNPAPHONE(WS-CX:1) To WS-DIGITS(WS-DIG-CNT:1)
         End-If.

      *>  A US address is judged on the state, a foreign one on the
      *>  country; a code serving no state matches anywhere.
       300-Check-Area-Code.
         If WS-CTRY Equal "US" Then
           Move ACSTATE To LNPAHOME
         Else
           Move ACCTRY  To LNPAHOME
         End-If.
         Evaluate True
           When Not ACINSVC-YES
             Move "04" To LS-RETVAL
           When ACSTATE Equal Space
             Continue
           When WS-CTRY Equal "US"
             If LNPASTATE Not Equal Space
               And ACSTATE Not Equal LNPASTATE Then
               Move "05" To LS-RETVAL
             End-If
           When Other
             If ACCTRY Not Equal Space
               And ACCTRY Not Equal WS-CTRY Then
               Move "05" To LS-RETVAL
             End-If
         End-Evaluate.

       999-End-Of-SubRutine.
         Exit Program.
