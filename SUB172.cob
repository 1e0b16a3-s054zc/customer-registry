      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine owning CONFIRM.DAT (see CNFFD), the yearly      **
      *> "please confirm your details" cycle. CNF101 starts and      **
      *> works each customer's row through it; the WEB101 portal     **
      *> feed and the SUB560 clerk screen record the customer's      **
      *> reply through it, so a confirmation means the same thing    **
      *> however it comes in. Dates are processing dates (SUB152).   **
      *> An anniversary falls on the same day of the month a year    **
      *> on; one from a 29 February falls on 28 February.            **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  G = get LCFCUSTID's row.                                   **
      *>  S = start a row for LCFCUSTID, the cycle running from the  **
      *>      date passed in LCFLASTDT (zero = the processing date): **
      *>      the first request falls due on its first anniversary   **
      *>      after the processing date. Never confirmed.            **
      *>  C = the customer confirmed today, by LCFHOW (W portal,     **
      *>      P phone, M mail, V visit, E email reply), taken by     **
      *>      LCFOPERID: the request, reminder and missed cycles are **
      *>      cleared and the next request falls due a year on.      **
      *>  W = write back the cycle fields CNF101 has worked          **
      *>      (LCFDUEDT, LCFSENTDT, LCFCHANNEL, LCFREMDT, LCFMISSED).**
      *> Every function hands the row back as it stands afterwards.  **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done.                                                  **
      *>  02: G/C/W: no row for the customer (C starts one first and **
      *>      answers 00); S: a row is already on file.              **
      *>  03: C: LCFHOW is not one of the reply codes.               **
      *>  08: Function code not valid.                               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB172.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CONFIRM Assign WS-CFFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is CFCUSTID
             File Status WS-CFSTAT.

       Data Division.
         File Section.
           Fd CONFIRM.
           01 CONFIRM-REC.
             Copy CNFFD.

         Working-Storage Section.
           01 WS-CFFILE   Pic X(20) Value "data/CONFIRM.DAT".
           01 WS-CFSTAT   Pic 9(2).
           01 WS-FOUND    Pic X     Value "N".
             88 IS-FOUND            Value "Y".
           01 WS-PROC-DATE Pic 9(8) Value Zero.
           01 WS-PROC-DATE-X Redefines WS-PROC-DATE.
             05 WS-PROC-YYYY Pic 9(4).
             05 WS-PROC-MMDD Pic X(4).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-ANN-DATE   Pic 9(8) Value Zero.
           01 WS-ANN-DATE-X Redefines WS-ANN-DATE.
             05 WS-ANN-YYYY Pic 9(4).
             05 WS-ANN-MMDD Pic X(4).

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy CNFLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Evaluate LS-FUNC
           When "G" Perform 200-Get-Row
           When "S" Perform 300-Start-Row
           When "C" Perform 400-Record-Confirmation
           When "W" Perform 500-Write-Cycle
           When Other Move "08" To LS-RETVAL
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

      *>  The first row ever started creates the file, as the SUB170
      *>  checkpoints do.
       150-Open-Confirm.
         Open I-O CONFIRM.
         If WS-CFSTAT Equal "35" Then
           Close CONFIRM
           Open Output CONFIRM
           Close CONFIRM
           Open I-O CONFIRM
         End-If.

       160-Read-Row.
         Move "N"       To WS-FOUND.
         Move LCFCUSTID To CFCUSTID.
         Read CONFIRM
           Key Is CFCUSTID
           Invalid Key Continue
           Not Invalid Key Move "Y" To WS-FOUND
         End-Read.

       170-Get-Proc-Date.
         Move "G" To WS-PDT-FUNC.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
             WS-PDT-RETVAL.
         Move LPDDATE To WS-PROC-DATE.

       180-Return-Row.
         Move CFLASTDT  To LCFLASTDT.
         Move CFLASTHOW To LCFLASTHOW.
         Move CFLASTOP  To LCFLASTOP.
         Move CFDUEDT   To LCFDUEDT.
         Move CFSENTDT  To LCFSENTDT.
         Move CFCHANNEL To LCFCHANNEL.
         Move CFREMDT   To LCFREMDT.
         Move CFMISSED  To LCFMISSED.

       190-Clear-Return.
         Move Zero  To LCFLASTDT.
         Move Space To LCFLASTHOW.
         Move Space To LCFLASTOP.
         Move Zero  To LCFDUEDT.
         Move Zero  To LCFSENTDT.
         Move Space To LCFCHANNEL.
         Move Zero  To LCFREMDT.
         Move Zero  To LCFMISSED.

       200-Get-Row.
         Perform 150-Open-Confirm.
         Perform 160-Read-Row.
         If IS-FOUND Then
           Perform 180-Return-Row
         Else
           Perform 190-Clear-Return
           Move "02" To LS-RETVAL
         End-If.
         Close CONFIRM.

      *>  The first request goes out on the first anniversary of the
      *>  start date after the processing date, so a new customer is
      *>  asked a year on and a long-standing one on the day they
      *>  joined, spread over the year rather than all on one night.
       300-Start-Row.
         Perform 170-Get-Proc-Date.
         Perform 150-Open-Confirm.
         Perform 160-Read-Row.
         If IS-FOUND Then
           Move "02" To LS-RETVAL
         Else
           If LCFLASTDT Equal Zero
             Or LCFLASTDT Greater Than WS-PROC-DATE Then
             Move WS-PROC-DATE To WS-ANN-DATE
           Else
             Move LCFLASTDT To WS-ANN-DATE
           End-If
           Move WS-PROC-YYYY To WS-ANN-YYYY
           Perform 350-Fix-Leap-Day
           If WS-ANN-DATE Not Greater Than WS-PROC-DATE Then
             Perform 340-Add-Year
           End-If
           Initialize CONFIRM-REC
           Move LCFCUSTID   To CFCUSTID
           Move WS-ANN-DATE To CFDUEDT
           Write CONFIRM-REC
             Invalid Key Continue
           End-Write
         End-If.
         Perform 180-Return-Row.
         Close CONFIRM.

       340-Add-Year.
         Add 1 To WS-ANN-YYYY.
         Perform 350-Fix-Leap-Day.

      *>  A 29 February start keeps its anniversary on 28 February
      *>  every year, leap or not, so the due date never wanders.
       350-Fix-Leap-Day.
         If WS-ANN-MMDD Equal "0229" Then
           Move "0228" To WS-ANN-MMDD
         End-If.

      *>  A reply with no row yet (a customer who answers before
      *>  CNF101 has seen them) starts one first.
       400-Record-Confirmation.
         If Not (LCFHOW Equal "W" Or "P" Or "M" Or "V" Or "E") Then
           Move "03" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Perform 170-Get-Proc-Date.
         Perform 150-Open-Confirm.
         Perform 160-Read-Row.
         If Not IS-FOUND Then
           Initialize CONFIRM-REC
           Move LCFCUSTID To CFCUSTID
         End-If.
         Move WS-PROC-DATE To CFLASTDT.
         Move LCFHOW       To CFLASTHOW.
         Move LCFOPERID    To CFLASTOP.
         Move WS-PROC-DATE To WS-ANN-DATE.
         Perform 340-Add-Year.
         Move WS-ANN-DATE  To CFDUEDT.
         Move Zero         To CFSENTDT.
         Move Space        To CFCHANNEL.
         Move Zero         To CFREMDT.
         Move Zero         To CFMISSED.
         If IS-FOUND Then
           Rewrite CONFIRM-REC
             Invalid Key Continue
           End-Rewrite
         Else
           Write CONFIRM-REC
             Invalid Key Continue
           End-Write
         End-If.
         Perform 180-Return-Row.
         Close CONFIRM.

       500-Write-Cycle.
         Perform 150-Open-Confirm.
         Perform 160-Read-Row.
         If IS-FOUND Then
           Move LCFDUEDT   To CFDUEDT
           Move LCFSENTDT  To CFSENTDT
           Move LCFCHANNEL To CFCHANNEL
           Move LCFREMDT   To CFREMDT
           Move LCFMISSED  To CFMISSED
           Rewrite CONFIRM-REC
             Invalid Key Continue
           End-Rewrite
           Perform 180-Return-Row
         Else
           Move "02" To LS-RETVAL
         End-If.
         Close CONFIRM.

       999-End-Of-SubRutine.
         Exit Program.
