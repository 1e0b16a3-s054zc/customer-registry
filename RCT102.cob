      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Quarterly operator access recertification - closes the     **
      *> cycle RCT101 opened. Asks on the console for the cycle      **
      *> (e.g. 2026Q4, blank = this quarter) and whether to          **
      *> deactivate, then reads data/RECERT.DAT and lists:           **
      *>   NOT ATTESTED  an open row whose attest-by date has passed **
      *>   REVOKED       a revoke decision on an operator still      **
      *>                 active                                      **
      *>   REDUCE        a reduce decision, still to be carried out  **
      *>                 on the permissions screen (SUB315)          **
      *> Answering Y deactivates every NOT ATTESTED and REVOKED      **
      *> operator the way the SUB300 screen does - the OPERATOR.DAT  **
      *> status goes to I, the record stays for the audit rows that  **
      *> point at it - and marks the recertification row so a rerun  **
      *> shows it done. Output: data/RECERTOD.PRT, archived through  **
      *> SUB117. Run outside the PGM001 menu once the attest-by      **
      *> date has passed.                                            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Leave an operator who still owns open follow-ups     **
      *>        (SUB150) active - REASSIGN FOLLOW-UPS FIRST.         **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 A recertification deactivation is written to the     **
      *>        security event log (SUB171) as OPER-DEACTIVATE, as   **
      *>        the SUB300 screen does, with RCT102 as the actor.    **
      *>***************************************************************
       Identification Division.
         Program-Id.   RCT102.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select RECERT Assign WS-RCTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCKEY
             File Status WS-RCTSTAT.
           Select OPER Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd RECERT.
           01 RECERT-REC.
             Copy RECERTFD.

           Fd OPER.
           01 OPER-REC.
             Copy OPERFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-RCTFILE  Pic X(20) Value "data/RECERT.DAT".
           01 WS-RCTSTAT  Pic 9(2).
           01 WS-OPERFILE Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/RECERTOD.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-OPER-OPEN Pic X    Value "N".
             88 OPER-OPEN           Value "Y".
           01 WS-DEACT    Pic X     Value "N".
             88 DO-DEACT            Value "Y".
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-DATE-X Redefines WS-CUR-DATE.
             05 WS-CUR-YEAR  Pic 9(4).
             05 WS-CUR-MONTH Pic 9(2).
             05 WS-CUR-DAY   Pic 9(2).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CYCLE.
             05 WS-CYC-YEAR Pic 9(4).
             05 Filler      Pic X(1) Value "Q".
             05 WS-CYC-QTR  Pic 9(1).
           01 WS-ENT-CYCLE Pic X(6) Value Space.
           01 WS-ACTIVE   Pic X     Value "N".
             88 IS-ACTIVE           Value "Y".
           01 WS-ROW-CNT  Pic 9(6)  Value Zero.
           01 WS-LATE-CNT Pic 9(6)  Value Zero.
           01 WS-REVK-CNT Pic 9(6)  Value Zero.
           01 WS-RDUC-CNT Pic 9(6)  Value Zero.
           01 WS-DEAC-CNT Pic 9(6)  Value Zero.
           01 WS-FUO-FUNC   Pic X(1) Value "C".
           01 WS-FUO-PRMSET.
             Copy FUPOWNLK.
           01 WS-FUO-RETVAL Pic X(2).
           01 WS-SEC-PRMSET.
             Copy SECLOGLK.
           01 WS-SEC-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler   Pic X(40)
                Value "OPERATOR RECERTIFICATION EXCEPTIONS ".
             05 H-CYCLE  Pic X(6).
             05 Filler   Pic X(6)  Value " RUN ".
             05 H-DATE   Pic X(8).
             05 Filler   Pic X(44) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(10) Value "OPERATOR".
             05 Filler Pic X(6)  Value "ROLE".
             05 Filler Pic X(8)  Value "OFFICE".
             05 Filler Pic X(10) Value "ATTEST BY".
             05 Filler Pic X(14) Value "EXCEPTION".
             05 Filler Pic X(10) Value "BY".
             05 Filler Pic X(16) Value "ON".
             05 Filler Pic X(30) Value "ACTION".
           01 WS-DETAIL.
             05 D-OPERID  Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-ROLE    Pic X(1).
             05 Filler    Pic X(5)  Value Space.
             05 D-OFFICE  Pic X(3).
             05 Filler    Pic X(5)  Value Space.
             05 D-DUEDT   Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-EXCEPT  Pic X(12).
             05 Filler    Pic X(2)  Value Space.
             05 D-ATTOPER Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-ATTDTTM Pic X(14).
             05 Filler    Pic X(2)  Value Space.
             05 D-ACTION  Pic X(30).
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(15) Value "NOT ATTESTED: ".
             05 T-LATE-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(12) Value "   REVOKED: ".
             05 T-REVK-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(11) Value "   REDUCE: ".
             05 T-RDUC-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(16) Value "   DEACTIVATED: ".
             05 T-DEAC-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(22) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Move WS-CUR-YEAR To WS-CYC-YEAR.
         Compute WS-CYC-QTR = (WS-CUR-MONTH - 1) / 3 + 1.
         Display "RCT102: cycle (blank = " WS-CYCLE ")?".
         Accept WS-ENT-CYCLE.
         If WS-ENT-CYCLE Not Equal Space Then
           Move WS-ENT-CYCLE To WS-CYCLE
         End-If.
         Display "RCT102: deactivate not-attested and revoked "
                 "operators (Y/N)?".
         Accept WS-DEACT.
         If WS-DEACT Equal "y" Then
           Move "Y" To WS-DEACT
         End-If.

         Open I-O RECERT.
         If WS-RCTSTAT Not Equal "00" Then
           Display "RCT102: RECERT.DAT not found."
           Close RECERT
           Perform 999-End-Of-Program
         End-If.
         Open I-O OPER.
         If WS-OPERSTAT Equal "00" Then
           Move "Y" To WS-OPER-OPEN
         End-If.
         Open Output PRTFILE.
         Move WS-CYCLE    To H-CYCLE.
         Move WS-CUR-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-COL-HDG.
         Move "N" To WS-EOF.
         Perform 210-Read-Next.
         Perform 200-Check-Next
           Until IS-EOF.
         Write PRT-REC From WS-BLANK-LINE.
         Move WS-LATE-CNT To T-LATE-CNT.
         Move WS-REVK-CNT To T-REVK-CNT.
         Move WS-RDUC-CNT To T-RDUC-CNT.
         Move WS-DEAC-CNT To T-DEAC-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.
         If OPER-OPEN Then
           Close OPER
         End-If.
         Close RECERT.

         Move "RCT102" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "RCT102: " WS-ROW-CNT " row(s) in cycle " WS-CYCLE
                 ", " WS-LATE-CNT " not attested, " WS-DEAC-CNT
                 " deactivated.".
         Perform 999-End-Of-Program.

       200-Check-Next.
         If RCCYCLE Equal WS-CYCLE Then
           Add 1 To WS-ROW-CNT
           Perform 220-Check-Operator
           Evaluate True
             When RCDECISION-OPEN
               And RCDUEDT Less Than WS-CUR-DATE
               Move "NOT ATTESTED" To D-EXCEPT
               Add 1 To WS-LATE-CNT
               Perform 300-Write-Exception
             When RCDECISION-REVOKE And IS-ACTIVE
               Move "REVOKED" To D-EXCEPT
               Add 1 To WS-REVK-CNT
               Perform 300-Write-Exception
             When RCDECISION-REDUCE
               Move "REDUCE" To D-EXCEPT
               Add 1 To WS-RDUC-CNT
               Move "REVIEW ON PERMISSIONS SCREEN" To D-ACTION
               Perform 310-Write-Detail
           End-Evaluate
         End-If.
         Perform 210-Read-Next.

       210-Read-Next.
         Read RECERT Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       220-Check-Operator.
         Move "N" To WS-ACTIVE.
         If OPER-OPEN Then
           Move RCOPERID To OOPERID
           Read OPER
             Key Is OOPERID
             Invalid Key Continue
             Not Invalid Key
               If OOPERSTAT-ACTIVE Then
                 Move "Y" To WS-ACTIVE
               End-If
           End-Read
         End-If.

      *>  The same status change the SUB300 screen makes; nothing is
      *>  deleted. Like SUB300, an operator still owning open
      *>  follow-ups is left active until they are reassigned.
       300-Write-Exception.
         Move Zero To LFOCOUNT.
         If DO-DEACT And IS-ACTIVE Then
           Move RCOPERID To LFOOWNER
           Call "SUB150" Using WS-FUO-FUNC, WS-FUO-PRMSET,
               WS-FUO-RETVAL
         End-If.
         Evaluate True
           When Not IS-ACTIVE
             Move "ALREADY INACTIVE" To D-ACTION
           When DO-DEACT And LFOCOUNT Greater Than Zero
             Move "REASSIGN FOLLOW-UPS FIRST" To D-ACTION
           When DO-DEACT
             Move "I" To OOPERSTAT
             Rewrite OPER-REC
             End-Rewrite
             Perform 320-Log-Security-Event
             Move "Y" To RCDEACT
             Rewrite RECERT-REC
             End-Rewrite
             Add 1 To WS-DEAC-CNT
             Move "DEACTIVATED" To D-ACTION
           When Other
             Move "DEACTIVATE ON OPERATOR SCREEN" To D-ACTION
         End-Evaluate.
         Perform 310-Write-Detail.

       310-Write-Detail.
         Move RCOPERID  To D-OPERID.
         Move RCROLE    To D-ROLE.
         Move RCOFFICE  To D-OFFICE.
         Move RCDUEDT   To D-DUEDT.
         Move RCATTOPER To D-ATTOPER.
         Move RCATTDTTM To D-ATTDTTM.
         Write PRT-REC From WS-DETAIL.

      *>  Logged as SUB300 logs a deactivation: the row's operator is
      *>  the one making the change (here the job), the operator
      *>  deactivated is named in the detail.
       320-Log-Security-Event.
         Move "RCT102"          To LSEOPERID.
         Move "OPER-DEACTIVATE" To LSEEVENT.
         Move Space             To LSECUSTID.
         Move "SUCCESS"         To LSEOUTCOME.
         Move Space             To LSEDETAIL.
         String "target=" RCOPERID Delimited By Size
             Into LSEDETAIL
         End-String.
         Call "SUB171" Using WS-SEC-PRMSET, WS-SEC-RETVAL.

       999-End-Of-Program.
         Stop Run.
