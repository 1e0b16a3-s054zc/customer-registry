      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Loads the North American area-code reference, AREACODE.DAT  **
      *> (see ACODEFD), from the published NANP area-code table,     **
      *> saved as comma-separated text in data/NPADATA.CSV - one     **
      *> code per line: area code, state or province, country, in    **
      *> service (Y/N), in-service date (YYYYMMDD) and the parent    **
      *> code it was split from or overlays (blank if none). A line  **
      *> whose first column is not a three-digit code - the column   **
      *> headings - is skipped. A code not yet on file is added; one **
      *> whose state, country, service flag or parent has changed is **
      *> updated; the rest are only counted. Codes are never         **
      *> deleted: one withdrawn from the table stays on file until   **
      *> the table itself marks it out of service. Every add and     **
      *> change is printed on data/NPALOAD.PRT, and a new code with  **
      *> a parent is flagged there as a split or overlay - the cue   **
      *> to prepare the exchange list NPA102 turns into MNT101       **
      *> rules. Run outside the PGM001 menu whenever a new table is  **
      *> published.                                                  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   NPA101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select NPADATA Assign WS-NPAFILE
             Organization Is Line Sequential
             File Status WS-NPASTAT.
           Select AREACODE Assign WS-ACFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is ACCODE
             File Status WS-ACSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd NPADATA.
           01 NPADATA-REC Pic X(80).

           Fd AREACODE.
           01 AREACODE-REC.
             Copy ACODEFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(80).

         Working-Storage Section.
           01 WS-NPAFILE  Pic X(20) Value "data/NPADATA.CSV".
           01 WS-NPASTAT  Pic 9(2).
           01 WS-ACFILE   Pic X(20) Value "data/AREACODE.DAT".
           01 WS-ACSTAT   Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/NPALOAD.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ADD-CNT  Pic 9(6)  Value Zero.
           01 WS-CHG-CNT  Pic 9(6)  Value Zero.
           01 WS-SAME-CNT Pic 9(6)  Value Zero.
           01 WS-SKIP-CNT Pic 9(6)  Value Zero.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).

      *>  One line of the published table, split at the commas.
           01 WS-IN-ROW.
             05 WS-IN-CODE   Pic X(10).
             05 WS-IN-STATE  Pic X(10).
             05 WS-IN-CTRY   Pic X(10).
             05 WS-IN-INSVC  Pic X(10).
             05 WS-IN-DATE   Pic X(10).
             05 WS-IN-PARENT Pic X(10).
           01 WS-OLD-REC  Pic X(19).

           01 WS-HDG-1.
             05 Filler Pic X(30) Value "AREA-CODE TABLE LOAD".
             05 Filler Pic X(50) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(4)  Value "CODE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(8)  Value "ACTION".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(5)  Value "STATE".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(4)  Value "CTRY".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(6)  Value "IN SVC".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(6)  Value "PARENT".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(35) Value "NOTE".

           01 WS-DETAIL.
             05 D-CODE   Pic X(4).
             05 Filler   Pic X(2)  Value Space.
             05 D-ACTION Pic X(8).
             05 Filler   Pic X(2)  Value Space.
             05 D-STATE  Pic X(5).
             05 Filler   Pic X(2)  Value Space.
             05 D-CTRY   Pic X(4).
             05 Filler   Pic X(2)  Value Space.
             05 D-INSVC  Pic X(6).
             05 Filler   Pic X(2)  Value Space.
             05 D-PARENT Pic X(6).
             05 Filler   Pic X(2)  Value Space.
             05 D-NOTE   Pic X(35).

           01 WS-TOTAL-LINE.
             05 Filler      Pic X(7)  Value "ADDED:".
             05 T-ADD-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(11) Value "  CHANGED:".
             05 T-CHG-CNT   Pic ZZZ,ZZ9.
             05 Filler      Pic X(13) Value "  UNCHANGED:".
             05 T-SAME-CNT  Pic ZZZ,ZZ9.
             05 Filler      Pic X(28) Value Space.

           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Open Input NPADATA.
         If WS-NPASTAT Not Equal "00" Then
           Display "NPA101: data/NPADATA.CSV not found, nothing to do."
           Close NPADATA
         Else
           Perform 200-Open-Files
           Perform 310-Read-Next
           Perform 320-Load-Next
             Until IS-EOF
           Perform 900-Close-Files
           Display "NPA101: " WS-ADD-CNT " area code(s) added, "
                   WS-CHG-CNT " changed, "
                   WS-SAME-CNT " unchanged, "
                   WS-SKIP-CNT " line(s) skipped."
         End-If.
         Perform 999-End-Of-Program.

       200-Open-Files.
         Open I-O AREACODE.
         If WS-ACSTAT Equal "35" Then
           Close AREACODE
           Open Output AREACODE
           Close AREACODE
           Open I-O AREACODE
         End-If.
         Open Output PRTFILE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-HDG-2.

       310-Read-Next.
         Read NPADATA
           At End Move "Y" To WS-EOF
         End-Read.

       320-Load-Next.
         Move Space To WS-IN-ROW.
         Unstring NPADATA-REC Delimited By ","
           Into WS-IN-CODE, WS-IN-STATE, WS-IN-CTRY,
                WS-IN-INSVC, WS-IN-DATE, WS-IN-PARENT
         End-Unstring.
         If WS-IN-CODE(1:3) Is Numeric
           And WS-IN-CODE(4:7) Equal Space Then
           Perform 330-Apply-Row
         Else
           Add 1 To WS-SKIP-CNT
         End-If.
         Perform 310-Read-Next.

       330-Apply-Row.
         Move WS-IN-CODE(1:3) To ACCODE.
         Read AREACODE
           Key Is ACCODE
           Invalid Key
             Perform 340-Add-Code
           Not Invalid Key
             Perform 350-Update-Code
         End-Read.

       340-Add-Code.
         Move Space To AREACODE-REC.
         Move WS-IN-CODE(1:3) To ACCODE.
         Perform 360-Move-Row-Fields.
         Write AREACODE-REC
         End-Write.
         Add 1 To WS-ADD-CNT.
         Move "ADDED" To D-ACTION.
         Move Space To D-NOTE.
         If ACPARENT Not Equal Space Then
           String "SPLIT/OVERLAY OF " Delimited By Size
                  ACPARENT Delimited By Size
                  " - SEE NPA102" Delimited By Size
             Into D-NOTE
           End-String
         End-If.
         Perform 380-Print-Row.

      *>  The load date, last in the record, is left out of the
      *>  comparison - a reload alone is not a change.
       350-Update-Code.
         Move AREACODE-REC(1:Length Of WS-OLD-REC) To WS-OLD-REC.
         Perform 360-Move-Row-Fields.
         If AREACODE-REC(1:Length Of WS-OLD-REC) Equal WS-OLD-REC Then
           Add 1 To WS-SAME-CNT
         Else
           Rewrite AREACODE-REC
           End-Rewrite
           Add 1 To WS-CHG-CNT
           Move "CHANGED" To D-ACTION
           Move Space To D-NOTE
           If ACINSVC-NO And WS-OLD-REC(8:1) Equal "Y" Then
             Move "TAKEN OUT OF SERVICE" To D-NOTE
           End-If
           Perform 380-Print-Row
         End-If.

       360-Move-Row-Fields.
         Move WS-IN-STATE(1:2) To ACSTATE.
         Move WS-IN-CTRY(1:2)  To ACCTRY.
         If WS-IN-INSVC(1:1) Equal "N" Then
           Move "N" To ACINSVC
         Else
           Move "Y" To ACINSVC
         End-If.
         Move WS-IN-PARENT(1:3) To ACPARENT.
         If WS-IN-DATE(1:8) Is Numeric Then
           Move WS-IN-DATE(1:8) To ACINSVCDT
         Else
           Move Zero To ACINSVCDT
         End-If.
         Move WS-CUR-DATE To ACLOADDT.

       380-Print-Row.
         Move ACCODE   To D-CODE.
         Move ACSTATE  To D-STATE.
         Move ACCTRY   To D-CTRY.
         Move ACINSVC  To D-INSVC.
         Move ACPARENT To D-PARENT.
         Write PRT-REC From WS-DETAIL.

       900-Close-Files.
         Move WS-ADD-CNT  To T-ADD-CNT.
         Move WS-CHG-CNT  To T-CHG-CNT.
         Move WS-SAME-CNT To T-SAME-CNT.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.
         Close AREACODE.
         Close NPADATA.
         Move "NPA101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE,
             WS-ARC-RETVAL.

       999-End-Of-Program.
         Stop Run.
