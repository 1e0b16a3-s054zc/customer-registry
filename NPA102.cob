      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Turns an area-code split into MNT101 mass-maintenance       **
      *> rules. The exchanges moving to the new code are taken from  **
      *> the split's planning letter into data/NPASPLIT.CSV, one per **
      *> line: old area code, new area code, exchange (the three     **
      *> digits after the area code; blank when every number in the  **
      *> old code moves). Each line becomes an RCUSTPHN-NPA rule on  **
      *> data/MASSRULE.DAT - match old code plus exchange, replace   **
      *> with the new code - which MNT101 applies to both phone      **
      *> slots on the digits of the number, whatever punctuation it  **
      *> was keyed with. The rules are appended to any already on    **
      *> the file; clear it first for a split-only run. A line whose **
      *> codes are not three digits, or whose new code is not on     **
      *> AREACODE.DAT (load the new table through NPA101 first), is  **
      *> shown on the console and left out. Run outside the PGM001   **
      *> menu, then MNT101 in preview mode before it is applied.     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   NPA102.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select SPLITFILE Assign WS-SPLITFILE
             Organization Is Line Sequential
             File Status WS-SPLITSTAT.
           Select AREACODE Assign WS-ACFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is ACCODE
             File Status WS-ACSTAT.
           Select RULEFILE Assign WS-RULEFILE
             Organization Is Line Sequential
             File Status WS-RULESTAT.

       Data Division.
         File Section.
           Fd SPLITFILE.
           01 SPLIT-REC Pic X(40).

           Fd AREACODE.
           01 AREACODE-REC.
             Copy ACODEFD.

           Fd RULEFILE.
           01 RULE-REC.
             05 MR-FIELD Pic X(15).
             05 MR-MATCH Pic X(20).
             05 MR-REPL  Pic X(20).

         Working-Storage Section.
           01 WS-SPLITFILE Pic X(20) Value "data/NPASPLIT.CSV".
           01 WS-SPLITSTAT Pic 9(2).
           01 WS-ACFILE    Pic X(20) Value "data/AREACODE.DAT".
           01 WS-ACSTAT    Pic 9(2).
           01 WS-RULEFILE  Pic X(20) Value "data/MASSRULE.DAT".
           01 WS-RULESTAT  Pic 9(2).
           01 WS-EOF       Pic X     Value "N".
             88 IS-EOF               Value "Y".
           01 WS-AC-OPEN   Pic X     Value "N".
             88 AC-OPEN              Value "Y".
           01 WS-ROW-OK    Pic X     Value "N".
             88 IS-ROW-OK            Value "Y".
           01 WS-RULE-CNT  Pic 9(6)  Value Zero.
           01 WS-REJ-CNT   Pic 9(6)  Value Zero.
           01 WS-IN-ROW.
             05 WS-IN-OLD  Pic X(10).
             05 WS-IN-NEW  Pic X(10).
             05 WS-IN-NXX  Pic X(10).

       Procedure Division.
       100-Main.
         Open Input SPLITFILE.
         If WS-SPLITSTAT Not Equal "00" Then
           Display "NPA102: data/NPASPLIT.CSV not found, nothing to do."
           Close SPLITFILE
         Else
           Perform 200-Open-Files
           Perform 310-Read-Next
           Perform 320-Convert-Next
             Until IS-EOF
           Perform 900-Close-Files
           Display "NPA102: " WS-RULE-CNT " rule(s) written to "
                   "MASSRULE.DAT, " WS-REJ-CNT " line(s) left out."
         End-If.
         Perform 999-End-Of-Program.

       200-Open-Files.
         Open Input AREACODE.
         If WS-ACSTAT Equal "00" Then
           Move "Y" To WS-AC-OPEN
         Else
           Close AREACODE
         End-If.
         Open Extend RULEFILE.
         If WS-RULESTAT Equal "35" Then
           Open Output RULEFILE
         End-If.

       310-Read-Next.
         Read SPLITFILE
           At End Move "Y" To WS-EOF
         End-Read.

      *>  The column-heading line fails the digit check like any
      *>  other bad line, so it is shown and skipped.
       320-Convert-Next.
         Move Space To WS-IN-ROW.
         Unstring SPLIT-REC Delimited By ","
           Into WS-IN-OLD, WS-IN-NEW, WS-IN-NXX
         End-Unstring.
         Move "Y" To WS-ROW-OK.
         If WS-IN-OLD(1:3) Not Numeric
           Or WS-IN-NEW(1:3) Not Numeric
           Or (WS-IN-NXX(1:3) Not Numeric
               And WS-IN-NXX Not Equal Space) Then
           Move "N" To WS-ROW-OK
         End-If.
         If IS-ROW-OK Then
           Perform 330-Check-New-Code
         End-If.
         If IS-ROW-OK Then
           Perform 340-Write-Rule
         Else
           Display "NPA102: left out - " SPLIT-REC
           Add 1 To WS-REJ-CNT
         End-If.
         Perform 310-Read-Next.

       330-Check-New-Code.
         If Not AC-OPEN Then
           Move "N" To WS-ROW-OK
         Else
           Move WS-IN-NEW(1:3) To ACCODE
           Read AREACODE
             Key Is ACCODE
             Invalid Key Move "N" To WS-ROW-OK
           End-Read
         End-If.

       340-Write-Rule.
         Move Space          To RULE-REC.
         Move "RCUSTPHN-NPA" To MR-FIELD.
         Move WS-IN-OLD(1:3) To MR-MATCH(1:3).
         Move WS-IN-NXX(1:3) To MR-MATCH(4:3).
         Move WS-IN-NEW(1:3) To MR-REPL.
         Write RULE-REC
         End-Write.
         Add 1 To WS-RULE-CNT.

       900-Close-Files.
         Close RULEFILE.
         If AC-OPEN Then
           Close AREACODE
         End-If.
         Close SPLITFILE.

       999-End-Of-Program.
         Stop Run.
