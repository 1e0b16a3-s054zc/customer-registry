      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Inbound load of the regulator's published restricted-party  **
      *> list. Reads data/RPLFEED.DAT (one row per listed name:      **
      *> the list's entry ID, the name, the sanctions program and a  **
      *> country code, with an optional "*VER*" row carrying the     **
      *> publication's version in the name column) and rebuilds      **
      *> data/RPLIST.DAT from it - the published list is always the  **
      *> whole list, so yesterday's rows are replaced, not merged.   **
      *> Every name is keyed through SUB146 (upper-cased plus the    **
      *> SUB130 phonetic keys) so screening compares like with like. **
      *> A feed without a version row takes today's date as its     **
      *> version. The version loaded is recorded on                  **
      *> data/RPLIST.VER, where RPL102 notices it is new and         **
      *> rescreens the customer file against it; a feed whose        **
      *> version is already loaded is skipped. The feed's SUB131     **
      *> control totals are verified before anything is replaced.    **
      *> Run outside the PGM001 menu, whenever compliance lands a    **
      *> new list.                                                   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *>***************************************************************
       Identification Division.
         Program-Id.   RPL101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select RPLFEED Assign WS-FEEDFILE
             Organization Is Line Sequential
             File Status WS-FEEDSTAT.
           Select RPLIST Assign WS-RPLFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is RPLENTRYID
             Alternate Record Key Is RPLNAME
               With Duplicates
             Alternate Record Key Is RPLSDXKEY
               With Duplicates
             File Status WS-RPLSTAT.
           Select RPLVER Assign WS-VERFILE
             Organization Is Line Sequential
             File Status WS-VERSTAT.

       Data Division.
         File Section.
           Fd RPLFEED.
           01 RPLFEED-REC.
             05 RF-ENTRYID Pic X(8).
             05 RF-NAME    Pic X(40).
             05 RF-PROGRAM Pic X(10).
             05 RF-CTRY    Pic X(2).

           Fd RPLIST.
           01 RPLIST-REC.
             Copy RPLISTFD.

           Fd RPLVER.
           01 RPLVER-REC.
             05 RV-LISTVER Pic X(8).
             05 RV-LOADDT  Pic 9(8).
             05 RV-SCANVER Pic X(8).

         Working-Storage Section.
           01 WS-FEEDFILE Pic X(20) Value "data/RPLFEED.DAT".
           01 WS-FEEDSTAT Pic 9(2).
           01 WS-RPLFILE  Pic X(20) Value "data/RPLIST.DAT".
           01 WS-RPLSTAT  Pic 9(2).
           01 WS-VERFILE  Pic X(20) Value "data/RPLIST.VER".
           01 WS-VERSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-NEW-VER  Pic X(8)  Value Space.
           01 WS-OLD-VER  Pic X(8)  Value Space.
           01 WS-SCAN-VER Pic X(8)  Value Space.
           01 WS-LOAD-CNT Pic 9(6)  Value Zero.
           01 WS-DUP-CNT  Pic 9(6)  Value Zero.
           01 WS-SKIP-CNT Pic 9(6)  Value Zero.
           01 WS-SCR-FUNC   Pic X(1).
           01 WS-SCR-PRMSET.
             Copy SCRNLK.
           01 WS-SCR-RETVAL Pic X(2).
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-REJECTED    Pic X     Value "N".
             88 IS-REJECTED            Value "Y".

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 200-Verify-Control-Totals.
         If Not IS-REJECTED Then
           Perform 210-Find-Feed-Version
         End-If.
         If Not IS-REJECTED Then
           Perform 220-Read-Loaded-Version
           If WS-NEW-VER Equal WS-OLD-VER Then
             Display "RPL101: list version " WS-NEW-VER
                     " already loaded - nothing replaced."
           Else
             Perform 300-Load-List
             Perform 400-Record-Version
             Display "RPL101: list version " WS-NEW-VER " - "
                     WS-LOAD-CNT " name(s) loaded, "
                     WS-DUP-CNT " duplicate entry ID(s), "
                     WS-SKIP-CNT " blank row(s) skipped."
           End-If
         End-If.
         Perform 999-End-Of-Program.

      *>  The old list stays in force unless the new one is proven
      *>  complete - a half-written feed would otherwise shrink the
      *>  list every new customer is screened against.
       200-Verify-Control-Totals.
         Move "V" To WS-CTL-FUNC.
         Move WS-FEEDFILE To WS-CTL-FILE.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Evaluate WS-CTL-RETVAL
           When "02"
             Display "RPL101: list feed not found."
             Move "Y" To WS-REJECTED
           When "06"
             Display "RPL101: control totals do not match - "
                     "feed rejected, current list kept."
             Move "Y" To WS-REJECTED
         End-Evaluate.

       210-Find-Feed-Version.
         Move WS-CUR-DATE To WS-NEW-VER.
         Move "N" To WS-EOF.
         Open Input RPLFEED.
         If WS-FEEDSTAT Not Equal "00" Then
           Display "RPL101: list feed not found."
           Move "Y" To WS-REJECTED
         Else
           Perform 215-Scan-For-Version
             Until IS-EOF
         End-If.
         Close RPLFEED.

       215-Scan-For-Version.
         Read RPLFEED
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And RF-ENTRYID(1:5) Equal "*VER*" Then
           If RF-NAME(1:8) Not Equal Space Then
             Move RF-NAME(1:8) To WS-NEW-VER
           End-If
           Move "Y" To WS-EOF
         End-If.

       220-Read-Loaded-Version.
         Move Space To WS-OLD-VER.
         Move Space To WS-SCAN-VER.
         Open Input RPLVER.
         If WS-VERSTAT Equal "00" Then
           Read RPLVER
             At End Continue
             Not At End
               Move RV-LISTVER To WS-OLD-VER
               Move RV-SCANVER To WS-SCAN-VER
           End-Read
         End-If.
         Close RPLVER.

       300-Load-List.
         Move "N" To WS-EOF.
         Move "K" To WS-SCR-FUNC.
         Open Input RPLFEED.
         Open Output RPLIST.
         Perform 310-Read-Next.
         Perform 320-Load-Next
           Until IS-EOF.
         Close RPLIST.
         Close RPLFEED.

       310-Read-Next.
         Read RPLFEED
           At End Move "Y" To WS-EOF
         End-Read.

       320-Load-Next.
         Evaluate True
           When RF-ENTRYID(1:5) Equal "*CTL*"
           When RF-ENTRYID(1:5) Equal "*VER*"
             Continue
           When RF-ENTRYID Equal Space Or RF-NAME Equal Space
             Add 1 To WS-SKIP-CNT
           When Other
             Perform 330-Write-List-Row
         End-Evaluate.
         Perform 310-Read-Next.

       330-Write-List-Row.
         Move RF-NAME To LRNAME.
         Call "SUB146" Using WS-SCR-FUNC, WS-SCR-PRMSET,
             WS-SCR-RETVAL.
         Move RF-ENTRYID To RPLENTRYID.
         Move LRNAMEUC   To RPLNAME.
         Move LRSDXKEY   To RPLSDXKEY.
         Move LRSDXLAST  To RPLSDXLAST.
         Move RF-PROGRAM To RPLPROGRAM.
         Move RF-CTRY    To RPLCTRY.
         Move WS-NEW-VER To RPLLISTVER.
         Write RPLIST-REC
           Invalid Key Add 1 To WS-DUP-CNT
           Not Invalid Key Add 1 To WS-LOAD-CNT
         End-Write.

      *>  The rescreen's own marker (the last version it ran
      *>  against) is carried over untouched.
       400-Record-Version.
         Open Output RPLVER.
         Move WS-NEW-VER  To RV-LISTVER.
         Move WS-CUR-DATE To RV-LOADDT.
         Move WS-SCAN-VER To RV-SCANVER.
         Write RPLVER-REC
         End-Write.
         Close RPLVER.

       999-End-Of-Program.
         Stop Run.
