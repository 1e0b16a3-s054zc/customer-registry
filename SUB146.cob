      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to screen a customer name against the           **
      *> regulator's restricted-party list (data/RPLIST.DAT, loaded  **
      *> by RPL101). Three functions, the SUB125 style:              **
      *>                                                             **
      *>  K = key a name only: the upper-cased name, the SUB130      **
      *>      phonetic key of the whole name and the key of its last **
      *>      word. RPL101 keys every list row through here so both  **
      *>      sides are built the same way.                          **
      *>  S = screen: an exact match on the upper-cased name first,  **
      *>      then a sounds-like match - same whole-name key AND     **
      *>      same last-word key, so "JON SMYTHE" finds "JOHN        **
      *>      SMITH" without every J525 in the book coming along. A  **
      *>      list entry a supervisor has already cleared for this  **
      *>      customer and this name (data/RPCLEAR.DAT, SUB415) is   **
      *>      passed over. The first uncleared hit is returned.      **
      *>  P = screen, and park a hit on data/RPHOLD.DAT with the     **
      *>      caller's record image for SUB415 to clear or reject.   **
      *>      A rescreen (action R) hit already pending for the same **
      *>      customer and entry is not queued twice.                **
      *>                                                             **
      *> No list on file yet means nothing to screen against - the   **
      *> name passes.                                                **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: No hit (or K done).                                    **
      *>  04: Possible hit - entry returned (and parked, for P).     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB146.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select RPLIST Assign WS-RPLFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is RPLENTRYID
             Alternate Record Key Is RPLNAME
               With Duplicates
             Alternate Record Key Is RPLSDXKEY
               With Duplicates
             File Status WS-RPLSTAT.
           Select RPCLEAR Assign WS-CLRFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCLKEY
             File Status WS-CLRSTAT.
           Select RPHOLD Assign WS-HOLDFILE
             Access Mode Is Sequential
             File Status WS-HOLDSTAT.

       Data Division.
         File Section.
           Fd RPLIST.
           01 RPLIST-REC.
             Copy RPLISTFD.

           Fd RPCLEAR.
           01 RPCLEAR-REC.
             Copy RPCLRFD.

           Fd RPHOLD.
           01 RPHOLD-REC.
             Copy RPHOLDFD.

         Working-Storage Section.
           01 WS-RPLFILE  Pic X(20) Value "data/RPLIST.DAT".
           01 WS-RPLSTAT  Pic 9(2).
           01 WS-CLRFILE  Pic X(20) Value "data/RPCLEAR.DAT".
           01 WS-CLRSTAT  Pic 9(2).
           01 WS-HOLDFILE Pic X(20) Value "data/RPHOLD.DAT".
           01 WS-HOLDSTAT Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-HIT      Pic X     Value "N".
             88 IS-HIT              Value "Y".
           01 WS-CLEARED  Pic X     Value "N".
             88 IS-CLEARED          Value "Y".
           01 WS-CLR-OPEN Pic X     Value "N".
             88 IS-CLR-OPEN         Value "Y".
           01 WS-PENDING  Pic X     Value "N".
             88 IS-PENDING          Value "Y".
           01 WS-MATCH    Pic X(1)  Value Space.
           01 WS-CX       Pic 9(2)  Value Zero.
           01 WS-BEG      Pic 9(2)  Value Zero.
           01 WS-END      Pic 9(2)  Value Zero.
           01 WS-LAST-WORD Pic X(40) Value Space.
           01 WS-SDX-RETVAL Pic X(2).
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy SCRNLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Evaluate LS-FUNC
           When "K" Perform 200-Build-Keys
           When "S" Perform 300-Screen-Name
           When "P" Perform 300-Screen-Name
                    If IS-HIT Then
                      Perform 400-Park-Hit
                    End-If
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

      *>  The last word is whatever follows the last space before the
      *>  final letter - for "SMITH JOHN" order it is the first name,
      *>  the same on both sides of the comparison either way.
       200-Build-Keys.
         Move LRNAME To LRNAMEUC.
         Inspect LRNAMEUC Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         Call "SUB130" Using LRNAMEUC, LRSDXKEY, WS-SDX-RETVAL.
         Move Space To LRSDXLAST.
         Move Zero  To WS-END.
         Perform 210-Find-Word-End
           Varying WS-CX From 40 By -1
           Until WS-CX Less Than 1 Or WS-END Greater Than Zero.
         If WS-END Greater Than Zero Then
           Move 1 To WS-BEG
           Perform 220-Find-Word-Begin
             Varying WS-CX From WS-END By -1
             Until WS-CX Less Than 1 Or WS-BEG Greater Than 1
           Move Space To WS-LAST-WORD
           Move LRNAMEUC(WS-BEG:WS-END - WS-BEG + 1)
             To WS-LAST-WORD
           Call "SUB130" Using WS-LAST-WORD, LRSDXLAST,
               WS-SDX-RETVAL
         End-If.

       210-Find-Word-End.
         If LRNAMEUC(WS-CX:1) Not Equal Space Then
           Move WS-CX To WS-END
         End-If.

       220-Find-Word-Begin.
         If LRNAMEUC(WS-CX:1) Equal Space Then
           Compute WS-BEG = WS-CX + 1
         End-If.

       300-Screen-Name.
         Move "N"   To WS-HIT.
         Move Space To LRENTRYID.
         Move Space To LRLISTNAME.
         Move Space To LRPROGRAM.
         Move Space To LRLISTVER.
         Move Space To LRMATCH.
         Perform 200-Build-Keys.
         If LRNAMEUC Not Equal Space Then
           Open Input RPLIST
           If WS-RPLSTAT Equal "35" Then
             Close RPLIST
           Else
             Perform 305-Search-List
             Close RPLIST
           End-If
         End-If.
         If IS-HIT Then
           Move "04" To LS-RETVAL
         End-If.

       305-Search-List.
         Move "N" To WS-CLR-OPEN.
         Open Input RPCLEAR.
         If WS-CLRSTAT Equal "00" Then
           Move "Y" To WS-CLR-OPEN
         End-If.

         Move "N" To WS-EOF.
         Move "E" To WS-MATCH.
         Move LRNAMEUC To RPLNAME.
         Start RPLIST Key Is Equal RPLNAME
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         Perform 310-Exact-Next
           Until IS-EOF Or IS-HIT.

         If Not IS-HIT And LRSDXKEY Not Equal Space Then
           Move "N" To WS-EOF
           Move "P" To WS-MATCH
           Move LRSDXKEY To RPLSDXKEY
           Start RPLIST Key Is Equal RPLSDXKEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 320-Phonetic-Next
             Until IS-EOF Or IS-HIT
         End-If.

         If IS-CLR-OPEN Then
           Close RPCLEAR
         End-If.

       310-Exact-Next.
         Read RPLIST Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If RPLNAME Not Equal LRNAMEUC Then
             Move "Y" To WS-EOF
           Else
             Perform 330-Check-Cleared
             If Not IS-CLEARED Then
               Perform 340-Take-Hit
             End-If
           End-If
         End-If.

       320-Phonetic-Next.
         Read RPLIST Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If RPLSDXKEY Not Equal LRSDXKEY Then
             Move "Y" To WS-EOF
           Else
             If RPLSDXLAST Equal LRSDXLAST Then
               Perform 330-Check-Cleared
               If Not IS-CLEARED Then
                 Perform 340-Take-Hit
               End-If
             End-If
           End-If
         End-If.

      *>  A clearance only counts for the exact name it was given
      *>  against - a renamed customer is screened afresh.
       330-Check-Cleared.
         Move "N" To WS-CLEARED.
         If IS-CLR-OPEN Then
           Move LRCUSTID   To RCLCUSTID
           Move RPLENTRYID To RCLENTRYID
           Read RPCLEAR
             Key Is RCLKEY
             Invalid Key Continue
             Not Invalid Key
               If RCLNAME Equal LRNAMEUC Then
                 Move "Y" To WS-CLEARED
               End-If
           End-Read
         End-If.

       340-Take-Hit.
         Move "Y"        To WS-HIT.
         Move RPLENTRYID To LRENTRYID.
         Move RPLNAME    To LRLISTNAME.
         Move RPLPROGRAM To LRPROGRAM.
         Move RPLLISTVER To LRLISTVER.
         Move WS-MATCH   To LRMATCH.

       400-Park-Hit.
         Move "N" To WS-PENDING.
         If LRACTION Equal "R" Then
           Perform 410-Check-Already-Pending
         End-If.
         If Not IS-PENDING Then
           Perform 420-Append-Hold-Row
         End-If.

      *>  The rescreen runs against every customer each time a new
      *>  list version lands; a hit still waiting from an earlier run
      *>  is not queued a second time.
       410-Check-Already-Pending.
         Move "N" To WS-EOF.
         Open Input RPHOLD.
         If WS-HOLDSTAT Not Equal "35" Then
           Perform 415-Scan-Hold-Next
             Until IS-EOF Or IS-PENDING
         End-If.
         Close RPHOLD.

       415-Scan-Hold-Next.
         Read RPHOLD Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF
           And RPHSTATUS-PENDING
           And RPHACTION Equal LRACTION
           And RPHCUSTID Equal LRCUSTID
           And RPHENTRYID Equal LRENTRYID Then
           Move "Y" To WS-PENDING
         End-If.

       420-Append-Hold-Row.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Open Extend RPHOLD.
         If WS-HOLDSTAT Equal "35" Then
           Close RPHOLD
           Open Output RPHOLD
         End-If.
         Move "P"         To RPHSTATUS.
         Move LRACTION    To RPHACTION.
         Move LRCUSTID    To RPHCUSTID.
         Move LRNAME      To RPHNAME.
         Move LRENTRYID   To RPHENTRYID.
         Move LRLISTNAME  To RPHLISTNAME.
         Move LRPROGRAM   To RPHPROGRAM.
         Move LRLISTVER   To RPHLISTVER.
         Move LRMATCH     To RPHMATCH.
         Move LROPERID    To RPHRQOPER.
         Move Spaces      To RPHRQDTTM.
         Move WS-CUR-DATE To RPHRQDTTM(1:8).
         Move WS-CUR-TIME To RPHRQDTTM(9:6).
         Move LRREASON    To RPHREASON.
         Move Space       To RPHDECOPER.
         Move Space       To RPHDECDTTM.
         Move LRIMAGE     To RPHIMAGE.
         Write RPHOLD-REC
         End-Write.
         Close RPHOLD.

       999-End-Of-SubRutine.
         Exit Program.
