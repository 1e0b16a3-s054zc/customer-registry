      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine owning the customer watch list on               **
      *> data/WATCH.DAT (see WATCHFD): who wants the WCH101 nightly  **
      *> digest when a customer is changed, removed, merged, put on  **
      *> credit hold or sends in a web request. The watcher is an    **
      *> operator ID, or *REP for whichever rep owns the customer's  **
      *> territory on the night. Called from the SUB230 detail.      **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  A = add LWWATCHER's watch on LWCUSTID, stamped with        **
      *>      LWOPERID.                                              **
      *>  R = remove LWWATCHER's watch on LWCUSTID.                  **
      *>  Q = is LWWATCHER watching LWCUSTID?                        **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done (Q: watching).                                    **
      *>  01: A: already watching.                                   **
      *>  02: R/Q: not watching.                                     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB155.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select WATCH Assign WS-WATCHFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is WTKEY
             File Status WS-WATCHSTAT.

       Data Division.
         File Section.
           Fd WATCH.
           01 WATCH-REC.
             Copy WATCHFD.

         Working-Storage Section.
           01 WS-WATCHFILE Pic X(20) Value "data/WATCH.DAT".
           01 WS-WATCHSTAT Pic 9(2).
           01 WS-CUR-DATE  Pic 9(8).
           01 WS-CUR-TIME  Pic 9(8).

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy WATCHLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Evaluate LS-FUNC
           When "A" Perform 200-Add-Watch
           When "R" Perform 300-Remove-Watch
           When "Q" Perform 400-Query-Watch
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

       200-Add-Watch.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Open I-O WATCH.
         If WS-WATCHSTAT Equal "35" Then
           Open Output WATCH
           Close WATCH
           Open I-O WATCH
         End-If.
         Move Space     To WATCH-REC.
         Move LWCUSTID  To WTCUSTID.
         Move LWWATCHER To WTWATCHER.
         Move LWOPERID  To WTADDOP.
         Move WS-CUR-DATE To WTADDDTTM(1:8).
         Move WS-CUR-TIME To WTADDDTTM(9:6).
         Write WATCH-REC
           Invalid Key Move "01" To LS-RETVAL
         End-Write.
         Close WATCH.

       300-Remove-Watch.
         Open I-O WATCH.
         If WS-WATCHSTAT Not Equal "00" Then
           Move "02" To LS-RETVAL
         Else
           Move LWCUSTID  To WTCUSTID
           Move LWWATCHER To WTWATCHER
           Delete WATCH Record
             Invalid Key Move "02" To LS-RETVAL
           End-Delete
         End-If.
         Close WATCH.

       400-Query-Watch.
         Open Input WATCH.
         If WS-WATCHSTAT Not Equal "00" Then
           Move "02" To LS-RETVAL
         Else
           Move LWCUSTID  To WTCUSTID
           Move LWWATCHER To WTWATCHER
           Read WATCH
             Key Is WTKEY
             Invalid Key Move "02" To LS-RETVAL
           End-Read
         End-If.
         Close WATCH.

       999-End-Of-SubRutine.
         Exit Program.
