      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> The outbound security event feed for IT security's central  **
      *> monitoring system. Merges the two places our                **
      *> security-relevant events are logged - OPERLOG.DAT (sign-on, **
      *> sign-off, idle timeout, and sessions force-closed from      **
      *> SUB305) and SECLOG.DAT (refused and failed sign-ons and     **
      *> lockouts from SUB095, operator and permission changes from  **
      *> SUB300 and SUB315, national ID unmasking and exports from   **
      *> SUB230) - into data/SECFEED.DAT, one event per line in      **
      *> security's key=value format: time, operator, event type,    **
      *> customer where relevant, outcome, source log and detail.    **
      *>                                                             **
      *> The file is bracketed with SUB131 control records and       **
      *> written every run, empty or not, so a missing file is       **
      *> itself an alarm. The high-water mark in data/SECFEED.HWM    **
      *> makes each event go exactly once; see 200-Initialize. Runs  **
      *> nightly from NGT101 and can be run as often as security     **
      *> wants in between. The collector removes SECFEED.DAT when it **
      *> takes it.                                                   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SEC101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select OPERLOG Assign WS-OLOGFILE
             Organization Is Line Sequential
             File Status WS-OLOGSTAT.
           Select SECLOG Assign WS-SLOGFILE
             Organization Is Line Sequential
             File Status WS-SLOGSTAT.
           Select HWMFILE Assign WS-HWMFILE
             Organization Is Line Sequential
             File Status WS-HWMSTAT.
           Select FEED Assign WS-FEEDFILE
             Organization Is Line Sequential
             File Status WS-FEEDSTAT.

       Data Division.
         File Section.
           Fd OPERLOG.
           01 OPERLOG-REC.
             05 OLOPERID    Pic X(8).
             05 OLEVENT     Pic X(1).
               88 OLEVENT-SIGNON   Value "I".
               88 OLEVENT-SIGNOFF  Value "O".
               88 OLEVENT-TIMEOUT  Value "T".
               88 OLEVENT-FORCED   Value "F".
             05 OLTIMESTAMP Pic X(14).

           Fd SECLOG.
           01 SECLOG-REC.
             Copy SECLOGFD.

           Fd HWMFILE.
           01 HWM-REC Pic X(14).

           Fd FEED.
           01 FEED-REC Pic X(256).

         Working-Storage Section.
           01 WS-OLOGFILE    Pic X(20) Value "data/OPERLOG.DAT".
           01 WS-OLOGSTAT    Pic 9(2).
           01 WS-SLOGFILE    Pic X(20) Value "data/SECLOG.DAT".
           01 WS-SLOGSTAT    Pic 9(2).
           01 WS-HWMFILE     Pic X(20) Value "data/SECFEED.HWM".
           01 WS-HWMSTAT     Pic 9(2).
           01 WS-FEEDFILE    Pic X(20) Value "data/SECFEED.DAT".
           01 WS-FEEDSTAT    Pic 9(2).
           01 WS-OL-EOF      Pic X     Value "N".
             88 IS-OL-EOF              Value "Y".
           01 WS-SE-EOF      Pic X     Value "N".
             88 IS-SE-EOF              Value "Y".
           01 WS-OL-OPEN     Pic X     Value "N".
             88 IS-OL-OPEN             Value "Y".
           01 WS-SE-OPEN     Pic X     Value "N".
             88 IS-SE-OPEN             Value "Y".
           01 WS-PENDING     Pic X     Value "N".
             88 IS-PENDING             Value "Y".
           01 WS-CUTOFF      Pic X(14) Value Low-Values.
           01 WS-CUR-DATE    Pic 9(8).
           01 WS-CUR-TIME    Pic 9(8).
           01 WS-RUN-STAMP   Pic X(14).
           01 WS-FEED-CNT    Pic 9(6)  Value Zero.

      *>  One feed event, whichever log it came from.
           01 WS-EV.
             05 WS-EV-STAMP   Pic X(14).
             05 WS-EV-OPERID  Pic X(8).
             05 WS-EV-EVENT   Pic X(24).
             05 WS-EV-CUSTID  Pic X(10).
             05 WS-EV-OUTCOME Pic X(8).
             05 WS-EV-DETAIL  Pic X(60).
             05 WS-EV-SOURCE  Pic X(8).
           01 WS-FEED-LINE   Pic X(256).
           01 WS-FEED-PTR    Pic 9(4).
           01 WS-TRIM-LEN    Pic 9(4).

           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).

       Procedure Division.
       100-Main.
         Perform 200-Initialize.
         If IS-PENDING Then
           Display "SEC101: SECFEED.DAT not yet collected - "
               "nothing sent this run."
         Else
           Perform 300-Open-Files
           Perform 400-Merge-Next
             Until IS-OL-EOF And IS-SE-EOF
           Perform 500-Finalize
         End-If.
         Perform 999-End-Of-Program.

      *>  The window runs from the high-water mark up to, but not
      *>  including, this run's own start second. Both logs are
      *>  stamped with the real time, so anything written while the
      *>  run is going - even within that same second - is on or
      *>  after the new mark and goes out next time, exactly once.
      *>  A feed file still on disk means security's collector has
      *>  not taken the last one; it is left alone and the mark does
      *>  not move, so the next run covers both windows.
       200-Initialize.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move Spaces      To WS-RUN-STAMP.
         Move WS-CUR-DATE To WS-RUN-STAMP(1:8).
         Move WS-CUR-TIME To WS-RUN-STAMP(9:6).

         Open Input FEED.
         If WS-FEEDSTAT Equal "00" Then
           Move "Y" To WS-PENDING
         End-If.
         Close FEED.

         Open Input HWMFILE.
         If WS-HWMSTAT Equal "35" Then
           Close HWMFILE
           Move Low-Values To WS-CUTOFF
         Else
           Read HWMFILE Record Into WS-CUTOFF
             At End Move Low-Values To WS-CUTOFF
           End-Read
           Close HWMFILE
         End-If.

       300-Open-Files.
         Open Input OPERLOG.
         If WS-OLOGSTAT Not Equal "00" Then
           Move "Y" To WS-OL-EOF
         Else
           Move "Y" To WS-OL-OPEN
           Perform 310-Read-Operlog
         End-If.
         Open Input SECLOG.
         If WS-SLOGSTAT Not Equal "00" Then
           Move "Y" To WS-SE-EOF
         Else
           Move "Y" To WS-SE-OPEN
           Perform 320-Read-Seclog
         End-If.

         Open Output FEED.
         Move Zero To WS-CTL-COUNT.
         Move Zero To WS-CTL-HASH.
         Move "H" To WS-CTL-FUNC.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Move WS-CTL-REC(1:Length Of FEED-REC) To FEED-REC.
         Write FEED-REC.

       310-Read-Operlog.
         Read OPERLOG
           At End Move "Y" To WS-OL-EOF
         End-Read.

       320-Read-Seclog.
         Read SECLOG
           At End Move "Y" To WS-SE-EOF
         End-Read.

      *>  Both logs are appended in time order, so a two-way merge on
      *>  the timestamp hands security one time-ordered stream; on a
      *>  tie the OPERLOG row goes first.
       400-Merge-Next.
         Evaluate True
           When IS-SE-EOF
             Perform 410-Take-Operlog
           When IS-OL-EOF
             Perform 420-Take-Seclog
           When OLTIMESTAMP Not Greater Than SEDTTM
             Perform 410-Take-Operlog
           When Other
             Perform 420-Take-Seclog
         End-Evaluate.

       410-Take-Operlog.
         If OLTIMESTAMP Not Less Than WS-CUTOFF
           And OLTIMESTAMP Less Than WS-RUN-STAMP Then
           Move Space       To WS-EV
           Move OLTIMESTAMP To WS-EV-STAMP
           Move OLOPERID    To WS-EV-OPERID
           Move "SUCCESS"   To WS-EV-OUTCOME
           Move "OPERLOG"   To WS-EV-SOURCE
           Evaluate True
             When OLEVENT-SIGNON
               Move "SIGNON"              To WS-EV-EVENT
             When OLEVENT-SIGNOFF
               Move "SIGNOFF"             To WS-EV-EVENT
             When OLEVENT-TIMEOUT
               Move "SIGNOFF-TIMEOUT"     To WS-EV-EVENT
               Move "idle session timed out" To WS-EV-DETAIL
             When OLEVENT-FORCED
               Move "SESSION-FORCE-CLOSE" To WS-EV-EVENT
               Move "closed by a supervisor" To WS-EV-DETAIL
             When Other
               Move "UNKNOWN"             To WS-EV-EVENT
               Move OLEVENT               To WS-EV-DETAIL
           End-Evaluate
           Perform 450-Write-Event
         End-If.
         Perform 310-Read-Operlog.

       420-Take-Seclog.
         If SEDTTM Not Less Than WS-CUTOFF
           And SEDTTM Less Than WS-RUN-STAMP Then
           Move Space     To WS-EV
           Move SEDTTM    To WS-EV-STAMP
           Move SEOPERID  To WS-EV-OPERID
           Move SEEVENT   To WS-EV-EVENT
           Move SECUSTID  To WS-EV-CUSTID
           Move SEOUTCOME To WS-EV-OUTCOME
           Move SEDETAIL  To WS-EV-DETAIL
           Move "SECLOG"  To WS-EV-SOURCE
           Perform 450-Write-Event
         End-If.
         Perform 320-Read-Seclog.

      *>  Security's standard line: space-separated key=value pairs,
      *>  the time in ISO form, the customer only where there is one,
      *>  and the free-text detail in double quotes.
       450-Write-Event.
         Move Space To WS-FEED-LINE.
         Move 1     To WS-FEED-PTR.
         String "time="              WS-EV-STAMP(1:4)
                "-"                  WS-EV-STAMP(5:2)
                "-"                  WS-EV-STAMP(7:2)
                "T"                  WS-EV-STAMP(9:2)
                ":"                  WS-EV-STAMP(11:2)
                ":"                  WS-EV-STAMP(13:2)
                " app=CUSTREG"
                " operator="         Delimited By Size
                WS-EV-OPERID         Delimited By Space
                " event="            Delimited By Size
                WS-EV-EVENT          Delimited By Space
           Into WS-FEED-LINE
           With Pointer WS-FEED-PTR
         End-String.
         If WS-EV-CUSTID Not Equal Space Then
           String " customer="       Delimited By Size
                  WS-EV-CUSTID       Delimited By Space
             Into WS-FEED-LINE
             With Pointer WS-FEED-PTR
           End-String
         End-If.
         String " outcome="          Delimited By Size
                WS-EV-OUTCOME        Delimited By Space
                " source="           Delimited By Size
                WS-EV-SOURCE         Delimited By Space
           Into WS-FEED-LINE
           With Pointer WS-FEED-PTR
         End-String.
         If WS-EV-DETAIL Not Equal Space Then
           Move 60 To WS-TRIM-LEN
           Perform 460-Shrink-Trim-Len
             Until WS-TRIM-LEN Equal Zero
             Or WS-EV-DETAIL(WS-TRIM-LEN:1) Not Equal Space
           Inspect WS-EV-DETAIL Replacing All Quote By "'"
           String " detail="         Quote
                  WS-EV-DETAIL(1:WS-TRIM-LEN)
                  Quote              Delimited By Size
             Into WS-FEED-LINE
             With Pointer WS-FEED-PTR
           End-String
         End-If.

         Move WS-FEED-LINE To FEED-REC.
         Write FEED-REC.
         Move "A" To WS-CTL-FUNC.
         Move Space To WS-CTL-REC.
         Move FEED-REC To WS-CTL-REC(1:Length Of FEED-REC).
         Move Length Of FEED-REC To WS-CTL-LEN.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Add 1 To WS-FEED-CNT.

       460-Shrink-Trim-Len.
         Subtract 1 From WS-TRIM-LEN.

      *>  The mark moves to this run's start only once the file is
      *>  complete and closed - a run that dies part way through
      *>  leaves the old mark, and the whole window goes again.
       500-Finalize.
         Move "T" To WS-CTL-FUNC.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Move WS-CTL-REC(1:Length Of FEED-REC) To FEED-REC.
         Write FEED-REC.
         Close FEED.
         If IS-OL-OPEN Then
           Close OPERLOG
         End-If.
         If IS-SE-OPEN Then
           Close SECLOG
         End-If.

         Open Output HWMFILE.
         Write HWM-REC From WS-RUN-STAMP
         End-Write.
         Close HWMFILE.
         Display "SEC101: " WS-FEED-CNT " security event(s) sent.".

       999-End-Of-Program.
         Stop Run.
