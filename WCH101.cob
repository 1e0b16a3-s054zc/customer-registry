      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Nightly watch-list digest. Matches the processing day's     **
      *> (SUB152) happenings against the watches on data/WATCH.DAT   **
      *> (see WATCHFD, kept from the SUB230 detail through SUB155):  **
      *>   - every CUSTOMER.AUDIT row for a watched customer - a     **
      *>     change, removal, reactivation, undo, merge or unmerge,  **
      *>     and the RCUSTCRHOLD rows CRD101 writes when accounting  **
      *>     puts the customer on credit hold or clears it;          **
      *>   - every self-service request WEB101 landed on             **
      *>     data/PENDCHG.DAT for a watched customer.                **
      *> Each happening goes to every watcher of the customer: an    **
      *> operator at OOPEREMAIL, or for *REP the territory's rep at  **
      *> the SALESREP.DAT address (SUB129). The lines are sorted by  **
      *> address and appended to data/WATCHDIG.DAT, the body the     **
      *> mail relay merges, and one *WATCHDIG* message per address   **
      *> is queued on CUSTOMER.MAILQ (SUB091) - one digest however   **
      *> many customers or watches it covers. A watch whose watcher  **
      *> has no address (or no active rep) is listed on              **
      *> data/WATCHDIG.PRT with the digests sent. Run outside the    **
      *> PGM001 menu, nightly after CRD101 and WEB101 and before     **
      *> MLR101.                                                     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   WCH101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select WATCH Assign WS-WATCHFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is WTKEY
             File Status WS-WATCHSTAT.
           Select AUDIT Assign WS-AUDFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is AUDKEY
             File Status WS-AUDSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select OPER Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.
           Select PENDCHG Assign WS-PENDFILE
             Access Mode Is Sequential
             File Status WS-PENDSTAT.
           Select SORTFILE Assign WS-SORTFILE.
           Select DIGEST Assign WS-DIGFILE
             Organization Is Line Sequential
             File Status WS-DIGSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd WATCH.
           01 WATCH-REC.
             Copy WATCHFD.

           Fd AUDIT.
           01 AUDIT-REC.
             Copy AUDITFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd OPER.
           01 OPER-REC.
             Copy OPERFD.

           Fd PENDCHG.
           01 PENDCHG-REC.
             05 PC-STATUS  Pic X(1).
             05 PC-CUSTID  Pic X(10).
             05 PC-ADDR1   Pic X(30).
             05 PC-ADDR2   Pic X(30).
             05 PC-CITY    Pic X(20).
             05 PC-STATE   Pic X(2).
             05 PC-ZIP     Pic X(10).
             05 PC-PHN1    Pic X(20).
             05 PC-PHN2    Pic X(20).
             05 PC-RCVDTTM Pic X(14).
             05 PC-DECOPER Pic X(8).
             05 PC-DECDTTM Pic X(14).

           Sd SORTFILE.
           01 SORT-REC.
             05 S-TOADDR   Pic X(40).
             05 S-CUSTID   Pic X(10).
             05 S-STAMP    Pic X(14).
             05 S-EVENT    Pic X(15).
             05 S-FIELD    Pic X(15).
             05 S-OLDVAL   Pic X(40).
             05 S-NEWVAL   Pic X(40).
             05 S-OPERID   Pic X(8).
             05 S-CUSTNAME Pic X(40).

      *>  One body line per happening, in digest order - the relay
      *>  merges the lines for the address into the *WATCHDIG*
      *>  message queued for it on the same date.
           Fd DIGEST.
           01 DIGEST-REC.
             05 WD-TOADDR   Pic X(40).
             05 WD-QUEUEDT  Pic 9(8).
             05 WD-PROCDT   Pic 9(8).
             05 WD-CUSTID   Pic X(10).
             05 WD-CUSTNAME Pic X(40).
             05 WD-STAMP    Pic X(14).
             05 WD-EVENT    Pic X(15).
             05 WD-FIELD    Pic X(15).
             05 WD-OLDVAL   Pic X(40).
             05 WD-NEWVAL   Pic X(40).
             05 WD-OPERID   Pic X(8).

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-WATCHFILE Pic X(20) Value "data/WATCH.DAT".
           01 WS-WATCHSTAT Pic 9(2).
           01 WS-AUDFILE   Pic X(20) Value "data/CUSTOMER.AUDIT".
           01 WS-AUDSTAT   Pic 9(2).
           01 WS-CUSTFILE  Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT  Pic 9(2).
           01 WS-OPERFILE  Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT  Pic 9(2).
           01 WS-PENDFILE  Pic X(20) Value "data/PENDCHG.DAT".
           01 WS-PENDSTAT  Pic 9(2).
           01 WS-SORTFILE  Pic X(20) Value "data/WCH101.SRT".
           01 WS-DIGFILE   Pic X(20) Value "data/WATCHDIG.DAT".
           01 WS-DIGSTAT   Pic 9(2).
           01 WS-PRTFILE   Pic X(30) Value "data/WATCHDIG.PRT".
           01 WS-PRTSTAT   Pic 9(2).
           01 WS-EOF       Pic X     Value "N".
             88 IS-EOF               Value "Y".
           01 WS-WCH-EOF   Pic X     Value "N".
             88 IS-WCH-EOF           Value "Y".
           01 WS-AUD-EOF   Pic X     Value "N".
             88 IS-AUD-EOF           Value "Y".
           01 WS-PEND-EOF  Pic X     Value "N".
             88 IS-PEND-EOF          Value "Y".
           01 WS-AUD-OPEN  Pic X     Value "N".
             88 IS-AUD-OPEN          Value "Y".
           01 WS-CUST-OPEN Pic X     Value "N".
             88 IS-CUST-OPEN         Value "Y".
           01 WS-OPER-OPEN Pic X     Value "N".
             88 IS-OPER-OPEN         Value "Y".
           01 WS-PROC-DATE Pic 9(8)  Value Zero.
           01 WS-SCAN-FROM Pic X(14) Value Space.
           01 WS-CUR-DATE  Pic 9(8)  Value Zero.
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-REP-PRMSET.
             05 WS-REP-TERR   Pic X(4).
             05 WS-REP-NAME   Pic X(30).
             05 WS-REP-EMAIL  Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2).
           01 WS-MAIL-PRMSET.
             Copy MAILLK.
           01 WS-MAIL-RETVAL Pic X(2).

      *>  The watch being worked: its customer's name and territory
      *>  and the address its watcher's digest goes to.
           01 WS-C-CUSTNAME Pic X(40) Value Space.
           01 WS-C-TERR     Pic X(4)  Value Space.
           01 WS-C-ADDR     Pic X(40) Value Space.
           01 WS-CUR-ADDR   Pic X(40) Value Space.
           01 WS-PREV-LINE  Pic X(174) Value Space.
           01 WS-THIS-LINE  Pic X(174) Value Space.

           01 WS-WATCH-CNT  Pic 9(6)  Value Zero.
           01 WS-NOADDR-CNT Pic 9(6)  Value Zero.
           01 WS-EVENT-CNT  Pic 9(6)  Value Zero.
           01 WS-DIGEST-CNT Pic 9(6)  Value Zero.

           01 WS-HDG-1.
             05 Filler  Pic X(31)
                Value "WATCH-LIST DIGESTS FOR ".
             05 H-DATE  Pic 9(8).
             05 Filler  Pic X(65) Value Space.
           01 WS-ADDR-HDG.
             05 Filler  Pic X(4)  Value "TO: ".
             05 AH-ADDR Pic X(40).
             05 Filler  Pic X(60) Value Space.
           01 WS-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTID   Pic X(10).
             05 Filler     Pic X(2)  Value Space.
             05 D-CUSTNAME Pic X(24).
             05 Filler     Pic X(2)  Value Space.
             05 D-EVENT    Pic X(15).
             05 Filler     Pic X(2)  Value Space.
             05 D-FIELD    Pic X(15).
             05 Filler     Pic X(2)  Value Space.
             05 D-NEWVAL   Pic X(30).
           01 WS-NOADDR-LINE.
             05 Filler     Pic X(20) Value "NO ADDRESS - WATCH ".
             05 N-WATCHER  Pic X(8).
             05 Filler     Pic X(14) Value " ON CUSTOMER ".
             05 N-CUSTID   Pic X(10).
             05 Filler     Pic X(52) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(10) Value "WATCHES: ".
             05 T-WATCH-CNT Pic ZZZ,ZZ9.
             05 Filler      Pic X(15) Value "   HAPPENINGS: ".
             05 T-EVENT-CNT Pic ZZZ,ZZ9.
             05 Filler      Pic X(12) Value "   DIGESTS: ".
             05 T-DIGEST-CNT Pic ZZZ,ZZ9.
             05 Filler      Pic X(15) Value "   NO ADDRESS: ".
             05 T-NOADDR-CNT Pic ZZZ,ZZ9.
             05 Filler      Pic X(24) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Perform 200-Initialize.
         Sort SORTFILE
           On Ascending Key S-TOADDR, S-CUSTID, S-STAMP
           Input Procedure Is 300-Release-Happenings
           Output Procedure Is 500-Write-Digests.
         Perform 900-Finalize.
         Perform 999-End-Of-Program.

      *>  The day's rows are the ones stamped while the processing
      *>  date was in force - from when it took effect, or from its
      *>  own midnight if it was first seeded later that day.
       200-Initialize.
         Move "G" To WS-PDT-FUNC.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE  To WS-PROC-DATE.
         Move LPDSTAMP To WS-SCAN-FROM.
         If WS-SCAN-FROM(1:8) Not Less Than WS-PROC-DATE Then
           Move WS-PROC-DATE To WS-SCAN-FROM(1:8)
           Move "000000"     To WS-SCAN-FROM(9:6)
         End-If.
         Move "M" To WS-PDT-FUNC.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Open Output PRTFILE.
         Move WS-PROC-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.

       300-Release-Happenings.
         Open Input WATCH.
         If WS-WATCHSTAT Not Equal "00" Then
           Display "WCH101: WATCH.DAT not found, nothing to do."
           Close WATCH
         Else
           Perform 305-Open-Lookups
           Move "N" To WS-WCH-EOF
           Perform 310-Read-Watch-Next
           Perform 320-Release-Watch-Audit
             Until IS-WCH-EOF
           Perform 350-Release-Web-Requests
           Close WATCH
           If IS-AUD-OPEN Then
             Close AUDIT
           End-If
           If IS-CUST-OPEN Then
             Close CUST
           End-If
           If IS-OPER-OPEN Then
             Close OPER
           End-If
         End-If.

       305-Open-Lookups.
         Open Input AUDIT.
         If WS-AUDSTAT Equal "00" Then
           Move "Y" To WS-AUD-OPEN
         Else
           Close AUDIT
         End-If.
         Open Input CUST.
         If WS-CUSTSTAT Equal "00" Then
           Move "Y" To WS-CUST-OPEN
         Else
           Close CUST
         End-If.
         Open Input OPER.
         If WS-OPERSTAT Equal "00" Then
           Move "Y" To WS-OPER-OPEN
         Else
           Close OPER
         End-If.

       310-Read-Watch-Next.
         Read WATCH Next Record
           At End Move "Y" To WS-WCH-EOF
         End-Read.

      *>  A watch with nowhere to send its digest is listed once
      *>  here; the web-request pass below passes it over quietly.
       320-Release-Watch-Audit.
         Add 1 To WS-WATCH-CNT.
         Perform 330-Resolve-Watcher.
         If WS-C-ADDR Equal Space Then
           Move WTWATCHER To N-WATCHER
           Move WTCUSTID  To N-CUSTID
           Write PRT-REC From WS-NOADDR-LINE
           Add 1 To WS-NOADDR-CNT
         Else
           If IS-AUD-OPEN Then
             Move WTCUSTID     To ACUSTID
             Move WS-SCAN-FROM To ATIMESTAMP
             Move Zero         To ASEQNO
             Move "N" To WS-AUD-EOF
             Start AUDIT Key Is Greater Than Or Equal AUDKEY
               Invalid Key Move "Y" To WS-AUD-EOF
             End-Start
             Perform 340-Audit-Next
               Until IS-AUD-EOF
           End-If
         End-If.
         Perform 310-Read-Watch-Next.

      *>  Customer name and territory for the digest line, then the
      *>  watcher's address: the operator's own, or the address of
      *>  the active rep on the customer's territory tonight.
       330-Resolve-Watcher.
         Move "(NOT ON FILE)" To WS-C-CUSTNAME.
         Move Space To WS-C-TERR.
         Move Space To WS-C-ADDR.
         If IS-CUST-OPEN Then
           Move WTCUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Continue
             Not Invalid Key
               Move RCUSTNAME To WS-C-CUSTNAME
               Move RCUSTTERR To WS-C-TERR
           End-Read
         End-If.
         If WTWATCHER-REP Then
           If WS-C-TERR Not Equal Space Then
             Move WS-C-TERR To WS-REP-TERR
             Call "SUB129" Using WS-REP-PRMSET, WS-REP-RETVAL
             If WS-REP-RETVAL Equal "00" Then
               Move WS-REP-EMAIL To WS-C-ADDR
             End-If
           End-If
         Else
           If IS-OPER-OPEN Then
             Move WTWATCHER To OOPERID
             Read OPER
               Key Is OOPERID
               Invalid Key Continue
               Not Invalid Key
                 If OOPERSTAT-ACTIVE Then
                   Move OOPEREMAIL To WS-C-ADDR
                 End-If
             End-Read
           End-If
         End-If.

      *>  The audit key leads with the customer, so the scan stops at
      *>  the first row of another customer or of a later day.
       340-Audit-Next.
         Read AUDIT Next Record
           At End Move "Y" To WS-AUD-EOF
         End-Read.
         If Not IS-AUD-EOF Then
           If ACUSTID Not Equal WTCUSTID Then
             Move "Y" To WS-AUD-EOF
           Else
             Move ATIMESTAMP To LPDSTAMP
             Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
                 WS-PDT-RETVAL
             If LPDDATE Greater Than WS-PROC-DATE Then
               Move "Y" To WS-AUD-EOF
             Else
               If LPDDATE Equal WS-PROC-DATE Then
                 Perform 345-Release-Audit-Row
               End-If
             End-If
           End-If
         End-If.

       345-Release-Audit-Row.
         Move Space      To S-FIELD.
         Move AOLDVAL    To S-OLDVAL.
         Move ANEWVAL    To S-NEWVAL.
         Evaluate True
           When AFIELD Equal "RCUSTCRHOLD"
             If ANEWVAL(1:1) Equal "Y" Then
               Move "CREDIT HOLD" To S-EVENT
             Else
               Move "HOLD CLEARED" To S-EVENT
             End-If
           When AACTION-CREATE
             Move "CREATED" To S-EVENT
           When AACTION-UPDATE
             Move "CHANGED" To S-EVENT
             Move AFIELD    To S-FIELD
           When AACTION-DELETE
             Move "REMOVED" To S-EVENT
           When AACTION-REACTIVATE
             Move "REACTIVATED" To S-EVENT
           When AACTION-UNDO
             Move "CHANGE UNDONE" To S-EVENT
           When AACTION-MERGE
             Move "MERGED" To S-EVENT
           When AACTION-UNMERGE
             Move "MERGE REVERSED" To S-EVENT
           When Other
             Move "CHANGED" To S-EVENT
             Move AFIELD    To S-FIELD
         End-Evaluate.
         Move ATIMESTAMP To S-STAMP.
         Move AOPERID    To S-OPERID.
         Perform 380-Release-Line.

      *>  One pass of the pending-change queue: a request received on
      *>  the day goes to every watcher of its customer.
       350-Release-Web-Requests.
         Move "N" To WS-PEND-EOF.
         Open Input PENDCHG.
         If WS-PENDSTAT Not Equal "00" Then
           Close PENDCHG
         Else
           Perform 355-Read-Pend-Next
           Perform 360-Pend-Next
             Until IS-PEND-EOF
           Close PENDCHG
         End-If.

       355-Read-Pend-Next.
         Read PENDCHG
           At End Move "Y" To WS-PEND-EOF
         End-Read.

       360-Pend-Next.
         Move PC-RCVDTTM To LPDSTAMP.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
             WS-PDT-RETVAL.
         If LPDDATE Equal WS-PROC-DATE Then
           Move PC-CUSTID  To WTCUSTID
           Move Low-Values To WTWATCHER
           Move "N" To WS-WCH-EOF
           Start WATCH Key Is Greater Than Or Equal WTKEY
             Invalid Key Move "Y" To WS-WCH-EOF
           End-Start
           Perform 370-Web-Watch-Next
             Until IS-WCH-EOF
         End-If.
         Perform 355-Read-Pend-Next.

       370-Web-Watch-Next.
         Perform 310-Read-Watch-Next.
         If Not IS-WCH-EOF Then
           If WTCUSTID Not Equal PC-CUSTID Then
             Move "Y" To WS-WCH-EOF
           Else
             Perform 330-Resolve-Watcher
             If WS-C-ADDR Not Equal Space Then
               Move "WEB REQUEST"  To S-EVENT
               Move Space          To S-FIELD
               Move Space          To S-OLDVAL
               Move "ADDRESS/PHONE CHANGE REQUESTED" To S-NEWVAL
               Move PC-RCVDTTM     To S-STAMP
               Move "WEB"          To S-OPERID
               Perform 380-Release-Line
             End-If
           End-If
         End-If.

       380-Release-Line.
         Move WS-C-ADDR     To S-TOADDR.
         Move WTCUSTID      To S-CUSTID.
         Move WS-C-CUSTNAME To S-CUSTNAME.
         Release SORT-REC.

       500-Write-Digests.
         Open Extend DIGEST.
         If WS-DIGSTAT Equal "35" Then
           Close DIGEST
           Open Output DIGEST
         End-If.
         Move Space To WS-CUR-ADDR.
         Move Space To WS-PREV-LINE.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Line
           Until IS-EOF.
         If WS-CUR-ADDR Not Equal Space Then
           Perform 530-Queue-Digest
         End-If.
         Close DIGEST.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

      *>  An address reached through two watches (the operator is
      *>  also the rep) would see each line twice - identical lines
      *>  sort together, so only the first is kept.
       520-Write-Line.
         Move SORT-REC(1:174) To WS-THIS-LINE.
         If WS-THIS-LINE Not Equal WS-PREV-LINE Then
           Move WS-THIS-LINE To WS-PREV-LINE
           If S-TOADDR Not Equal WS-CUR-ADDR Then
             If WS-CUR-ADDR Not Equal Space Then
               Perform 530-Queue-Digest
             End-If
             Move S-TOADDR To WS-CUR-ADDR
             Move S-TOADDR To AH-ADDR
             Write PRT-REC From WS-BLANK-LINE
             Write PRT-REC From WS-ADDR-HDG
           End-If
           Move S-TOADDR     To WD-TOADDR
           Move WS-CUR-DATE  To WD-QUEUEDT
           Move WS-PROC-DATE To WD-PROCDT
           Move S-CUSTID     To WD-CUSTID
           Move S-CUSTNAME   To WD-CUSTNAME
           Move S-STAMP      To WD-STAMP
           Move S-EVENT      To WD-EVENT
           Move S-FIELD      To WD-FIELD
           Move S-OLDVAL     To WD-OLDVAL
           Move S-NEWVAL     To WD-NEWVAL
           Move S-OPERID     To WD-OPERID
           Write DIGEST-REC
           End-Write
           Move S-CUSTID     To D-CUSTID
           Move S-CUSTNAME   To D-CUSTNAME
           Move S-EVENT      To D-EVENT
           Move S-FIELD      To D-FIELD
           Move S-NEWVAL     To D-NEWVAL
           Write PRT-REC From WS-DETAIL
           Add 1 To WS-EVENT-CNT
         End-If.
         Perform 510-Return-Next.

       530-Queue-Digest.
         Move Space        To LMCUSTID.
         Move WS-CUR-ADDR  To LMTOADDR.
         Move "*WATCHDIG*" To LMTEMPLATE.
         Call "SUB091" Using WS-MAIL-PRMSET, WS-MAIL-RETVAL.
         Add 1 To WS-DIGEST-CNT.

       900-Finalize.
         Move WS-WATCH-CNT  To T-WATCH-CNT.
         Move WS-EVENT-CNT  To T-EVENT-CNT.
         Move WS-DIGEST-CNT To T-DIGEST-CNT.
         Move WS-NOADDR-CNT To T-NOADDR-CNT.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.

       999-End-Of-Program.
         Display "WCH101: " WS-DIGEST-CNT " digest(s) queued, "
                 WS-EVENT-CNT " line(s)."
         Stop Run.
