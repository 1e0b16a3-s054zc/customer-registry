      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to count the work waiting on a person across    **
      *> every pending queue (see BKLGLK for the six queues and what **
      *> counts as waiting in each), per office and in total: the    **
      *> item count, the oldest item's age in days and how many are  **
      *> past the queue's target age. Each item takes the office of  **
      *> its customer (RCUSTOFFICE). Ages run from:                  **
      *>   web requests     the time the request was received        **
      *>   dual control     the time the clerk asked                 **
      *>   future address   the effective date                       **
      *>   demotions        the day the customer crossed the         **
      *>                    LCY101 threshold (LCY-PROSPECT/ACTIVE)   **
      *>   failed mail      the time the row was queued              **
      *>   follow-ups       the follow-up date                       **
      *> Target ages come from the system parameters BKL-WEB,        **
      *> BKL-DUAL, BKL-FUTADDR, BKL-DEMOTE, BKL-FAILMAIL and         **
      *> BKL-FOLLOWUP (SUB153, defaults 2, 1, 1, 1, 3 and 7 days);   **
      *> a unit of B makes that queue's ages business days on the    **
      *> office calendar (SUB151), and a follow-up off a working day **
      *> falls due the next one;                                     **
      *> demotion ages use the LCY-* parameter unit. Shared by the   **
      *> BKL101 morning report and the SUB470 supervisor screen, so  **
      *> the two always agree.                                       **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Counted (a missing queue file counts as empty).        **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Ages now come from the shop calendar (SUB151): a     **
      *>        B in BACKLOG.CFG counts a queue in business days,    **
      *>        and follow-ups roll to the next working day.         **
      *> 261015 Queue targets and the demotion thresholds come       **
      *>        from the system parameters (SUB153) instead of       **
      *>        BACKLOG.CFG and LIFECYCLE.CFG.                       **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB149.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select PENDCHG Assign WS-WEBFILE
             Access Mode Is Sequential
             File Status WS-WEBSTAT.
           Select PENDAPPR Assign WS-APPRFILE
             Access Mode Is Sequential
             File Status WS-APPRSTAT.
           Select PENDADDR Assign WS-ADDRFILE
             Access Mode Is Sequential
             File Status WS-ADDRSTAT.
           Select LCYPEND Assign WS-LCYFILE
             Organization Is Line Sequential
             File Status WS-LCYSTAT.
           Select MAILQ Assign WS-MAILFILE
             Access Mode Is Sequential
             File Status WS-MAILSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

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

           Fd PENDAPPR.
           01 PENDAPPR-REC.
             05 PA-STATUS  Pic X(1).
             05 PA-CUSTID  Pic X(10).
             05 PA-FIELD   Pic X(15).
             05 PA-OLDVAL  Pic X(40).
             05 PA-NEWVAL  Pic X(40).
             05 PA-RQOPER  Pic X(8).
             05 PA-RQDTTM  Pic X(14).
             05 PA-DECOPER Pic X(8).
             05 PA-DECDTTM Pic X(14).
             05 PA-REASON  Pic X(2).

           Fd PENDADDR.
           01 PENDADDR-REC.
             05 PD-STATUS  Pic X(1).
             05 PD-CUSTID  Pic X(10).
             05 PD-EFFDT   Pic 9(8).
             05 PD-ADDR1   Pic X(30).
             05 PD-ADDR2   Pic X(30).
             05 PD-CITY    Pic X(20).
             05 PD-STATE   Pic X(2).
             05 PD-ZIP     Pic X(10).
             05 PD-ENTOPER Pic X(8).
             05 PD-ENTDTTM Pic X(14).
             05 PD-APPDTTM Pic X(14).

           Fd LCYPEND.
           01 LCYPEND-REC.
             05 LP-CUSTID Pic X(10).
             05 LP-STAGE  Pic X(1).

           Fd MAILQ.
           01 MAIL-REC.
             Copy MAILFD.

         Working-Storage Section.
           01 WS-CUSTFILE   Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT   Pic 9(2).
           01 WS-WEBFILE    Pic X(20) Value "data/PENDCHG.DAT".
           01 WS-WEBSTAT    Pic 9(2).
           01 WS-APPRFILE   Pic X(20) Value "data/PENDAPPR.DAT".
           01 WS-APPRSTAT   Pic 9(2).
           01 WS-ADDRFILE   Pic X(20) Value "data/PENDADDR.DAT".
           01 WS-ADDRSTAT   Pic 9(2).
           01 WS-LCYFILE    Pic X(20) Value "data/LCYPEND.DAT".
           01 WS-LCYSTAT    Pic 9(2).
           01 WS-MAILFILE   Pic X(20) Value "data/CUSTOMER.MAILQ".
           01 WS-MAILSTAT   Pic 9(2).
           01 WS-EOF        Pic X     Value "N".
             88 IS-EOF                Value "Y".
           01 WS-CUST-OPEN  Pic X     Value "N".
             88 CUST-OPEN             Value "Y".
           01 WS-TARGET-PARMS Pic X(96) Value
                "BKL-WEB         BKL-DUAL        BKL-FUTADDR     "
              & "BKL-DEMOTE      BKL-FAILMAIL    BKL-FOLLOWUP    ".
           01 WS-PARM-TBL Redefines WS-TARGET-PARMS.
             05 WS-TARGET-PARM Pic X(16) Occurs 6 Times.
           01 WS-QUEUE-NAMES Pic X(90) Value
                "WEB REQUESTS   DUAL CONTROL   FUTURE ADDRESS "
              & "DEMOTIONS      FAILED MAIL    FOLLOW-UPS     ".
           01 WS-NAME-TBL Redefines WS-QUEUE-NAMES.
             05 WS-QUEUE-NAME Pic X(15) Occurs 6 Times.
           01 WS-PROS-DAYS  Pic 9(3)  Value Zero.
           01 WS-ACTV-DAYS  Pic 9(3)  Value Zero.
           01 WS-PROS-UNIT  Pic X(1)  Value Space.
           01 WS-ACTV-UNIT  Pic X(1)  Value Space.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).

           01 WS-QX         Pic 9(1)  Value Zero.
           01 WS-OX         Pic 9(2)  Value Zero.
           01 WS-OFC-FOUND  Pic X     Value "N".
             88 OFC-FOUND             Value "Y".
           01 WS-ITEM-CUSTID Pic X(10) Value Space.
           01 WS-ITEM-OFFICE Pic X(3)  Value Space.
           01 WS-ITEM-AGE   Pic 9(5)  Value Zero.
           01 WS-AGE-UNIT   Pic X(1)  Value Space.

           01 WS-CUR-DATE Pic 9(8).
           01 WS-CALC-DATE.
             05 WS-CALC-YEAR  Pic 9(4).
             05 WS-CALC-MONTH Pic 9(2).
             05 WS-CALC-DAY   Pic 9(2).
           01 WS-CALC-DATE-N Redefines WS-CALC-DATE Pic 9(8).
           01 WS-AGE-DAYS    Pic S9(9) Comp-5.
           01 WS-CAL-FUNC    Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL  Pic X(2).

         Linkage Section.
           01 LS-PRMSET.
             Copy BKLGLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Initialize LS-PRMSET.
         Perform 200-Load-Config.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Move "N" To WS-CUST-OPEN.
         Open Input CUST.
         If WS-CUSTSTAT Equal "00" Then
           Move "Y" To WS-CUST-OPEN
         Else
           Close CUST
         End-If.
         Perform 300-Count-Web-Requests.
         Perform 400-Count-Dual-Control.
         Perform 500-Count-Future-Address.
         Perform 600-Count-Demotions.
         Perform 700-Count-Failed-Mail.
         Perform 800-Count-Follow-Ups.
         If CUST-OPEN Then
           Close CUST
         End-If.
         Perform 999-End-Of-SubRutine.

       200-Load-Config.
         Perform 205-Set-Queue-Target
           Varying WS-QX From 1 By 1
           Until WS-QX Greater Than 6.
         Move "LCY-PROSPECT" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-PROS-DAYS.
         Move LSPUNIT To WS-PROS-UNIT.
         Move "LCY-ACTIVE" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-ACTV-DAYS.
         Move LSPUNIT To WS-ACTV-UNIT.

       205-Set-Queue-Target.
         Move WS-QUEUE-NAME(WS-QX)  To LBKQNAME(WS-QX).
         Move WS-TARGET-PARM(WS-QX) To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To LBKQTARGET(WS-QX).
         Move LSPUNIT To LBKQUNIT(WS-QX).

      *>  Age from the date in WS-CALC-DATE-N to today, in the unit
      *>  WS-AGE-UNIT (B = business days on the calendar of office
      *>  WS-ITEM-OFFICE, SUB151); a missing or future date ages as
      *>  zero.
       260-Compute-Age.
         Move Zero To WS-ITEM-AGE.
         If WS-CALC-DATE Is Numeric
           And WS-CALC-DATE-N Not Equal Zero Then
           Move "A"            To WS-CAL-FUNC
           Move WS-ITEM-OFFICE To LCLOFFICE
           Move WS-AGE-UNIT    To LCLUNIT
           Move WS-CALC-DATE-N To LCLFROMDT
           Move WS-CUR-DATE    To LCLTODT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           Move LCLDAYS To WS-AGE-DAYS
           If WS-AGE-DAYS Greater Than Zero Then
             If WS-AGE-DAYS Greater Than 99999 Then
               Move 99999 To WS-ITEM-AGE
             Else
               Move WS-AGE-DAYS To WS-ITEM-AGE
             End-If
           End-If
         End-If.

       270-Find-Office.
         Move Space To WS-ITEM-OFFICE.
         If CUST-OPEN Then
           Move WS-ITEM-CUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Continue
             Not Invalid Key
               Move RCUSTOFFICE To WS-ITEM-OFFICE
           End-Read
         End-If.

      *>  Adds one item (queue WS-QX, office WS-ITEM-OFFICE, age
      *>  WS-ITEM-AGE) to the queue total and to its office's row.
       280-Add-Item.
         Add 1 To LBKQCOUNT(WS-QX).
         If WS-ITEM-AGE Greater Than LBKQOLDEST(WS-QX) Then
           Move WS-ITEM-AGE To LBKQOLDEST(WS-QX)
         End-If.
         If WS-ITEM-AGE Greater Than LBKQTARGET(WS-QX) Then
           Add 1 To LBKQOVER(WS-QX)
         End-If.
         Move "N" To WS-OFC-FOUND.
         Perform 285-Check-Office-Next
           Varying WS-OX From 1 By 1
           Until WS-OX Greater Than LBKOFCCNT Or OFC-FOUND.
         If OFC-FOUND Then
           Subtract 1 From WS-OX
         Else
           If LBKOFCCNT Less Than 20 Then
             Add 1 To LBKOFCCNT
             Move LBKOFCCNT      To WS-OX
             Move WS-ITEM-OFFICE To LBKOCODE(WS-OX)
             Move "Y" To WS-OFC-FOUND
           End-If
         End-If.
         If OFC-FOUND Then
           Add 1 To LBKOCOUNT(WS-OX, WS-QX)
           If WS-ITEM-AGE Greater Than LBKOOLDEST(WS-OX, WS-QX) Then
             Move WS-ITEM-AGE To LBKOOLDEST(WS-OX, WS-QX)
           End-If
           If WS-ITEM-AGE Greater Than LBKQTARGET(WS-QX) Then
             Add 1 To LBKOOVER(WS-OX, WS-QX)
           End-If
         End-If.

       285-Check-Office-Next.
         If LBKOCODE(WS-OX) Equal WS-ITEM-OFFICE Then
           Move "Y" To WS-OFC-FOUND
         End-If.

       300-Count-Web-Requests.
         Move 1 To WS-QX.
         Move LBKQUNIT(WS-QX) To WS-AGE-UNIT.
         Open Input PENDCHG.
         If WS-WEBSTAT Equal "00" Then
           Move "N" To WS-EOF
           Perform 310-Count-Web-Next
             Until IS-EOF
         End-If.
         Close PENDCHG.

       310-Count-Web-Next.
         Read PENDCHG
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And PC-STATUS Equal "P" Then
           Move PC-CUSTID      To WS-ITEM-CUSTID
           Move PC-RCVDTTM(1:8) To WS-CALC-DATE
           Perform 270-Find-Office
           Perform 260-Compute-Age
           Perform 280-Add-Item
         End-If.

       400-Count-Dual-Control.
         Move 2 To WS-QX.
         Move LBKQUNIT(WS-QX) To WS-AGE-UNIT.
         Open Input PENDAPPR.
         If WS-APPRSTAT Equal "00" Then
           Move "N" To WS-EOF
           Perform 410-Count-Appr-Next
             Until IS-EOF
         End-If.
         Close PENDAPPR.

       410-Count-Appr-Next.
         Read PENDAPPR
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And PA-STATUS Equal "P" Then
           Move PA-CUSTID      To WS-ITEM-CUSTID
           Move PA-RQDTTM(1:8) To WS-CALC-DATE
           Perform 270-Find-Office
           Perform 260-Compute-Age
           Perform 280-Add-Item
         End-If.

      *>  A future address is only waiting on a person once its date
      *>  has come and FUT101 has not applied it, or FUT101 could
      *>  not (status E).
       500-Count-Future-Address.
         Move 3 To WS-QX.
         Move LBKQUNIT(WS-QX) To WS-AGE-UNIT.
         Open Input PENDADDR.
         If WS-ADDRSTAT Equal "00" Then
           Move "N" To WS-EOF
           Perform 510-Count-Addr-Next
             Until IS-EOF
         End-If.
         Close PENDADDR.

       510-Count-Addr-Next.
         Read PENDADDR
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If PD-STATUS Equal "E"
             Or (PD-STATUS Equal "P"
                 And PD-EFFDT Not Greater Than WS-CUR-DATE) Then
             Move PD-CUSTID To WS-ITEM-CUSTID
             Move PD-EFFDT  To WS-CALC-DATE-N
             Perform 270-Find-Office
             Perform 260-Compute-Age
             Perform 280-Add-Item
           End-If
         End-If.

      *>  The list carries no date of its own; the age is how long
      *>  the customer has been past LCY101's threshold for the
      *>  stage they were listed in.
       600-Count-Demotions.
         Move 4 To WS-QX.
         Move LBKQUNIT(WS-QX) To WS-AGE-UNIT.
         Open Input LCYPEND.
         If WS-LCYSTAT Equal "00" Then
           Move "N" To WS-EOF
           Perform 610-Count-Lcy-Next
             Until IS-EOF
         End-If.
         Close LCYPEND.

       610-Count-Lcy-Next.
         Read LCYPEND
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move LP-CUSTID To WS-ITEM-CUSTID
           Move Space     To WS-ITEM-OFFICE
           Move Zero      To WS-ITEM-AGE
           If CUST-OPEN Then
             Move LP-CUSTID To RCUSTID
             Read CUST
               Key Is RCUSTID
               Invalid Key Continue
               Not Invalid Key
                 Move RCUSTOFFICE To WS-ITEM-OFFICE
                 Perform 620-Age-Demotion
             End-Read
           End-If
           Perform 280-Add-Item
         End-If.

      *>  Counted in the unit LCY101 judges the threshold in, so
      *>  the subtraction compares like with like.
       620-Age-Demotion.
         If LP-STAGE Equal "P" Then
           Move WS-PROS-UNIT To WS-AGE-UNIT
         Else
           Move WS-ACTV-UNIT To WS-AGE-UNIT
         End-If.
         Move RCUSTLIFEDT To WS-CALC-DATE-N.
         Perform 260-Compute-Age.
         If LP-STAGE Equal "P" Then
           If WS-ITEM-AGE Greater Than WS-PROS-DAYS Then
             Subtract WS-PROS-DAYS From WS-ITEM-AGE
           Else
             Move Zero To WS-ITEM-AGE
           End-If
         Else
           If WS-ITEM-AGE Greater Than WS-ACTV-DAYS Then
             Subtract WS-ACTV-DAYS From WS-ITEM-AGE
           Else
             Move Zero To WS-ITEM-AGE
           End-If
         End-If.

       700-Count-Failed-Mail.
         Move 5 To WS-QX.
         Move LBKQUNIT(WS-QX) To WS-AGE-UNIT.
         Open Input MAILQ.
         If WS-MAILSTAT Equal "00" Then
           Move "N" To WS-EOF
           Perform 710-Count-Mail-Next
             Until IS-EOF
         End-If.
         Close MAILQ.

       710-Count-Mail-Next.
         Read MAILQ
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And MSTATUS-FAILED Then
           Move MCUSTID          To WS-ITEM-CUSTID
           Move MQUEUEDTTM(1:8) To WS-CALC-DATE
           Perform 270-Find-Office
           Perform 260-Compute-Age
           Perform 280-Add-Item
         End-If.

      *>  Overdue means the follow-up date has passed; one due today
      *>  is today's work, not backlog. A date off a working day is
      *>  taken as due on the next working day, as TKL101 lists it.
       800-Count-Follow-Ups.
         Move 6 To WS-QX.
         Move LBKQUNIT(WS-QX) To WS-AGE-UNIT.
         If CUST-OPEN Then
           Move "N" To WS-EOF
           Move Low-Values To RCUSTID
           Start CUST Key Is Greater Than RCUSTID
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 810-Count-Fup-Next
             Until IS-EOF
         End-If.

       810-Count-Fup-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And RCUSTSTAT-ACTIVE
           And RCUSTFUPDT Not Equal Zero
           And RCUSTFUPDT Less Than WS-CUR-DATE Then
           Move RCUSTOFFICE To WS-ITEM-OFFICE
           Move "R"         To WS-CAL-FUNC
           Move RCUSTOFFICE To LCLOFFICE
           Move RCUSTFUPDT  To LCLFROMDT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           If LCLRESDT Less Than WS-CUR-DATE Then
             Move LCLRESDT To WS-CALC-DATE-N
             Perform 260-Compute-Age
             Perform 280-Add-Item
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
