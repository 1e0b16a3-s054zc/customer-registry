      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine owning the system parameters - the thresholds   **
      *> and switches the batch jobs and screens run on, held in one **
      *> indexed file, data/SYSPARM.DAT (see PARMFD), instead of a   **
      *> one-line .CFG file per setting. The catalogue below is the  **
      *> list of parameters there are, each with its description,   **
      *> type, allowed range or codes and default; a parameter not   **
      *> yet on file is written with its default the first time it  **
      *> is asked for, so a new installation runs on the defaults.   **
      *> A stored value the catalogue would not allow is never used: **
      *> the default is handed back instead. Every change made       **
      *> through U is appended to data/PARMLOG.DAT (see PLOGFD) with **
      *> the value before and after, the operator and the reason.    **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  G = get LSPNAME: its value, definition and last change.    **
      *>  N = next: as G, for the parameter after LSPNAME in name    **
      *>      order (blank = the first).                             **
      *>  U = update LSPNAME to LSPNUM/LSPUNIT/LSPCODE for operator  **
      *>      LSPOPERID, reason LSPREASON, and log the change.       **
      *>  S = sync: every catalogue parameter on file, definitions   **
      *>      brought up to date; values are left alone.             **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done.                                                  **
      *>  01: G: the default was handed back (not on file before, or **
      *>      the stored value is not allowed).                      **
      *>  02: Unknown parameter name.                                **
      *>  03: N: no parameter after LSPNAME.                         **
      *>  04: U: number outside the allowed range.                   **
      *>  05: U: unit must be blank, C (calendar) or B (business).   **
      *>  06: U: code not one of the allowed codes.                  **
      *>  07: U: a reason is required.                               **
      *>  08: U: the value is unchanged.                             **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Added CALL-HOURS-FROM/CALL-HOURS-TO, the permitted   **
      *>        calling window in the customer's local time (SUB157). **
      *> 261015 Added TOPSALES-COUNT, the customers per territory    **
      *>        TOP101 lists.                                        **
      *> 261015 Added ARRECON-GRACE, the days ARR101 allows a new    **
      *>        customer before an AR account is expected.           **
      *> 261015 Added SVY-CONTACT-DAYS, SVY-SUPP-DAYS, SVY-SAMPLE-   **
      *>        EVERY and SVY-SAMPLE-MAX for the SVY102 survey       **
      *>        invitation extract.                                  **
      *> 261015 Added REN-LOOKAHEAD, the days ahead of a contract's  **
      *>        notice date REN101 starts listing it.                **
      *> 261015 Added HLD-END-DAYS, the days ahead of a holding's    **
      *>        end date HLD103 starts listing it.                   **
      *> 261015 Added EVT-RPT-DAYS, the days back EVT102 reports     **
      *>        event attendance for.                                **
      *> 261015 Added CHKPT-EVERY, the records the long customer     **
      *>        rewrite batches process between SUB170 checkpoints.  **
      *> 261015 Added TWB-BAND-PCT, the percent either side of the   **
      *>        average territory load TWB101 balances to.           **
      *> 261015 Added DQS-MIN-SCORE, the SUB122 completeness score   **
      *>        below which DQS101 counts a record as a problem.     **
      *> 261015 Added CNF-REMIND-DAYS and CNF-MISS-CYCLES for the    **
      *>        CNF101 confirm-your-details cycle: the days before a **
      *>        reminder, and the missed cycles that list a          **
      *>        customer.                                            **
      *> 261015 Added CAS-TGT-UNIT, whether CAS101 counts a case's   **
      *>        age against its target in calendar (C) or business   **
      *>        (B) days.                                            **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB153.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select SYSPARM Assign WS-PRMFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is SPKEY
             File Status WS-PRMSTAT.
           Select PARMLOG Assign WS-LOGFILE
             Organization Is Line Sequential
             File Status WS-LOGSTAT.

       Data Division.
         File Section.
           Fd SYSPARM.
           01 SYSPARM-REC.
             Copy PARMFD.

           Fd PARMLOG.
           01 PARMLOG-REC.
             Copy PLOGFD.

         Working-Storage Section.
           01 WS-PRMFILE  Pic X(20) Value "data/SYSPARM.DAT".
           01 WS-PRMSTAT  Pic 9(2).
           01 WS-LOGFILE  Pic X(20) Value "data/PARMLOG.DAT".
           01 WS-LOGSTAT  Pic 9(2).
           01 WS-PRM-OPEN Pic X     Value "N".
             88 PRM-OPEN            Value "Y".
           01 WS-CAT-FOUND Pic X    Value "N".
             88 CAT-FOUND           Value "Y".
           01 WS-ON-FILE  Pic X     Value "N".
             88 IS-ON-FILE          Value "Y".
           01 WS-CHECK-RC Pic X(2)  Value Space.
           01 WS-TALLY    Pic 9(2)  Value Zero.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-STAMP    Pic X(14).

      *>  The parameter catalogue: name, type, lowest and highest
      *>  value allowed, default number, unit and code, the codes a
      *>  type C parameter may take, then the description.
           01 WS-CAT-COUNT Pic 9(2) Value 65.
           01 WS-CAT-VALUES.
             05 Filler Pic X(43) Value
                "PURGE-DAYS      D000001000999000730        ".
             05 Filler Pic X(40) Value
                "DAYS INACTIVE BEFORE A CUSTOMER PURGES".
             05 Filler Pic X(43) Value
                "ESTATE-DAYS     D000001009999000730        ".
             05 Filler Pic X(40) Value
                "DECEASED ESTATE PERIOD BEFORE PURGE".
             05 Filler Pic X(43) Value
                "LCY-PROSPECT    D000001000999000365        ".
             05 Filler Pic X(40) Value
                "DAYS AT PROSPECT BEFORE INACTIVE".
             05 Filler Pic X(43) Value
                "LCY-ACTIVE      D000001000999000730        ".
             05 Filler Pic X(40) Value
                "DAYS AT ACTIVE BEFORE INACTIVE".
             05 Filler Pic X(43) Value
                "BKL-WEB         D000001009999000002        ".
             05 Filler Pic X(40) Value
                "BACKLOG TARGET AGE - WEB REQUESTS".
             05 Filler Pic X(43) Value
                "BKL-DUAL        D000001009999000001        ".
             05 Filler Pic X(40) Value
                "BACKLOG TARGET AGE - DUAL CONTROL".
             05 Filler Pic X(43) Value
                "BKL-FUTADDR     D000001009999000001        ".
             05 Filler Pic X(40) Value
                "BACKLOG TARGET AGE - FUTURE ADDRESS".
             05 Filler Pic X(43) Value
                "BKL-DEMOTE      D000001009999000001        ".
             05 Filler Pic X(40) Value
                "BACKLOG TARGET AGE - DEMOTIONS".
             05 Filler Pic X(43) Value
                "BKL-FAILMAIL    D000001009999000003        ".
             05 Filler Pic X(40) Value
                "BACKLOG TARGET AGE - FAILED MAIL".
             05 Filler Pic X(43) Value
                "BKL-FOLLOWUP    D000001009999000007        ".
             05 Filler Pic X(40) Value
                "BACKLOG TARGET AGE - FOLLOW-UPS".
             05 Filler Pic X(43) Value
                "DORMANT-DAYS    D000001000999000090        ".
             05 Filler Pic X(40) Value
                "DAYS WITHOUT CONTACT BEFORE DORMANT".
             05 Filler Pic X(43) Value
                "EMLVER-DAYS     D000001000999000014        ".
             05 Filler Pic X(40) Value
                "DAYS AN EMAIL MAY STAY UNVERIFIED".
             05 Filler Pic X(43) Value
                "ARAGE-DAYS      D000001000999000007        ".
             05 Filler Pic X(40) Value
                "DAYS BEFORE A MISSING AR NUMBER LISTS".
             05 Filler Pic X(43) Value
                "CAMPEFF-DAYS    N000001000999000030        ".
             05 Filler Pic X(40) Value
                "CAMPAIGN RESPONSE WINDOW IN DAYS".
             05 Filler Pic X(43) Value
                "MLR-VERIFY-HOLD C000000000000000000 NYN    ".
             05 Filler Pic X(40) Value
                "HOLD MAIL TO UNVERIFIED EMAIL (Y/N)".
             05 Filler Pic X(43) Value
                "ERASE-DUE-DAYS  N000001000999000030        ".
             05 Filler Pic X(40) Value
                "CALENDAR DAYS TO COMPLETE AN ERASURE".
             05 Filler Pic X(43) Value
                "FUP-OWNER-RULE  N000000000001000000        ".
             05 Filler Pic X(40) Value
                "FOLLOW-UP OWNER 0=OPERATOR 1=TERR REP".
             05 Filler Pic X(43) Value
                "KYC-CYCLE-LOW   N000001000999000036        ".
             05 Filler Pic X(40) Value
                "KYC REVIEW CYCLE MONTHS - LOW RISK".
             05 Filler Pic X(43) Value
                "KYC-CYCLE-MED   N000001000999000012        ".
             05 Filler Pic X(40) Value
                "KYC REVIEW CYCLE MONTHS - MEDIUM RISK".
             05 Filler Pic X(43) Value
                "KYC-CYCLE-HIGH  N000001000999000006        ".
             05 Filler Pic X(40) Value
                "KYC REVIEW CYCLE MONTHS - HIGH RISK".
             05 Filler Pic X(43) Value
                "PWD-EXPIRE-DAYS N000001000999000090        ".
             05 Filler Pic X(40) Value
                "DAYS BEFORE A PASSWORD EXPIRES".
             05 Filler Pic X(43) Value
                "PWD-MAX-FAILS   N000001000999000005        ".
             05 Filler Pic X(40) Value
                "WRONG PASSWORDS BEFORE LOCKOUT".
             05 Filler Pic X(43) Value
                "SESSION-TIMEOUT N000001000999000015        ".
             05 Filler Pic X(40) Value
                "IDLE MINUTES BEFORE FORCED SIGN-OFF".
             05 Filler Pic X(43) Value
                "PRESORT-MIN5    N000001009999000150        ".
             05 Filler Pic X(40) Value
                "PIECES TO QUALIFY A 5-DIGIT ZIP GROUP".
             05 Filler Pic X(43) Value
                "PRESORT-MIN3    N000001009999000010        ".
             05 Filler Pic X(40) Value
                "PIECES TO QUALIFY A 3-DIGIT ZIP GROUP".
             05 Filler Pic X(43) Value
                "PRESORT-RATE5   N000001000999000053        ".
             05 Filler Pic X(40) Value
                "5-DIGIT PRESORT RATE, CENTS A PIECE".
             05 Filler Pic X(43) Value
                "PRESORT-RATE3   N000001000999000058        ".
             05 Filler Pic X(40) Value
                "3-DIGIT PRESORT RATE, CENTS A PIECE".
             05 Filler Pic X(43) Value
                "PRESORT-RATER   N000001000999000073        ".
             05 Filler Pic X(40) Value
                "RESIDUAL RATE, CENTS A PIECE".
             05 Filler Pic X(43) Value
                "QA-SAMPLE-STD   N000001000020000005        ".
             05 Filler Pic X(40) Value
                "QA CHANGES SAMPLED PER OPERATOR".
             05 Filler Pic X(43) Value
                "QA-SAMPLE-NEW   N000001000020000015        ".
             05 Filler Pic X(40) Value
                "QA CHANGES SAMPLED PER NEW STARTER".
             05 Filler Pic X(43) Value
                "QA-NEW-DAYS     N000001009999000090        ".
             05 Filler Pic X(40) Value
                "DAYS AN OPERATOR COUNTS AS NEW FOR QA".
             05 Filler Pic X(43) Value
                "RECERT-DAYS     N000001000999000030        ".
             05 Filler Pic X(40) Value
                "DAYS ALLOWED TO ATTEST A RECERT CYCLE".
             05 Filler Pic X(43) Value
                "RET-CONTACT     N000001009999000730        ".
             05 Filler Pic X(40) Value
                "DAYS CONTACT.DAT ROWS ARE KEPT".
             05 Filler Pic X(43) Value
                "RET-MAILQ       N000001009999000365        ".
             05 Filler Pic X(40) Value
                "DAYS SENT/FAILED MAIL ROWS ARE KEPT".
             05 Filler Pic X(43) Value
                "RET-OPERLOG     N000001009999000365        ".
             05 Filler Pic X(40) Value
                "DAYS OPERLOG.DAT ROWS ARE KEPT".
             05 Filler Pic X(43) Value
                "RET-CAMPHIST    N000001009999000365        ".
             05 Filler Pic X(40) Value
                "DAYS CAMPHIST.DAT ROWS ARE KEPT".
             05 Filler Pic X(43) Value
                "RET-ACCESSLOG   N000001009999000365        ".
             05 Filler Pic X(40) Value
                "DAYS ACCESS.LOG ROWS ARE KEPT".
             05 Filler Pic X(43) Value
                "SNAPSHOT-KEEP   N000001000999000010        ".
             05 Filler Pic X(40) Value
                "BACKUP SNAPSHOTS KEPT BY RST101 SWEEP".
             05 Filler Pic X(43) Value
                "REPORT-KEEP     N000001000999000010        ".
             05 Filler Pic X(40) Value
                "ARCHIVED COPIES KEPT PER REPORT (SUB117)".
             05 Filler Pic X(43) Value
                "SUSPECT-MULT    N000001009999000003        ".
             05 Filler Pic X(40) Value
                "ACCESS VIEWS OVER AVERAGE MULTIPLIER".
             05 Filler Pic X(43) Value
                "SUSPECT-VIEWS   N000001009999000020        ".
             05 Filler Pic X(40) Value
                "MINIMUM VIEWS A DAY BEFORE FLAGGING".
             05 Filler Pic X(43) Value
                "SUSPECT-WINDOW  N000001009999000030        ".
             05 Filler Pic X(40) Value
                "ACCESS HISTORY WINDOW IN DAYS".
             05 Filler Pic X(43) Value
                "SVY-WORST-LIMIT N000001000100000050        ".
             05 Filler Pic X(40) Value
                "SURVEY SCORE AT OR BELOW THIS IS LISTED".
             05 Filler Pic X(43) Value
                "VEL-THRESHOLD   N000001009999000003        ".
             05 Filler Pic X(40) Value
                "CONTACT-FIELD EDITS THAT FLAG VELOCITY".
             05 Filler Pic X(43) Value
                "VEL-WINDOW      N000001009999000007        ".
             05 Filler Pic X(40) Value
                "VELOCITY ROLLING WINDOW IN DAYS".
             05 Filler Pic X(43) Value
                "VEL-VIEW-DAYS   N000001009999000003        ".
             05 Filler Pic X(40) Value
                "VELOCITY VIEW WINDOW IN DAYS".
             05 Filler Pic X(43) Value
                "VEL-BOUNCE-DAYS N000001009999000007        ".
             05 Filler Pic X(40) Value
                "VELOCITY BOUNCE WINDOW IN DAYS".
             05 Filler Pic X(43) Value
                "VEL-HOLD        N000000000001000000        ".
             05 Filler Pic X(40) Value
                "SET FRAUD HOLD ON FLAGGED 0=NO 1=YES".
             05 Filler Pic X(43) Value
                "CALL-HOURS-FROM N000000002359000800        ".
             05 Filler Pic X(40) Value
                "CALLING WINDOW OPENS, HHMM CUSTOMER TIME".
             05 Filler Pic X(43) Value
                "CALL-HOURS-TO   N000001002400002100        ".
             05 Filler Pic X(40) Value
                "CALLING WINDOW CLOSES, HHMM CUST TIME".
             05 Filler Pic X(43) Value
                "TOPSALES-COUNT  N000001000999000010        ".
             05 Filler Pic X(40) Value
                "CUSTOMERS PER TERRITORY ON TOP101".
             05 Filler Pic X(43) Value
                "ARRECON-GRACE   N000000000365000030        ".
             05 Filler Pic X(40) Value
                "DAYS A NEW CUSTOMER MAY LACK AN AR ACCT".
             05 Filler Pic X(43) Value
                "SVY-CONTACT-DAYSN000001000365000030        ".
             05 Filler Pic X(40) Value
                "SURVEY: COMPLETED CONTACT WITHIN DAYS".
             05 Filler Pic X(43) Value
                "SVY-SUPP-DAYS   N000000000999000180        ".
             05 Filler Pic X(40) Value
                "SURVEY: NO RE-INVITE WITHIN DAYS".
             05 Filler Pic X(43) Value
                "SVY-SAMPLE-EVERYN000001000999000001        ".
             05 Filler Pic X(40) Value
                "SURVEY: INVITE EVERY NTH ELIGIBLE".
             05 Filler Pic X(43) Value
                "SVY-SAMPLE-MAX  N000001999999000500        ".
             05 Filler Pic X(40) Value
                "SURVEY: MOST INVITATIONS PER RUN".
             05 Filler Pic X(43) Value
                "REN-LOOKAHEAD   N000000000366000031        ".
             05 Filler Pic X(40) Value
                "RENEWAL: DAYS AHEAD OF NOTICE DATE".
             05 Filler Pic X(43) Value
                "HLD-END-DAYS    N000001000366000060        ".
             05 Filler Pic X(40) Value
                "HOLDINGS: DAYS AHEAD OF END DATE".
             05 Filler Pic X(43) Value
                "EVT-RPT-DAYS    N000001000366000090        ".
             05 Filler Pic X(40) Value
                "EVENTS: DAYS BACK FOR ATTENDANCE REPORT".
             05 Filler Pic X(43) Value
                "CHKPT-EVERY     N000001001000000100        ".
             05 Filler Pic X(40) Value
                "CHECKPOINT: RECORDS BETWEEN CHECKPOINTS".
             05 Filler Pic X(43) Value
                "TWB-BAND-PCT    N000001000100000020        ".
             05 Filler Pic X(40) Value
                "TERRITORY BALANCE: TARGET BAND +/- PCT".
             05 Filler Pic X(43) Value
                "DQS-MIN-SCORE   N000000000100000050        ".
             05 Filler Pic X(40) Value
                "SCORECARD: COMPLETENESS BELOW = PROBLEM".
             05 Filler Pic X(43) Value
                "CNF-REMIND-DAYS D000001000365000030        ".
             05 Filler Pic X(40) Value
                "CONFIRM DETAILS: DAYS BEFORE REMINDER".
             05 Filler Pic X(43) Value
                "CNF-MISS-CYCLES N000001000009000002        ".
             05 Filler Pic X(40) Value
                "CONFIRM DETAILS: MISSED CYCLES TO LIST".
             05 Filler Pic X(43) Value
                "CAS-TGT-UNIT    C000000000000000000 CCB    ".
             05 Filler Pic X(40) Value
                "CASE TARGET DAYS: C CALENDAR/B BUSINESS".
           01 WS-CAT-TBL Redefines WS-CAT-VALUES.
             05 WS-CAT-ENTRY Occurs 65 Times Indexed By WS-CX.
               10 WS-C-NAME    Pic X(16).
               10 WS-C-TYPE    Pic X(1).
               10 WS-C-MIN     Pic 9(6).
               10 WS-C-MAX     Pic 9(6).
               10 WS-C-DEFNUM  Pic 9(6).
               10 WS-C-DEFUNIT Pic X(1).
               10 WS-C-DEFCODE Pic X(1).
               10 WS-C-ALLOWED Pic X(6).
               10 WS-C-DESC    Pic X(40).

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy PARMLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Evaluate LS-FUNC
           When "G" Perform 200-Get-Parm
           When "N" Perform 300-Next-Parm
           When "U" Perform 400-Update-Parm
           When "S" Perform 600-Sync-Catalogue
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

      *>  A parameter not on file is written with its default; one
      *>  that cannot be written (the file cannot be opened) still
      *>  answers with the default.
       200-Get-Parm.
         Perform 210-Find-Catalogue.
         If Not CAT-FOUND Then
           Move "02" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Perform 500-Open-Parm.
         Move "N" To WS-ON-FILE.
         If PRM-OPEN Then
           Move LSPNAME To SPNAME
           Read SYSPARM Key Is SPKEY
             Invalid Key Continue
             Not Invalid Key Move "Y" To WS-ON-FILE
           End-Read
         End-If.
         If Not IS-ON-FILE Then
           Move LSPNAME To SPNAME
           Perform 220-Load-Definition
           Perform 225-Load-Default
           Move Space To SPUPDOP
           Move Space To SPUPDDTTM
           If PRM-OPEN Then
             Write SYSPARM-REC
             End-Write
           End-If
           Move "01" To LS-RETVAL
         End-If.
         Perform 510-Close-Parm.
         Perform 220-Load-Definition.
         Perform 230-Return-Row.
         Perform 250-Check-Value.
         If WS-CHECK-RC Not Equal "00" Then
           Move WS-C-DEFNUM(WS-CX)  To LSPNUM
           Move WS-C-DEFUNIT(WS-CX) To LSPUNIT
           Move WS-C-DEFCODE(WS-CX) To LSPCODE
           Move "01" To LS-RETVAL
         End-If.

       210-Find-Catalogue.
         Move "N" To WS-CAT-FOUND.
         Set WS-CX To 1.
         Search WS-CAT-ENTRY Varying WS-CX
           At End Continue
           When WS-C-NAME(WS-CX) Equal LSPNAME
             Move "Y" To WS-CAT-FOUND
         End-Search.

      *>  The definition half of the record, from the catalogue.
       220-Load-Definition.
         Move WS-C-DESC(WS-CX)    To SPDESC.
         Move WS-C-TYPE(WS-CX)    To SPTYPE.
         Move WS-C-MIN(WS-CX)     To SPMIN.
         Move WS-C-MAX(WS-CX)     To SPMAX.
         Move WS-C-ALLOWED(WS-CX) To SPALLOWED.
         Move WS-C-DEFNUM(WS-CX)  To SPDEFNUM.
         Move WS-C-DEFUNIT(WS-CX) To SPDEFUNIT.
         Move WS-C-DEFCODE(WS-CX) To SPDEFCODE.

       225-Load-Default.
         Move WS-C-DEFNUM(WS-CX)  To SPNUM.
         Move WS-C-DEFUNIT(WS-CX) To SPUNIT.
         Move WS-C-DEFCODE(WS-CX) To SPCODE.

       230-Return-Row.
         Move SPNAME    To LSPNAME.
         Move SPNUM     To LSPNUM.
         Move SPUNIT    To LSPUNIT.
         Move SPCODE    To LSPCODE.
         Move SPDESC    To LSPDESC.
         Move SPTYPE    To LSPTYPE.
         Move SPMIN     To LSPMIN.
         Move SPMAX     To LSPMAX.
         Move SPALLOWED To LSPALLOWED.
         Move SPDEFNUM  To LSPDEFNUM.
         Move SPDEFUNIT To LSPDEFUNIT.
         Move SPDEFCODE To LSPDEFCODE.
         Move SPUPDOP   To LSPUPDOP.
         Move SPUPDDTTM To LSPUPDDTTM.

      *>  Judges LSPNUM/LSPUNIT/LSPCODE against catalogue entry
      *>  WS-CX; WS-CHECK-RC comes back 00 or the U return code.
       250-Check-Value.
         Move "00" To WS-CHECK-RC.
         If WS-C-TYPE(WS-CX) Equal "C" Then
           Move Zero To WS-TALLY
           If LSPCODE Not Equal Space Then
             Inspect WS-C-ALLOWED(WS-CX) Tallying WS-TALLY
               For All LSPCODE
           End-If
           If WS-TALLY Equal Zero Then
             Move "06" To WS-CHECK-RC
           End-If
         Else
           If LSPNUM Not Numeric Then
             Move "04" To WS-CHECK-RC
           Else
             If LSPNUM Less Than WS-C-MIN(WS-CX)
               Or LSPNUM Greater Than WS-C-MAX(WS-CX) Then
               Move "04" To WS-CHECK-RC
             End-If
           End-If
           If WS-C-TYPE(WS-CX) Equal "D"
             And LSPUNIT Not Equal Space
             And LSPUNIT Not Equal "B" Then
             Move "05" To WS-CHECK-RC
           End-If
         End-If.

       260-Make-Stamp.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move Spaces      To WS-STAMP.
         Move WS-CUR-DATE To WS-STAMP(1:8).
         Move WS-CUR-TIME To WS-STAMP(9:6).

      *>  A row on file the catalogue no longer knows comes back with
      *>  the definition it was written with.
       300-Next-Parm.
         Perform 500-Open-Parm.
         If Not PRM-OPEN Then
           Move "03" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Move LSPNAME To SPNAME.
         Start SYSPARM Key Is Greater Than SPKEY
           Invalid Key Move "03" To LS-RETVAL
         End-Start.
         If LS-RETVAL Equal "00" Then
           Read SYSPARM Next Record
             At End Move "03" To LS-RETVAL
           End-Read
         End-If.
         Perform 510-Close-Parm.
         If LS-RETVAL Equal "00" Then
           Move SPNAME To LSPNAME
           Perform 210-Find-Catalogue
           If CAT-FOUND Then
             Perform 220-Load-Definition
           End-If
           Perform 230-Return-Row
         End-If.

      *>  A day count keyed with unit C is stored with the blank
      *>  calendar-day unit the jobs have always read.
       400-Update-Parm.
         Perform 210-Find-Catalogue.
         If Not CAT-FOUND Then
           Move "02" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         If LSPREASON Equal Space Then
           Move "07" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Evaluate WS-C-TYPE(WS-CX)
           When "C"
             Move Zero  To LSPNUM
             Move Space To LSPUNIT
           When "D"
             If LSPUNIT Equal "C" Then
               Move Space To LSPUNIT
             End-If
             Move Space To LSPCODE
           When Other
             Move Space To LSPUNIT
             Move Space To LSPCODE
         End-Evaluate.
         Perform 250-Check-Value.
         If WS-CHECK-RC Not Equal "00" Then
           Move WS-CHECK-RC To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Perform 500-Open-Parm.
         Move "N" To WS-ON-FILE.
         If PRM-OPEN Then
           Move LSPNAME To SPNAME
           Read SYSPARM Key Is SPKEY
             Invalid Key Continue
             Not Invalid Key Move "Y" To WS-ON-FILE
           End-Read
         End-If.
         If Not IS-ON-FILE Then
           Move LSPNAME To SPNAME
           Perform 225-Load-Default
         End-If.
         If SPNUM Equal LSPNUM And SPUNIT Equal LSPUNIT
           And SPCODE Equal LSPCODE Then
           Perform 510-Close-Parm
           Move "08" To LS-RETVAL
           Perform 999-End-Of-SubRutine
         End-If.
         Perform 260-Make-Stamp.
         Move SPNAME    To PLNAME.
         Move SPNUM     To PLOLDNUM.
         Move SPUNIT    To PLOLDUNIT.
         Move SPCODE    To PLOLDCODE.
         Move LSPNUM    To PLNEWNUM.
         Move LSPUNIT   To PLNEWUNIT.
         Move LSPCODE   To PLNEWCODE.
         Move LSPOPERID To PLOPERID.
         Move WS-STAMP  To PLTIMESTAMP.
         Move LSPREASON To PLREASON.
         Perform 220-Load-Definition.
         Move LSPNUM    To SPNUM.
         Move LSPUNIT   To SPUNIT.
         Move LSPCODE   To SPCODE.
         Move LSPOPERID To SPUPDOP.
         Move WS-STAMP  To SPUPDDTTM.
         If IS-ON-FILE Then
           Rewrite SYSPARM-REC
           End-Rewrite
         Else
           Write SYSPARM-REC
           End-Write
         End-If.
         Perform 510-Close-Parm.
         Perform 450-Append-Log.
         Perform 230-Return-Row.

       450-Append-Log.
         Open Extend PARMLOG.
         If WS-LOGSTAT Equal "35" Then
           Close PARMLOG
           Open Output PARMLOG
         End-If.
         Write PARMLOG-REC
         End-Write.
         Close PARMLOG.

      *>  A missing file is created empty first.
       500-Open-Parm.
         Move "N" To WS-PRM-OPEN.
         Open I-O SYSPARM.
         If WS-PRMSTAT Equal "35" Then
           Open Output SYSPARM
           Close SYSPARM
           Open I-O SYSPARM
         End-If.
         If WS-PRMSTAT Equal "00" Then
           Move "Y" To WS-PRM-OPEN
         End-If.

       510-Close-Parm.
         If PRM-OPEN Then
           Close SYSPARM
           Move "N" To WS-PRM-OPEN
         End-If.

       600-Sync-Catalogue.
         Perform 500-Open-Parm.
         If PRM-OPEN Then
           Perform 610-Sync-Entry
             Varying WS-CX From 1 By 1
             Until WS-CX Greater Than WS-CAT-COUNT
           Perform 510-Close-Parm
         End-If.

       610-Sync-Entry.
         Move WS-C-NAME(WS-CX) To SPNAME.
         Read SYSPARM Key Is SPKEY
           Invalid Key
             Perform 220-Load-Definition
             Perform 225-Load-Default
             Move Space To SPUPDOP
             Move Space To SPUPDDTTM
             Write SYSPARM-REC
             End-Write
           Not Invalid Key
             Perform 220-Load-Definition
             Rewrite SYSPARM-REC
             End-Rewrite
         End-Read.

       999-End-Of-SubRutine.
         Exit Program.
