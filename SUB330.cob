      *>        forward carries this change too.                      **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Show the customer's alert flags in effect (SUB147)   **
      *>        as a banner on the record and browse screens.        **
      *> 261015 A follow-up saved here gets its owner through        **
      *>        SUB150 (the setter, or the territory's rep).         **
      *> 261015 Show the customer's local time (SUB157) on the       **
      *>        record screen, flagged outside the calling hours.    **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB330.
             05 WS-CP-OUTCOME Pic X(1).
             05 WS-CP-TEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).
           01 WS-ALR-PRMSET.
             05 WS-ALR-CUSTID Pic X(10).
             05 WS-ALR-BANNER Pic X(40).
           01 WS-ALR-RETVAL Pic X(2)  Value Space.
           01 WS-TZ-PRMSET.
             Copy TZLK.
           01 WS-TZ-RETVAL  Pic X(2)  Value Space.
           01 WS-FUO-FUNC   Pic X(1)  Value "A".
           01 WS-FUO-PRMSET.
             Copy FUPOWNLK.
           01 WS-FUO-RETVAL Pic X(2)  Value Space.

      *>  Same newest-first table paging SUB320 uses for the audit
      *>  history: rows collect oldest-first, the page walks back.
             05 Line  4 Col  3 Value "CONTACT ACTIVITY.".
             05 Line  4 Col 22 Value "CUSTOMER:".
             05 Line  4 Col 32 Pic X(10) From LS-CUSTID.
             05 Line  5 Col 40 Pic X(40) From WS-ALR-BANNER.
             05 Line  5 Col  3 Pic X(36) From LTZTEXT.
             05 Line  6 Col  3 Value "METHOD ....:".
             05 Line  6 Col 17 Pic X(1) Using WS-ENT-METHOD.
             05 Line  6 Col 20 Value "(P=Phone E=Email M=Mail"
             05 Line  3 Col  3 Value "CONTACT ACTIVITY.".
             05 Line  3 Col 22 Value "CUSTOMER:".
             05 Line  3 Col 32 Pic X(10) From LS-CUSTID.
             05 Line  4 Col 40 Pic X(40) From WS-ALR-BANNER.
             05 Line  5 Col  3 Value "DATE/TIME".
             05 Line  5 Col 19 Value "M".
             05 Line  5 Col 21 Value "O".
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move LS-CUSTID To WS-ALR-CUSTID.
         Call "SUB147" Using WS-ALR-PRMSET, WS-ALR-RETVAL.
         Perform 105-Load-Address.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

      *>  The address the SUB157 local time is worked from; the
      *>  time itself is taken afresh each time the screen shows.
       105-Load-Address.
         Move Space To LTZSTATE.
         Move Space To LTZZIP.
         Move Space To LTZCTRY.
         Open Input CUST.
         If WS-CUSTSTAT Equal "35" Then
           Close CUST
         Else
           Move LS-CUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Continue
             Not Invalid Key
               Move RCUSTSTATE To LTZSTATE
               Move RCUSTZIP   To LTZZIP
               Move RCUSTCTRY  To LTZCTRY
           End-Read
           Close CUST
         End-If.

       110-Main-Loop.
         Move Zero To LTZDATE.
         Move Zero To LTZTIME.
         Call "SUB157" Using WS-TZ-PRMSET, WS-TZ-RETVAL.
         Display SS-CONTACT-1.
         Accept  SS-CONTACT-1.
         Evaluate WS-INPKEY
      *>  through SUB102 - nothing else typed here belongs on the
      *>  customer, and the optimistic-lock bump would invalidate an
      *>  edit in flight on the update screen), with an audit row so
      *>  the scheduling is attributed. SUB150 then gives it an owner.
       130-Set-Follow-Up.
         Open I-O CUST.
         If WS-CUSTSTAT Equal "35" Then
                     WS-JRNL-BEFORE, WS-JRNL-AFTER, WS-JRNL-RETVAL
                 Rewrite CUST-REC
                 End-Rewrite
                 Move RCUSTID   To LFOCUSTID
                 Move RCUSTTERR To LFOTERR
                 Move LS-OPERID To LFOOPERID
                 Call "SUB150" Using WS-FUO-FUNC, WS-FUO-PRMSET,
                     WS-FUO-RETVAL
               End-If
           End-Read
           Close CUST
