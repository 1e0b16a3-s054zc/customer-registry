      *>        opens the SUB385 relationship-links screen; the         **
      *>        detail's STATUS line moved to line 24 to make room on   **
      *>        the options bar.                                        **
      *> 261015 Added a cas[E] option on the exact-search detail that   **
      *>        opens the SUB405 complaint/service-case screen.         **
      *> 261015 Added an [A]ppt option on the exact-search detail that  **
      *>        opens the SUB410 appointment-booking screen.            **
      *> 261015 Show the alert flags in effect (SUB147) as a banner  **
      *>        under the credit-hold flag on the exact-search       **
      *>        detail, and added an a[L]ert option there that       **
      *>        opens the SUB450 alert screen.                       **
      *> 261015 Hold the lists, searches and exports to the          **
      *>        signed-on operator's office scope (SUB148); an       **
      *>        exact ID in another office is refused.               **
      *> 261015 Widened the SUB129 parameter set for the rep's       **
      *>        sign-on ID.                                          **
      *> 261015 Added [W]atch me and [O]wning-rep watch toggles on   **
      *>        the exact-search detail (SUB155) - WCH101 sends the  **
      *>        watcher a nightly digest of what happened to the     **
      *>        customer - and a WATCHED BY line showing both.       **
      *> 261015 The do-not-text indicator rides the CSV exports as   **
      *>        a DNT column after NATID, so existing column         **
      *>        positions do not move.                               **
      *> 261015 Added a [N]ewsletters option on the exact-search     **
      *>        detail that opens the SUB515 subscription screen.    **
      *> 261015 Show the customer's local time (SUB157) on the       **
      *>        detail screen, flagged outside the calling hours.    **
      *> 261015 Added a [Z]ip option: finds customers by ZIP and     **
      *>        optional partial street line through the ADDRXRF.DAT **
      *>        address cross-reference (SUB160/XRF102), seasonal and **
      *>        pending addresses included and labelled in a new     **
      *>        ADDRESS column on the browse.                        **
      *> 261015 Added an e[M]ail option: finds the customer an       **
      *>        address belongs to through the EMAILXRF.DAT email    **
      *>        cross-reference (SUB161/XRF103); an address shared   **
      *>        by several customers lists them on the browse.       **
      *> 261015 Added a s[U]mmary option on the exact-search detail  **
      *>        that opens the SUB520 one-screen customer summary.   **
      *> 261015 Show accounting's balance, overdue amount, YTD sales **
      *>        and last invoice and payment dates (SUB164, loaded   **
      *>        by FIN101) on the exact-search detail.               **
      *> 261015 Added an e[V]ents option on the exact-search detail  **
      *>        that opens the SUB550 event registration screen.     **
      *> 261015 Supervisor views of an unmasked national ID and      **
      *>        every CSV export are written to the security event   **
      *>        log through SUB171.                                  **
      *> 261015 Added a confir[M] option on the exact-search detail  **
      *>        that opens the SUB560 confirm-your-details screen.   **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB230.
           Select CONTACT Assign WS-CONTFILE
             Organization Is Line Sequential
             File Status WS-CONTSTAT.
           Select ADDRXRF Assign WS-AXRFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is AXKEY
             File Status WS-AXRSTAT.
           Select EMAILXRF Assign WS-EXRFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is EXKEY
             File Status WS-EXRSTAT.

       Data Division.
         File Section.
           01 CONTACT-REC.
             Copy CONTFD.

           Fd ADDRXRF.
           01 ADDRXRF-REC.
             Copy ADDRXFD.

           Fd EMAILXRF.
           01 EMAILXRF-REC.
             Copy EMAILXFD.

         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CONT-ID  Pic X(10)  Value Space.
             05 WS-REP-TERR  Pic X(4).
             05 WS-REP-NAME  Pic X(30).
             05 WS-REP-EMAIL Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2)  Value Space.
           01 WS-SVY-PRMSET.
             05 WS-SVY-CUSTID Pic X(10).
             05 WS-SVY-SCORE  Pic 9(3).
           01 WS-SVY-RETVAL Pic X(2)  Value Space.
           01 WS-SVY-MSG    Pic X(14) Value Space.
           01 WS-FIN-PRMSET.
             Copy ARFINLK.
           01 WS-FIN-RETVAL Pic X(2)  Value Space.
           01 WS-FIN-EDIT   Pic --,---,--9.99.
           01 WS-FIN-BAL-D  Pic X(15) Value Space.
           01 WS-FIN-OVD-D  Pic X(15) Value Space.
           01 WS-FIN-YTD-D  Pic X(15) Value Space.
           01 WS-FIN-INV-D  Pic X(8)  Value Space.
           01 WS-FIN-PAY-D  Pic X(8)  Value Space.
           01 WS-HOLD-PRMSET.
             05 WS-HOLD-ID   Pic X(10).
             05 WS-HOLD-OPER Pic X(8).
             05 WS-HOLD-DATE Pic 9(8).
           01 WS-HOLD-RETVAL Pic X(2) Value Space.
           01 WS-HOLD-MSG   Pic X(18) Value Space.
           01 WS-ALR-PRMSET.
             05 WS-ALR-CUSTID Pic X(10).
             05 WS-ALR-BANNER Pic X(40).
           01 WS-ALR-RETVAL Pic X(2)  Value Space.
           01 WS-TZ-PRMSET.
             Copy TZLK.
           01 WS-TZ-RETVAL  Pic X(2)  Value Space.
           01 WS-WCH-FUNC   Pic X(1)  Value "Q".
           01 WS-WCH-PRMSET.
             Copy WATCHLK.
           01 WS-WCH-RETVAL Pic X(2)  Value Space.
           01 WS-WCH-ME     Pic X     Value "N".
             88 IS-WATCHING-ME        Value "Y".
           01 WS-WCH-REP    Pic X     Value "N".
             88 IS-WATCHING-REP       Value "Y".
           01 WS-WATCH-MSG  Pic X(40) Value Space.
           01 WS-OFS-FUNC   Pic X(1)  Value "Q".
           01 WS-OFS-PRMSET.
             05 WS-OFS-OPERID Pic X(8).
             05 WS-OFS-ROLE   Pic X(1).
             05 WS-OFS-CUSTID Pic X(10).
             05 WS-OFS-OFFICE Pic X(3).
           01 WS-OFS-RETVAL Pic X(2)  Value Space.
           01 WS-IN-SCOPE   Pic X     Value "Y".
             88 IS-IN-SCOPE           Value "Y".
           01 WS-NATID-MASKED Pic X(15) Value Space.
           01 WS-SUP-RETVAL Pic X(2)  Value Space.
           01 WS-IS-SUP     Pic X     Value "N".
             88 BROWSE-MODE-ADV       Value "A".
             88 BROWSE-MODE-TEXT      Value "T".
             88 BROWSE-MODE-SDX       Value "S".
             88 BROWSE-MODE-ZIP       Value "Z".
             88 BROWSE-MODE-EMAIL     Value "M".

      *>  Address search working storage: the ZIP (the first five
      *>  characters are the ADDRXRF.DAT key), the optional street
      *>  text uppercased and trimmed for the substring check, and
      *>  the source label shown in the browse's ADDRESS column.
           01 WS-AXRFILE    Pic X(20) Value "data/ADDRXRF.DAT".
           01 WS-AXRSTAT    Pic 9(2).
           01 WS-ADR-ZIP    Pic X(10) Value Space.
           01 WS-ADR-STREET Pic X(30) Value Space.
           01 WS-ADR-LEN    Pic 9(2)  Value Zero.
           01 WS-ADR-MATCH-CNT Pic 9(2) Value Zero.
           01 WS-B-SRC-HDG  Pic X(8)  Value Space.

      *>  Email search working storage: the address as typed and
      *>  uppercased the way EMAILXRF.DAT keys it. A shared address
      *>  is paged through the browse with only the customer ID part
      *>  of the key kept in WS-PAGE-START - the address is fixed
      *>  for the whole search.
           01 WS-EXRFILE    Pic X(20) Value "data/EMAILXRF.DAT".
           01 WS-EXRSTAT    Pic 9(2).
           01 WS-EML-ADDR   Pic X(40) Value Space.
           01 WS-EML-KEY    Pic X(40) Value Space.
           01 WS-EXR-FUNC   Pic X(1)  Value "L".
           01 WS-EXR-PRMSET.
             Copy EMAILXLK.
           01 WS-EXR-RETVAL Pic X(2)  Value Space.

      *>  Sounds-like search working storage: the phonetic key of
      *>  the typed name (SUB130) that every record's own key is
           01 WS-CSVFILE  Pic X(24) Value "data/CUSTEXPORT.CSV".
           01 WS-CSVSTAT  Pic 9(2).
           01 WS-CSV-HDG  Pic X(50)
                Value "ID,NAME,PHONE #1,PHONE #2,DNM,DNC,DNE,NATID,DNT".
           01 WS-CSV-DETAIL.
             05 CSV-ID   Pic X(10).
             05 CSV-NAME Pic X(40).
             05 CSV-DNC  Pic X(1).
             05 CSV-DNE  Pic X(1).
             05 CSV-NATID Pic X(15).
             05 CSV-DNT  Pic X(1).
           01 WS-CSV-LINE Pic X(100) Value Space.
           01 WS-CSV-PTR  Pic 9(3)   Value 1.
           01 WS-TRIM-SRC Pic X(40)  Value Space.
           01 WS-FOUND        Pic X     Value "N".
             88 IS-FOUND                Value "Y".
           01 WS-BROWSE-CNT   Pic 9(2)  Value Zero.
           01 WS-SEC-PRMSET.
             Copy SECLOGLK.
           01 WS-SEC-RETVAL   Pic X(2).
           01 WS-BROWSE-PAGE  Pic 9(2)  Value 1.
           01 WS-HAS-NEXT     Pic X     Value "N".
             88 HAS-NEXT-PAGE           Value "Y".
           01 WS-NEXT-MARK    Pic X(16)  Value Space.
           01 WS-PAGE-START-TBL.
             05 WS-PAGE-START Occurs 50 Times
                               Indexed By WS-PX Pic X(16).
           01 WS-BROWSE-TBL.
             05 WS-BROWSE-ROW Occurs 10 Times Indexed By WS-BX.
               10 WS-B-ID   Pic X(10)  Value Space.
               10 WS-B-DNM  Pic X(1)  Value Space.
               10 WS-B-DNC  Pic X(1)  Value Space.
               10 WS-B-DNE  Pic X(1)  Value Space.
               10 WS-B-DNT  Pic X(1)  Value Space.
               10 WS-B-SRC  Pic X(8)  Value Space.

         Linkage Section.
           01 LS-OPERID   Pic X(8).
             05 Line 23 Col  2 Value "Options: [B]ack [S]earch [L]ist".
             05 Line 23 Col 35 Value "[P]hone [N]ame [A]dv [E]xt"
                                     & " [T]ext [H]elp".
             05 Line 22 Col 35 Value "[Z]ip/street e[M]ail".
             05 Line 23 Col 76 Pic X Using WS-INPKEY.
             05 Line 24 Col  2 Value "STATUS:".
             05 Line 24 Col 10 Pic X(30) Using WS-STATUS.

           01 SS-SEARCH-ZIP-1.
             05 Blank Screen.
             05 Line  4 Col  3 Value "SEARCH CUSTOMER - ADDRESS.".
             05 Line  6 Col  3 Value "ZIP CODE ......:".
             05 Line  6 Col 20 Pic X(10) Using WS-ADR-ZIP.
             05 Line  8 Col  3 Value "STREET CONTAINS:".
             05 Line  8 Col 20 Pic X(30) Using WS-ADR-STREET.
             05 Line 10 Col  3 Value "(ZIP required; seasonal and"
                                     & " pending addresses too)".
             05 Line 23 Col  2 Value "Options: [B]ack [S]earch".
             05 Line 23 Col 27 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

           01 SS-SEARCH-EMAIL-1.
             05 Blank Screen.
             05 Line  4 Col  3 Value "SEARCH CUSTOMER - EMAIL LOOKUP.".
             05 Line  6 Col  3 Value "EMAIL .....:".
             05 Line  6 Col 16 Pic X(40) Using WS-EML-ADDR.
             05 Line  8 Col  3 Value "(whole address, any case - a"
                                     & " shared one lists them all)".
             05 Line 23 Col  2 Value "Options: [B]ack [S]earch".
             05 Line 23 Col 27 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

           01 SS-SEARCH-ADV-1.
             05 Blank Screen.
             05 Line  4 Col  3 Value "SEARCH CUSTOMER - ADVANCED.".
             05 Line 18 Col 54 Value "EML VER:".
             05 Line 18 Col 63 Pic X(1) From CUSTEMLVER.
             05 Line 20 Col  3 Pic X(18) From WS-HOLD-MSG.
             05 Line 21 Col  3 Pic X(40) From WS-WATCH-MSG.
             05 Line  4 Col 40 Pic X(20) From WS-CRHOLD-MSG.
             05 Line  4 Col 62 Pic X(14) From WS-SVY-MSG.
             05 Line  5 Col 40 Pic X(40) From WS-ALR-BANNER.
             05 Line  6 Col 40 Pic X(36) From LTZTEXT.
             05 Line 10 Col 40 Value "BALANCE ..:".
             05 Line 10 Col 52 Pic X(15) From WS-FIN-BAL-D.
             05 Line 12 Col 40 Value "OVERDUE ..:".
             05 Line 12 Col 52 Pic X(15) From WS-FIN-OVD-D.
             05 Line 14 Col 40 Value "YTD SALES :".
             05 Line 14 Col 52 Pic X(15) From WS-FIN-YTD-D.
             05 Line 16 Col 40 Value "LAST INV .:".
             05 Line 16 Col 52 Pic X(8)  From WS-FIN-INV-D.
             05 Line 16 Col 61 Value "PAY:".
             05 Line 16 Col 66 Pic X(8)  From WS-FIN-PAY-D.
             05 Line 23 Col  2 Value "Options: [B]ack [P]rint [X]port"
                                     & " [C]ontact [R]el [D]oc cas[E]"
                                     & " [A]ppt a[L]ert".
             05 Line 22 Col 11 Value "[W]atch me  watch for the"
                                     & " [O]wning rep  (on/off)".
             05 Line 22 Col 62 Value "[N]ewsletters".
             05 Line 22 Col  2 Value "s[U]mmary".
             05 Line 24 Col 45 Value "e[V]ents".
             05 Line 24 Col 55 Value "confir[M]".
             05 Line 23 Col 78 Pic X Using WS-INPKEY.
             05 Line 24 Col  2 Value "STATUS:".
             05 Line 24 Col 10 Pic X(30) Using WS-STATUS.

             05 Line  5 Col  3 Value "ID        NAME".
             05 Line  5 Col 36 Value "PHONE #1".
             05 Line  5 Col 47 Value "PHONE #2".
             05 Line  5 Col 58 Pic X(8)  From WS-B-SRC-HDG.
             05 Line  6 Col  3 Pic X(10)  From WS-B-ID(1).
             05 Line  6 Col 15 Pic X(20) From WS-B-NAME(1).
             05 Line  6 Col 36 Pic X(10) From WS-B-PHN1(1).
             05 Line  6 Col 47 Pic X(10) From WS-B-PHN2(1).
             05 Line  6 Col 58 Pic X(8)  From WS-B-SRC(1).
             05 Line  7 Col  3 Pic X(10)  From WS-B-ID(2).
             05 Line  7 Col 15 Pic X(20) From WS-B-NAME(2).
             05 Line  7 Col 36 Pic X(10) From WS-B-PHN1(2).
             05 Line  7 Col 47 Pic X(10) From WS-B-PHN2(2).
             05 Line  7 Col 58 Pic X(8)  From WS-B-SRC(2).
             05 Line  8 Col  3 Pic X(10)  From WS-B-ID(3).
             05 Line  8 Col 15 Pic X(20) From WS-B-NAME(3).
             05 Line  8 Col 36 Pic X(10) From WS-B-PHN1(3).
             05 Line  8 Col 47 Pic X(10) From WS-B-PHN2(3).
             05 Line  8 Col 58 Pic X(8)  From WS-B-SRC(3).
             05 Line  9 Col  3 Pic X(10)  From WS-B-ID(4).
             05 Line  9 Col 15 Pic X(20) From WS-B-NAME(4).
             05 Line  9 Col 36 Pic X(10) From WS-B-PHN1(4).
             05 Line  9 Col 47 Pic X(10) From WS-B-PHN2(4).
             05 Line  9 Col 58 Pic X(8)  From WS-B-SRC(4).
             05 Line 10 Col  3 Pic X(10)  From WS-B-ID(5).
             05 Line 10 Col 15 Pic X(20) From WS-B-NAME(5).
             05 Line 10 Col 36 Pic X(10) From WS-B-PHN1(5).
             05 Line 10 Col 47 Pic X(10) From WS-B-PHN2(5).
             05 Line 10 Col 58 Pic X(8)  From WS-B-SRC(5).
             05 Line 11 Col  3 Pic X(10)  From WS-B-ID(6).
             05 Line 11 Col 15 Pic X(20) From WS-B-NAME(6).
             05 Line 11 Col 36 Pic X(10) From WS-B-PHN1(6).
             05 Line 11 Col 47 Pic X(10) From WS-B-PHN2(6).
             05 Line 11 Col 58 Pic X(8)  From WS-B-SRC(6).
             05 Line 12 Col  3 Pic X(10)  From WS-B-ID(7).
             05 Line 12 Col 15 Pic X(20) From WS-B-NAME(7).
             05 Line 12 Col 36 Pic X(10) From WS-B-PHN1(7).
             05 Line 12 Col 47 Pic X(10) From WS-B-PHN2(7).
             05 Line 12 Col 58 Pic X(8)  From WS-B-SRC(7).
             05 Line 13 Col  3 Pic X(10)  From WS-B-ID(8).
             05 Line 13 Col 15 Pic X(20) From WS-B-NAME(8).
             05 Line 13 Col 36 Pic X(10) From WS-B-PHN1(8).
             05 Line 13 Col 47 Pic X(10) From WS-B-PHN2(8).
             05 Line 13 Col 58 Pic X(8)  From WS-B-SRC(8).
             05 Line 14 Col  3 Pic X(10)  From WS-B-ID(9).
             05 Line 14 Col 15 Pic X(20) From WS-B-NAME(9).
             05 Line 14 Col 36 Pic X(10) From WS-B-PHN1(9).
             05 Line 14 Col 47 Pic X(10) From WS-B-PHN2(9).
             05 Line 14 Col 58 Pic X(8)  From WS-B-SRC(9).
             05 Line 15 Col  3 Pic X(10)  From WS-B-ID(10).
             05 Line 15 Col 15 Pic X(20) From WS-B-NAME(10).
             05 Line 15 Col 36 Pic X(10) From WS-B-PHN1(10).
             05 Line 15 Col 47 Pic X(10) From WS-B-PHN2(10).
             05 Line 15 Col 58 Pic X(8)  From WS-B-SRC(10).
             05 Line 20 Col  3 Value "PAGE:".
             05 Line 20 Col  9 Pic Z9 From WS-BROWSE-PAGE.
             05 Line 23 Col  2 Value "Options: [N]ext [P]revious [B]ack".
         If WS-SUP-RETVAL Equal "00" Then
           Move "Y" To WS-IS-SUP
         End-If.
         Call "SUB148" Using WS-OFS-FUNC, WS-OFS-PRMSET,
             WS-OFS-RETVAL.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
           When "T" Perform 138-Search-By-Text
           When "H" Perform 119-Show-Help
           When "E" Perform 134-Search-By-External-Id
           When "Z" Perform 126-Search-By-Address
           When "M" Perform 164-Search-By-Email
           When "B" Perform 999-End-Of-SubRutine
         End-Evaluate.

           Move "Check digit wrong - rekey!" To WS-STATUS
         Else
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL
         If WS-RETVAL Equal "06" Then
           Move "Another office's customer!" To WS-STATUS
         Else
         If WS-RETVAL Not Equal "00" Then
           Move "Customer not found!" To WS-STATUS
         Else
           Perform 125-Search-Result-Loop
             Until WS-INPKEY Equal "B"
         End-If
         End-If
         End-If.

      *>  One access-log row per record actually opened on the
         Move "SUB230" To WS-ACC-SCREEN.
         Call "SUB145" Using CUSTID, LS-OPERID, WS-ACC-SCREEN,
             WS-ACC-RETVAL.
         If IS-SUPERVISOR And CUSTNATID Not Equal Space Then
           Move "NATID-UNMASK"      To LSEEVENT
           Move CUSTID              To LSECUSTID
           Move "shown on the search detail" To LSEDETAIL
           Perform 173-Log-Security-Event
         End-If.

       125-Search-Result-Loop.
         Call "SUB098" Using CUSTNATID, WS-NATID-MASKED.
         Else
           Move Space To WS-SVY-MSG
         End-If.
         Perform 172-Load-Financials.
         Move CUSTID To WS-HOLD-ID.
         Call "SUB140" Using WS-HOLD-PRMSET, WS-HOLD-RETVAL.
         If WS-HOLD-RETVAL Equal "00" Then
         Else
           Move Space To WS-HOLD-MSG
         End-If.
         Move CUSTID To WS-ALR-CUSTID.
         Call "SUB147" Using WS-ALR-PRMSET, WS-ALR-RETVAL.
         Move CUSTSTATE To LTZSTATE.
         Move CUSTZIP   To LTZZIP.
         Move CUSTCTRY  To LTZCTRY.
         Move Zero      To LTZDATE.
         Move Zero      To LTZTIME.
         Call "SUB157" Using WS-TZ-PRMSET, WS-TZ-RETVAL.
         Move CUSTTERR To WS-REP-TERR.
         Call "SUB129" Using WS-REP-PRMSET, WS-REP-RETVAL.
         If WS-REP-RETVAL Not Equal "00"
           And CUSTTERR Not Equal Space Then
           Move "(NO ACTIVE REP)" To WS-REP-NAME
         End-If.
         Perform 184-Show-Watches.
         Display SS-SEARCH-CUST-2.
         Accept  SS-SEARCH-CUST-2.
         Evaluate WS-INPKEY
           When "C" Perform 186-Open-Contact-Log
           When "R" Perform 187-Open-Relationships
           When "D" Perform 188-Open-Documents
           When "E" Perform 189-Open-Cases
           When "A" Perform 191-Open-Appointments
           When "L" Perform 192-Open-Alerts
           When "W" Perform 181-Toggle-My-Watch
           When "O" Perform 182-Toggle-Rep-Watch
           When "N" Perform 193-Open-Newsletters
           When "U" Perform 194-Open-Summary
           When "V" Perform 195-Open-Events
           When "M" Perform 196-Open-Confirmation
           When "B" Continue
         End-Evaluate.

         Call "SUB355" Using WS-CONT-ID, LS-OPERID.
         Move Space To WS-INPKEY.

      *>  Hands the displayed customer off to SUB405 to open, work or
      *>  close their complaint/service cases, then returns here.
       189-Open-Cases.
         Move CUSTID To WS-CONT-ID.
         Call "SUB405" Using WS-CONT-ID, LS-OPERID.
         Move Space To WS-INPKEY.

      *>  Hands the displayed customer off to SUB410 to book, complete
      *>  or cancel visits and call-backs, then returns here.
       191-Open-Appointments.
         Move CUSTID To WS-CONT-ID.
         Call "SUB410" Using WS-CONT-ID, LS-OPERID.
         Move Space To WS-INPKEY.

      *>  Hands the displayed customer off to SUB450 to set or remove
      *>  alert flags, then returns here with the banner refreshed.
       192-Open-Alerts.
         Move CUSTID To WS-CONT-ID.
         Call "SUB450" Using WS-CONT-ID, LS-OPERID.
         Move Space To WS-INPKEY.

      *>  Hands the displayed customer off to SUB515 to subscribe or
      *>  unsubscribe them list by list, then returns here.
       193-Open-Newsletters.
         Move CUSTID To WS-CONT-ID.
         Call "SUB515" Using WS-CONT-ID, LS-OPERID.
         Move Space To WS-INPKEY.

      *>  Hands the displayed customer off to SUB520 for the one-
      *>  screen summary of everything on file, then returns here.
       194-Open-Summary.
         Move CUSTID To WS-CONT-ID.
         Call "SUB520" Using WS-CONT-ID, LS-OPERID.
         Move Space To WS-INPKEY.

      *>  Hands the displayed customer off to SUB550 to sign them up
      *>  for events and record attendance, then returns here.
       195-Open-Events.
         Move CUSTID To WS-CONT-ID.
         Call "SUB550" Using WS-CONT-ID, LS-OPERID.
         Move Space To WS-INPKEY.

      *>  Hands the displayed customer off to SUB560 to take their
      *>  reply to the yearly confirm-your-details request.
       196-Open-Confirmation.
         Move CUSTID To WS-CONT-ID.
         Call "SUB560" Using WS-CONT-ID, LS-OPERID.
         Move Space To WS-INPKEY.

      *>  [W]atch me / [O]wning rep each flip one WATCH.DAT row
      *>  (SUB155) for the displayed customer; WCH101 sends the
      *>  watcher a digest on any night the customer is touched.
       181-Toggle-My-Watch.
         Move LS-OPERID To LWWATCHER.
         Perform 183-Toggle-Watch.

       182-Toggle-Rep-Watch.
         If CUSTTERR Equal Space Then
           Move "No territory - no rep to tell!" To WS-STATUS
           Move Space To WS-INPKEY
         Else
           Move "*REP" To LWWATCHER
           Perform 183-Toggle-Watch
         End-If.

       183-Toggle-Watch.
         Move CUSTID    To LWCUSTID.
         Move LS-OPERID To LWOPERID.
         Move "Q" To WS-WCH-FUNC.
         Call "SUB155" Using WS-WCH-FUNC, WS-WCH-PRMSET,
             WS-WCH-RETVAL.
         If WS-WCH-RETVAL Equal "00" Then
           Move "R" To WS-WCH-FUNC
           Call "SUB155" Using WS-WCH-FUNC, WS-WCH-PRMSET,
               WS-WCH-RETVAL
           Move "Watch removed!" To WS-STATUS
         Else
           Move "A" To WS-WCH-FUNC
           Call "SUB155" Using WS-WCH-FUNC, WS-WCH-PRMSET,
               WS-WCH-RETVAL
           Move "Watch added!" To WS-STATUS
         End-If.
         Move Space To WS-INPKEY.

       184-Show-Watches.
         Move CUSTID    To LWCUSTID.
         Move "Q"       To WS-WCH-FUNC.
         Move LS-OPERID To LWWATCHER.
         Call "SUB155" Using WS-WCH-FUNC, WS-WCH-PRMSET,
             WS-WCH-RETVAL.
         If WS-WCH-RETVAL Equal "00" Then
           Move "Y" To WS-WCH-ME
         Else
           Move "N" To WS-WCH-ME
         End-If.
         Move "*REP" To LWWATCHER.
         Call "SUB155" Using WS-WCH-FUNC, WS-WCH-PRMSET,
             WS-WCH-RETVAL.
         If WS-WCH-RETVAL Equal "00" Then
           Move "Y" To WS-WCH-REP
         Else
           Move "N" To WS-WCH-REP
         End-If.
         Evaluate True
           When IS-WATCHING-ME And IS-WATCHING-REP
             Move "WATCHED BY: YOU AND THE REP" To WS-WATCH-MSG
           When IS-WATCHING-ME
             Move "WATCHED BY: YOU" To WS-WATCH-MSG
           When IS-WATCHING-REP
             Move "WATCHED BY: THE REP" To WS-WATCH-MSG
           When Other
             Move Space To WS-WATCH-MSG
         End-Evaluate.

      *>  Entry point for the [P]hone option - looks a customer up by
      *>  phone number (either RCUSTPHN1 or RCUSTPHN2) instead of by
      *>  exact CUSTOMER ID, via SUB106.
         Else
           Move WS-XRF-CUSTID To CUSTID
           Call "SUB104" Using WS-CUST-DAT, WS-RETVAL
           Evaluate True
             When WS-RETVAL Equal "06"
               Move "Another office's customer!" To WS-STATUS
             When WS-RETVAL Not Equal "00"
               Move "Mapped customer not found!" To WS-STATUS
             When Other
               Move Space To WS-INPKEY
               Move Space To WS-STATUS
               Perform 124-Log-Detail-Access
               Perform 125-Search-Result-Loop
                 Until WS-INPKEY Equal "B"
           End-Evaluate
         End-If.

      *>  Entry point for the [N]ame option - looks a customer up by
           Move "Y" To WS-TXTHIT-FOUND
         End-If.

      *>  Entry point for the [Z]ip option - every address indexed
      *>  under the typed ZIP on ADDRXRF.DAT (the customer's own,
      *>  seasonal and pending ones, each labelled), narrowed to a
      *>  street containing the typed text when one is given, and
      *>  paged through the usual ten-row browse.
       126-Search-By-Address.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move Space To WS-ADR-ZIP.
         Move Space To WS-ADR-STREET.
         Perform 127-Adr-Entry-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.

       127-Adr-Entry-Loop.
         Display SS-SEARCH-ZIP-1.
         Accept  SS-SEARCH-ZIP-1.
         Evaluate WS-INPKEY
           When "S" Perform 137-Do-Address-Search
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.

       137-Do-Address-Search.
         Inspect WS-ADR-STREET Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         Move WS-ADR-STREET To WS-TRIM-SRC.
         Perform 197-Rtrim-Field.
         Move WS-TRIM-LEN To WS-ADR-LEN.
         If WS-ADR-ZIP(1:5) Equal Space Then
           Move "ZIP code is required!" To WS-STATUS
         Else
           Open Input ADDRXRF
           If WS-AXRSTAT Equal "35" Then
             Move "Address index not built yet!" To WS-STATUS
             Close ADDRXRF
           Else
             Move "Z" To WS-BROWSE-MODE
             Move "SEARCH CUSTOMER - ADDRESS RESULTS."
               To WS-BROWSE-TITLE
             Move "ADDRESS" To WS-B-SRC-HDG
             Move 1 To WS-BROWSE-PAGE
             Move WS-ADR-ZIP(1:5) To WS-PAGE-START(1)
             Move Space To WS-STATUS
             Open Input CUST
             If WS-CUSTSTAT Equal "35" Then
               Move "No customers on file!" To WS-STATUS
             Else
               Perform 161-Load-Adr-Page
               Perform 150-Browse-Loop
                 Until WS-INPKEY Equal "B"
               Close CUST
             End-If
             Close ADDRXRF
             Move Space To WS-INPKEY
             Move Space To WS-B-SRC-HDG
             Move "B" To WS-BROWSE-MODE
           End-If
         End-If.

      *>  Entry point for the [A]dv option - accepts any combination
      *>  of ID, partial name and partial phone and pages through
      *>  every active customer matching all the filled-in criteria.
         Move Space To WS-B-NAME(WS-BX).
         Move Space To WS-B-PHN1(WS-BX).
         Move Space To WS-B-PHN2(WS-BX).
         Move Space To WS-B-SRC(WS-BX).

       147-Read-Into-Row.
         Perform 159-Check-Office-Scope.
         If RCUSTSTAT-ACTIVE And IS-IN-SCOPE Then
           Add 1 To WS-BX
           Move RCUSTID   To WS-B-ID(WS-BX)
           Move RCUSTNAME To WS-B-NAME(WS-BX)
           Move RCUSTDNM  To WS-B-DNM(WS-BX)
           Move RCUSTDNC  To WS-B-DNC(WS-BX)
           Move RCUSTDNE  To WS-B-DNE(WS-BX)
           Move RCUSTDNT  To WS-B-DNT(WS-BX)
           Add 1 To WS-BROWSE-CNT
         End-If.
         Read CUST Next Record
         If RCUSTSTAT-INACTIVE Then
           Move "N" To WS-FOUND
         End-If.
         Perform 159-Check-Office-Scope.
         If Not IS-IN-SCOPE Then
           Move "N" To WS-FOUND
         End-If.

         If IS-FOUND Then
           Add 1 To WS-BX
           Move RCUSTDNM  To WS-B-DNM(WS-BX)
           Move RCUSTDNC  To WS-B-DNC(WS-BX)
           Move RCUSTDNE  To WS-B-DNE(WS-BX)
           Move RCUSTDNT  To WS-B-DNT(WS-BX)
           Add 1 To WS-BROWSE-CNT
         End-If.
         Read CUST Next Record

       153-Text-Match-Row.
         Move "N" To WS-FOUND.
         Perform 159-Check-Office-Scope.
         If RCUSTSTAT-ACTIVE And IS-IN-SCOPE Then
           Move Zero To WS-TXT-MATCH-CNT
           Inspect RCUSTNOTES1 Tallying WS-TXT-MATCH-CNT
             For All WS-TXT-PHRASE(1:WS-TXT-LEN)
           Move RCUSTDNM  To WS-B-DNM(WS-BX)
           Move RCUSTDNC  To WS-B-DNC(WS-BX)
           Move RCUSTDNE  To WS-B-DNE(WS-BX)
           Move RCUSTDNT  To WS-B-DNT(WS-BX)
           Add 1 To WS-BROWSE-CNT
         End-If.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

      *>  Starts the cross-reference at the page's key (the bare ZIP
      *>  for page one) and takes matching entries until ten rows
      *>  are filled or the ZIP runs out; the entry left unread
      *>  after a full page is where [N]ext starts.
       161-Load-Adr-Page.
         Move Space To WS-STATUS.
         Move Zero  To WS-BROWSE-CNT.
         Move "N"   To WS-HAS-NEXT.
         Perform 146-Clear-Browse-Row
           Varying WS-BX From 1 By 1 Until WS-BX Greater Than 10.

         Move WS-PAGE-START(WS-BROWSE-PAGE) To AXKEY.
         Move "N" To WS-EOF.
         Start ADDRXRF Key Is Greater Than Or Equal AXKEY
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         If Not IS-EOF Then
           Perform 163-Read-Adr-Next
         End-If.
         Move Zero To WS-BX.
         If Not IS-EOF Then
           Perform 162-Adr-Match-Row
             Until WS-BX Equal 10 Or IS-EOF
         End-If.

         If Not IS-EOF Then
           Move "Y"   To WS-HAS-NEXT
           Move AXKEY To WS-NEXT-MARK
         End-If.

         If WS-BROWSE-CNT Equal Zero Then
           Move "No customers found." To WS-STATUS
         End-If.

       162-Adr-Match-Row.
         Move "N" To WS-FOUND.
         Move Zero To WS-ADR-MATCH-CNT.
         If WS-ADR-LEN Equal Zero Then
           Move 1 To WS-ADR-MATCH-CNT
         Else
           Inspect AXSTREET Tallying WS-ADR-MATCH-CNT
             For All WS-ADR-STREET(1:WS-ADR-LEN)
         End-If.
         If WS-ADR-MATCH-CNT Greater Than Zero Then
           Move AXCUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key Continue
             Not Invalid Key
               Perform 159-Check-Office-Scope
               If RCUSTSTAT-ACTIVE And IS-IN-SCOPE Then
                 Move "Y" To WS-FOUND
               End-If
           End-Read
         End-If.

         If IS-FOUND Then
           Add 1 To WS-BX
           Move RCUSTID   To WS-B-ID(WS-BX)
           Move RCUSTNAME To WS-B-NAME(WS-BX)
           Move RCUSTPHN1 To WS-B-PHN1(WS-BX)
           Move RCUSTPHN2 To WS-B-PHN2(WS-BX)
           Move RCUSTDNM  To WS-B-DNM(WS-BX)
           Move RCUSTDNC  To WS-B-DNC(WS-BX)
           Move RCUSTDNE  To WS-B-DNE(WS-BX)
           Move RCUSTDNT  To WS-B-DNT(WS-BX)
           Evaluate True
             When AXSOURCE-SEAS Move "SEASONAL" To WS-B-SRC(WS-BX)
             When AXSOURCE-PEND Move "PENDING"  To WS-B-SRC(WS-BX)
             When Other         Move "MAILING"  To WS-B-SRC(WS-BX)
           End-Evaluate
           Add 1 To WS-BROWSE-CNT
         End-If.
         Perform 163-Read-Adr-Next.

      *>  The next entry, as long as it is still under the searched
      *>  ZIP - the first one past it ends the search.
       163-Read-Adr-Next.
         Read ADDRXRF Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And AXZIP5 Not Equal WS-ADR-ZIP(1:5) Then
           Move "Y" To WS-EOF
         End-If.

      *>  Entry point for the e[M]ail option - finds who an address
      *>  belongs to through the EMAILXRF.DAT cross-reference (SUB161)
      *>  for the reply, bounce or portal enquiry that quotes no
      *>  customer ID. One holder opens straight on the usual result
      *>  screen; an address shared by several active customers is
      *>  listed on the browse for the clerk to pick from.
       164-Search-By-Email.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move Space To WS-EML-ADDR.
         Perform 165-Eml-Entry-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.

       165-Eml-Entry-Loop.
         Display SS-SEARCH-EMAIL-1.
         Accept  SS-SEARCH-EMAIL-1.
         Evaluate WS-INPKEY
           When "S" Perform 166-Do-Email-Search
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.

       166-Do-Email-Search.
         Move WS-EML-ADDR To LEXEMAIL.
         Move Space       To LEXCUSTID.
         Move "L"         To WS-EXR-FUNC.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.
         Evaluate True
           When WS-EML-ADDR Equal Space
             Move "Email address is required!" To WS-STATUS
           When WS-EXR-RETVAL Equal "05"
             Move "Email index not built yet!" To WS-STATUS
           When WS-EXR-RETVAL Not Equal "00"
             Move "Customer not found!" To WS-STATUS
           When LEXCOUNT Equal 1
             Move LEXMATCH To CUSTID
             Call "SUB104" Using WS-CUST-DAT, WS-RETVAL
             Evaluate True
               When WS-RETVAL Equal "06"
                 Move "Another office's customer!" To WS-STATUS
               When WS-RETVAL Not Equal "00"
                 Move "Customer not found!" To WS-STATUS
               When Other
                 Move Space To WS-INPKEY
                 Move Space To WS-STATUS
                 Perform 124-Log-Detail-Access
                 Perform 125-Search-Result-Loop
                   Until WS-INPKEY Equal "B"
             End-Evaluate
           When Other
             Perform 171-List-Email-Holders
         End-Evaluate.

       171-List-Email-Holders.
         Move WS-EML-ADDR To WS-EML-KEY.
         Inspect WS-EML-KEY Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         Open Input EMAILXRF.
         Move "M" To WS-BROWSE-MODE.
         Move "SEARCH CUSTOMER - EMAIL HOLDERS." To WS-BROWSE-TITLE.
         Move 1 To WS-BROWSE-PAGE.
         Move Space To WS-PAGE-START(1).
         Move Space To WS-STATUS.
         Open Input CUST.
         If WS-CUSTSTAT Equal "35" Then
           Move "No customers on file!" To WS-STATUS
         Else
           Perform 167-Load-Eml-Page
           Perform 150-Browse-Loop
             Until WS-INPKEY Equal "B"
           Close CUST
         End-If.
         Close EMAILXRF.
         Move Space To WS-INPKEY.
         Move "B" To WS-BROWSE-MODE.

      *>  Starts the cross-reference at the address and the page's
      *>  customer ID (blank for page one) and takes holders until
      *>  ten rows are filled or the address runs out.
       167-Load-Eml-Page.
         Move Space To WS-STATUS.
         Move Zero  To WS-BROWSE-CNT.
         Move "N"   To WS-HAS-NEXT.
         Perform 146-Clear-Browse-Row
           Varying WS-BX From 1 By 1 Until WS-BX Greater Than 10.

         Move WS-EML-KEY To EXEMAIL.
         Move WS-PAGE-START(WS-BROWSE-PAGE)(1:10) To EXCUSTID.
         Move "N" To WS-EOF.
         Start EMAILXRF Key Is Greater Than Or Equal EXKEY
           Invalid Key Move "Y" To WS-EOF
         End-Start.
         If Not IS-EOF Then
           Perform 169-Read-Eml-Next
         End-If.
         Move Zero To WS-BX.
         If Not IS-EOF Then
           Perform 168-Eml-Match-Row
             Until WS-BX Equal 10 Or IS-EOF
         End-If.

         If Not IS-EOF Then
           Move "Y"      To WS-HAS-NEXT
           Move EXCUSTID To WS-NEXT-MARK
         End-If.

         If WS-BROWSE-CNT Equal Zero Then
           Move "No customers found." To WS-STATUS
         End-If.

      *>  The cross-reference holds active customers only, but the
      *>  record is read anyway for the row and the office scope.
       168-Eml-Match-Row.
         Move "N" To WS-FOUND.
         Move EXCUSTID To RCUSTID.
         Read CUST
           Key Is RCUSTID
           Invalid Key Continue
           Not Invalid Key
             Perform 159-Check-Office-Scope
             If RCUSTSTAT-ACTIVE And IS-IN-SCOPE Then
               Move "Y" To WS-FOUND
             End-If
         End-Read.

         If IS-FOUND Then
           Add 1 To WS-BX
           Move RCUSTID   To WS-B-ID(WS-BX)
           Move RCUSTNAME To WS-B-NAME(WS-BX)
           Move RCUSTPHN1 To WS-B-PHN1(WS-BX)
           Move RCUSTPHN2 To WS-B-PHN2(WS-BX)
           Move RCUSTDNM  To WS-B-DNM(WS-BX)
           Move RCUSTDNC  To WS-B-DNC(WS-BX)
           Move RCUSTDNE  To WS-B-DNE(WS-BX)
           Move RCUSTDNT  To WS-B-DNT(WS-BX)
           Add 1 To WS-BROWSE-CNT
         End-If.
         Perform 169-Read-Eml-Next.

      *>  The next holder, as long as it is still under the searched
      *>  address.
       169-Read-Eml-Next.
         Read EMAILXRF Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And EXEMAIL Not Equal WS-EML-KEY Then
           Move "Y" To WS-EOF
         End-If.

      *>  Entry point for the sounds-[L]ike option on the name-lookup
      *>  screen: the typed name's SUB130 key is matched against
      *>  every active record's key, so a mis-heard spelling still

       158-Sdx-Match-Row.
         Move "N" To WS-FOUND.
         Perform 159-Check-Office-Scope.
         If RCUSTSTAT-ACTIVE And IS-IN-SCOPE Then
           Call "SUB130" Using RCUSTNAME, WS-SDX-ROWKEY,
               WS-SDX-RETVAL
           If WS-SDX-ROWKEY Equal WS-SDX-TARGET
           Move RCUSTDNM  To WS-B-DNM(WS-BX)
           Move RCUSTDNC  To WS-B-DNC(WS-BX)
           Move RCUSTDNE  To WS-B-DNE(WS-BX)
           Move RCUSTDNT  To WS-B-DNT(WS-BX)
           Add 1 To WS-BROWSE-CNT
         End-If.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

      *>  A clerk held to one office (SUB148) sees that office's
      *>  customers and the ones with no office recorded - on every
      *>  list, and so in every export taken from one.
       159-Check-Office-Scope.
         Move "Y" To WS-IN-SCOPE.
         If WS-OFS-OFFICE Not Equal Space
           And RCUSTOFFICE Not Equal Space
           And RCUSTOFFICE Not Equal WS-OFS-OFFICE Then
           Move "N" To WS-IN-SCOPE
         End-If.

       155-Load-Page.
         Evaluate True
           When BROWSE-MODE-ADV  Perform 149-Load-Adv-Page
           When BROWSE-MODE-TEXT Perform 152-Load-Text-Page
           When BROWSE-MODE-SDX  Perform 157-Load-Sdx-Page
           When BROWSE-MODE-ZIP  Perform 161-Load-Adr-Page
           When BROWSE-MODE-EMAIL Perform 167-Load-Eml-Page
           When Other            Perform 145-Load-Browse-Page
         End-Evaluate.

           Move "Already at the first page." To WS-STATUS
         End-If.

      *>  Accounting's figures for the customer (SUB164, loaded by
      *>  FIN101); blank when accounting has sent nothing for them.
       172-Load-Financials.
         Move CUSTID To LFNCUSTID.
         Call "SUB164" Using WS-FIN-PRMSET, WS-FIN-RETVAL.
         If WS-FIN-RETVAL Equal "00" Then
           Move LFNBALANCE  To WS-FIN-EDIT
           Move WS-FIN-EDIT To WS-FIN-BAL-D
           Move LFNOVERDUE  To WS-FIN-EDIT
           Move WS-FIN-EDIT To WS-FIN-OVD-D
           Move LFNYTDSALES To WS-FIN-EDIT
           Move WS-FIN-EDIT To WS-FIN-YTD-D
           Move Space To WS-FIN-INV-D
           Move Space To WS-FIN-PAY-D
           If LFNLASTINV Not Equal Zero Then
             Move LFNLASTINV To WS-FIN-INV-D
           End-If
           If LFNLASTPAY Not Equal Zero Then
             Move LFNLASTPAY To WS-FIN-PAY-D
           End-If
         Else
           Move Space To WS-FIN-BAL-D
           Move Space To WS-FIN-OVD-D
           Move Space To WS-FIN-YTD-D
           Move Space To WS-FIN-INV-D
           Move Space To WS-FIN-PAY-D
         End-If.

      *>  National ID unmasking and CSV exports go on the security
      *>  event log (SUB171) for corporate security's feed.
       173-Log-Security-Event.
         Move LS-OPERID To LSEOPERID.
         Move "SUCCESS" To LSEOUTCOME.
         Call "SUB171" Using WS-SEC-PRMSET, WS-SEC-RETVAL.

      *>  Writes the single customer currently shown on the exact-
      *>  search result screen to data/CUSTEXPORT.CSV, overwriting any
      *>  previous export.
         Move CUSTDNM  To CSV-DNM.
         Move CUSTDNC  To CSV-DNC.
         Move CUSTDNE  To CSV-DNE.
         Move CUSTDNT  To CSV-DNT.
         Call "SUB098" Using CUSTNATID, CSV-NATID.
         Perform 199-Build-Csv-Row.
         Write CSV-REC From WS-CSV-LINE.
         Close CSVOUT.
         Move "Exported to CUSTEXPORT.CSV" To WS-STATUS.
         Move "EXPORT"         To LSEEVENT.
         Move CUSTID           To LSECUSTID.
         Move "rows=1 file=CUSTEXPORT.CSV" To LSEDETAIL.
         Perform 173-Log-Security-Event.

      *>  Appends a formatted detail sheet for the customer currently
      *>  shown on the exact-search result screen to data/CUSTPRINT.PRT,
           Until WS-BX Greater Than WS-BROWSE-CNT.
         Close CSVOUT.
         Move "Exported to CUSTEXPORT.CSV" To WS-STATUS.
         Move "EXPORT"         To LSEEVENT.
         Move Space            To LSECUSTID.
         Move Space            To LSEDETAIL.
         String "rows=" WS-BROWSE-CNT " file=CUSTEXPORT.CSV"
             Delimited By Size Into LSEDETAIL
         End-String.
         Perform 173-Log-Security-Event.

       195-Write-Browse-Row.
         Move WS-B-ID(WS-BX)   To CSV-ID.
         Move WS-B-DNM(WS-BX)  To CSV-DNM.
         Move WS-B-DNC(WS-BX)  To CSV-DNC.
         Move WS-B-DNE(WS-BX)  To CSV-DNE.
         Move WS-B-DNT(WS-BX)  To CSV-DNT.
         Move Space            To CSV-NATID.
         Perform 199-Build-Csv-Row.
         Write CSV-REC From WS-CSV-LINE.
             With Pointer WS-CSV-PTR
           End-String
         End-If.
         String "," Delimited By Size
           CSV-DNT Delimited By Size
           Into WS-CSV-LINE
           With Pointer WS-CSV-PTR
         End-String.

      *>  WS-TRIM-SRC always holds the field padded out to its full
      *>  40-byte width (Move pads the rest with spaces regardless of
