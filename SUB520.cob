      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A read-only one-screen summary of everything on file about  **
      *> one customer, reached from the SUB230 detail screen's       **
      *> s[U]mmary option - so a clerk on the phone no longer walks  **
      *> [C]ontact, [R]el, [D]oc, the SUB400 phones, the SUB375      **
      *> interests, the SUB320 history and the three pending queues  **
      *> one after another. Shows the key fields, the credit hold,   **
      *> the do-not-contact flags, legal hold (SUB140), every phone  **
      *> on CUSTPHON.DAT (the legacy slots while none are there),    **
      *> the interest codes, the company and role, the relationship  **
      *> links, the last five CONTACT.DAT rows newest first, the     **
      *> latest satisfaction score (SUB134), the open follow-up,     **
      *> what is waiting on PENDCHG/PENDAPPR/PENDADDR and how many   **
      *> documents and CUSTOMER.AUDIT rows the customer has. The     **
      *> customer is fetched through SUB104, so the office scope     **
      *> applies here as on the detail; each opening is logged to    **
      *> data/ACCESS.LOG (SUB145) under screen code SUB520. Nothing  **
      *> is changed here - each area keeps its own screen for that.  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB520.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUSTPHON Assign WS-CPHNFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CP-KEY
             File Status WS-CPHNSTAT.
           Select CUSTINT Assign WS-CINTFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CI-KEY
             File Status WS-CINTSTAT.
           Select CUSTREL Assign WS-CRELFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CR-KEY
             File Status WS-CRELSTAT.
           Select CUSTDOC Assign WS-DOCFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is DC-KEY
             File Status WS-DOCSTAT.
           Select AUDIT Assign WS-AUDFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is AUDKEY
             File Status WS-AUDSTAT.
           Select CONTACT Assign WS-CONTFILE
             Organization Is Line Sequential
             File Status WS-CONTSTAT.
           Select PENDCHG Assign WS-PCHGFILE
             Access Mode Is Sequential
             File Status WS-PCHGSTAT.
           Select PENDAPPR Assign WS-PAPRFILE
             Access Mode Is Sequential
             File Status WS-PAPRSTAT.
           Select PENDADDR Assign WS-PADRFILE
             Access Mode Is Sequential
             File Status WS-PADRSTAT.

       Data Division.
         File Section.
           Fd CUSTPHON.
           01 CUSTPHON-REC.
             05 CP-KEY.
               10 CP-CUSTID Pic X(10).
               10 CP-PHONE  Pic X(20).
             05 CP-TYPE Pic X(2).
             05 CP-PREF Pic X(1).

           Fd CUSTINT.
           01 CUSTINT-REC.
             05 CI-KEY.
               10 CI-CUSTID Pic X(10).
               10 CI-CODE   Pic X(2).

           Fd CUSTREL.
           01 CUSTREL-REC.
             05 CR-KEY.
               10 CR-CUSTID Pic X(10).
               10 CR-RELID  Pic X(10).
             05 CR-ROLE Pic X(2).

           Fd CUSTDOC.
           01 CUSTDOC-REC.
             05 DC-KEY.
               10 DC-CUSTID  Pic X(10).
               10 DC-DOCTYPE Pic X(2).
             05 DC-LOCATION Pic X(40).
             05 DC-DATE     Pic 9(8).
             05 DC-OPERID   Pic X(8).

           Fd AUDIT.
           01 AUDIT-REC.
             Copy AUDITFD.

           Fd CONTACT.
           01 CONTACT-REC.
             Copy CONTFD.

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

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-CPHNFILE Pic X(20) Value "data/CUSTPHON.DAT".
           01 WS-CPHNSTAT Pic 9(2).
           01 WS-CINTFILE Pic X(20) Value "data/CUSTINT.DAT".
           01 WS-CINTSTAT Pic 9(2).
           01 WS-CRELFILE Pic X(20) Value "data/CUSTREL.DAT".
           01 WS-CRELSTAT Pic 9(2).
           01 WS-DOCFILE  Pic X(20) Value "data/CUSTDOC.DAT".
           01 WS-DOCSTAT  Pic 9(2).
           01 WS-AUDFILE  Pic X(20) Value "data/CUSTOMER.AUDIT".
           01 WS-AUDSTAT  Pic 9(2).
           01 WS-CONTFILE Pic X(20) Value "data/CONTACT.DAT".
           01 WS-CONTSTAT Pic 9(2).
           01 WS-PCHGFILE Pic X(20) Value "data/PENDCHG.DAT".
           01 WS-PCHGSTAT Pic 9(2).
           01 WS-PAPRFILE Pic X(20) Value "data/PENDAPPR.DAT".
           01 WS-PAPRSTAT Pic 9(2).
           01 WS-PADRFILE Pic X(20) Value "data/PENDADDR.DAT".
           01 WS-PADRSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-RETVAL   Pic X(2)  Value Space.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CUST-DAT.
             Copy CUSTWS.
           01 WS-COMP-DAT.
             Copy COMPWS.
           01 WS-COMP-RETVAL Pic X(2) Value Space.
           01 WS-SVY-PRMSET.
             05 WS-SVY-CUSTID Pic X(10).
             05 WS-SVY-DATE   Pic 9(8).
             05 WS-SVY-SCORE  Pic 9(3).
           01 WS-SVY-RETVAL Pic X(2) Value Space.
           01 WS-HOLD-PRMSET.
             05 WS-HOLD-ID   Pic X(10).
             05 WS-HOLD-OPER Pic X(8).
             05 WS-HOLD-DATE Pic 9(8).
           01 WS-HOLD-RETVAL Pic X(2) Value Space.
           01 WS-ACC-SCREEN  Pic X(8)  Value "SUB520".
           01 WS-ACC-RETVAL  Pic X(2)  Value Space.

           01 WS-CRHOLD-MSG Pic X(17) Value Space.
           01 WS-HOLD-MSG   Pic X(16) Value Space.
           01 WS-ADDR-LINE  Pic X(62) Value Space.
           01 WS-COMP-NAME  Pic X(40) Value Space.
           01 WS-SVY-MSG    Pic X(20) Value Space.
           01 WS-FUP-MSG    Pic X(20) Value Space.
           01 WS-INT-LINE   Pic X(30) Value Space.
           01 WS-INT-PTR    Pic 9(3)  Value 1.
           01 WS-PHN-CNT    Pic 9(3)  Value Zero.
           01 WS-INT-CNT    Pic 9(3)  Value Zero.
           01 WS-REL-CNT    Pic 9(3)  Value Zero.
           01 WS-DOC-CNT    Pic 9(3)  Value Zero.
           01 WS-AUD-CNT    Pic 9(6)  Value Zero.
           01 WS-PCHG-CNT   Pic 9(2)  Value Zero.
           01 WS-PAPR-CNT   Pic 9(2)  Value Zero.
           01 WS-PADR-CNT   Pic 9(2)  Value Zero.
           01 WS-PHN-TBL.
             05 WS-PHN-ROW Occurs 4 Times Indexed By WS-PX.
               10 WS-P-TYPE  Pic X(2).
               10 Filler     Pic X(1).
               10 WS-P-PHONE Pic X(20).
               10 Filler     Pic X(1).
               10 WS-P-PREF  Pic X(1).
           01 WS-REL-TBL.
             05 WS-REL-ROW Occurs 4 Times Indexed By WS-RX.
               10 WS-R-RELID Pic X(10).
               10 Filler     Pic X(1).
               10 WS-R-ROLE  Pic X(2).
           01 WS-CT-TBL.
             05 WS-CT-ROW Occurs 5 Times Indexed By WS-CX.
               10 WS-C-DATE    Pic X(8).
               10 WS-C-OPERID  Pic X(8).
               10 WS-C-METHOD  Pic X(1).
               10 WS-C-OUTCOME Pic X(1).
               10 WS-C-TEXT    Pic X(40).

         Linkage Section.
           01 LS-CUSTID   Pic X(10).
           01 LS-OPERID   Pic X(8).

         Screen Section.
           01 SS-SUMMARY-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  3 Col 40 Pic X(17) From WS-CRHOLD-MSG.
             05 Line  3 Col 60 Pic X(16) From WS-HOLD-MSG.
             05 Line  4 Col  3 Value "CUSTOMER SUMMARY.".
             05 Line  4 Col 30 Value "ID:".
             05 Line  4 Col 34 Pic X(10) From LS-CUSTID.
             05 Line  4 Col 46 Value "STATUS:".
             05 Line  4 Col 54 Pic X(1)  From CUSTSTAT.
             05 Line  4 Col 57 Value "TYPE:".
             05 Line  4 Col 63 Pic X(1)  From CUSTTYPE.
             05 Line  4 Col 66 Value "OFFICE:".
             05 Line  4 Col 74 Pic X(3)  From CUSTOFFICE.
             05 Line  5 Col  3 Value "NAME ......:".
             05 Line  5 Col 16 Pic X(40) From CUSTNAME.
             05 Line  6 Col  3 Value "ADDRESS ...:".
             05 Line  6 Col 16 Pic X(62) From WS-ADDR-LINE.
             05 Line  7 Col  3 Value "EMAIL .....:".
             05 Line  7 Col 16 Pic X(40) From CUSTEMAIL.
             05 Line  7 Col 58 Value "VER:".
             05 Line  7 Col 63 Pic X(1)  From CUSTEMLVER.
             05 Line  7 Col 66 Value "BAD:".
             05 Line  7 Col 71 Pic X(1)  From CUSTEMLBAD.
             05 Line  8 Col  3 Value "AR / TERR .:".
             05 Line  8 Col 16 Pic X(10) From CUSTARNO.
             05 Line  8 Col 28 Pic X(4)  From CUSTTERR.
             05 Line  8 Col 40 Value "SCORE:".
             05 Line  8 Col 47 Pic X(20) From WS-SVY-MSG.
             05 Line  9 Col  3 Value "DO NOT ....:".
             05 Line  9 Col 16 Value "MAIL".
             05 Line  9 Col 21 Pic X(1)  From CUSTDNM.
             05 Line  9 Col 24 Value "CALL".
             05 Line  9 Col 29 Pic X(1)  From CUSTDNC.
             05 Line  9 Col 32 Value "EMAIL".
             05 Line  9 Col 38 Pic X(1)  From CUSTDNE.
             05 Line  9 Col 41 Value "TEXT".
             05 Line  9 Col 46 Pic X(1)  From CUSTDNT.
             05 Line  9 Col 50 Value "FOLLOW-UP:".
             05 Line  9 Col 61 Pic X(20) From WS-FUP-MSG.
             05 Line 10 Col  3 Value "COMPANY ...:".
             05 Line 10 Col 16 Pic X(6)  From CUSTCOID.
             05 Line 10 Col 24 Pic X(40) From WS-COMP-NAME.
             05 Line 11 Col  3 Value "ROLE ......:".
             05 Line 11 Col 16 Pic X(2)  From CUSTCOROLE.
             05 Line 11 Col 20 Pic X(20) From CUSTCOTITLE.
             05 Line 11 Col 42 Value "PRIMARY:".
             05 Line 11 Col 51 Pic X(1)  From CUSTCOPRIM.
             05 Line 12 Col  3 Value "PENDING ...:".
             05 Line 12 Col 16 Value "CHANGES".
             05 Line 12 Col 24 Pic Z9    From WS-PCHG-CNT.
             05 Line 12 Col 28 Value "APPROVALS".
             05 Line 12 Col 38 Pic Z9    From WS-PAPR-CNT.
             05 Line 12 Col 42 Value "ADDRESSES".
             05 Line 12 Col 52 Pic Z9    From WS-PADR-CNT.
             05 Line 13 Col  3 Value "PHONES ....:".
             05 Line 13 Col 16 Pic X(25) From WS-PHN-ROW(1).
             05 Line 13 Col 43 Pic X(25) From WS-PHN-ROW(2).
             05 Line 13 Col 70 Value "OF".
             05 Line 13 Col 73 Pic ZZ9   From WS-PHN-CNT.
             05 Line 14 Col 16 Pic X(25) From WS-PHN-ROW(3).
             05 Line 14 Col 43 Pic X(25) From WS-PHN-ROW(4).
             05 Line 15 Col  3 Value "INTERESTS .:".
             05 Line 15 Col 16 Pic X(30) From WS-INT-LINE.
             05 Line 15 Col 48 Value "DOCS:".
             05 Line 15 Col 54 Pic ZZ9   From WS-DOC-CNT.
             05 Line 15 Col 59 Value "AUDIT ROWS:".
             05 Line 15 Col 71 Pic Z(5)9 From WS-AUD-CNT.
             05 Line 16 Col  3 Value "RELATED ...:".
             05 Line 16 Col 16 Pic X(13) From WS-REL-ROW(1).
             05 Line 16 Col 30 Pic X(13) From WS-REL-ROW(2).
             05 Line 16 Col 44 Pic X(13) From WS-REL-ROW(3).
             05 Line 16 Col 58 Pic X(13) From WS-REL-ROW(4).
             05 Line 16 Col 72 Value "OF".
             05 Line 16 Col 75 Pic ZZ9   From WS-REL-CNT.
             05 Line 17 Col  3 Value "DATE      OPERATOR  M O LAST FIVE"
                                     & " CONTACTS, NEWEST FIRST".
             05 Line 18 Col  3 Pic X(8)  From WS-C-DATE(1).
             05 Line 18 Col 13 Pic X(8)  From WS-C-OPERID(1).
             05 Line 18 Col 23 Pic X(1)  From WS-C-METHOD(1).
             05 Line 18 Col 25 Pic X(1)  From WS-C-OUTCOME(1).
             05 Line 18 Col 27 Pic X(40) From WS-C-TEXT(1).
             05 Line 19 Col  3 Pic X(8)  From WS-C-DATE(2).
             05 Line 19 Col 13 Pic X(8)  From WS-C-OPERID(2).
             05 Line 19 Col 23 Pic X(1)  From WS-C-METHOD(2).
             05 Line 19 Col 25 Pic X(1)  From WS-C-OUTCOME(2).
             05 Line 19 Col 27 Pic X(40) From WS-C-TEXT(2).
             05 Line 20 Col  3 Pic X(8)  From WS-C-DATE(3).
             05 Line 20 Col 13 Pic X(8)  From WS-C-OPERID(3).
             05 Line 20 Col 23 Pic X(1)  From WS-C-METHOD(3).
             05 Line 20 Col 25 Pic X(1)  From WS-C-OUTCOME(3).
             05 Line 20 Col 27 Pic X(40) From WS-C-TEXT(3).
             05 Line 21 Col  3 Pic X(8)  From WS-C-DATE(4).
             05 Line 21 Col 13 Pic X(8)  From WS-C-OPERID(4).
             05 Line 21 Col 23 Pic X(1)  From WS-C-METHOD(4).
             05 Line 21 Col 25 Pic X(1)  From WS-C-OUTCOME(4).
             05 Line 21 Col 27 Pic X(40) From WS-C-TEXT(4).
             05 Line 22 Col  3 Pic X(8)  From WS-C-DATE(5).
             05 Line 22 Col 13 Pic X(8)  From WS-C-OPERID(5).
             05 Line 22 Col 23 Pic X(1)  From WS-C-METHOD(5).
             05 Line 22 Col 25 Pic X(1)  From WS-C-OUTCOME(5).
             05 Line 22 Col 27 Pic X(40) From WS-C-TEXT(5).
             05 Line 23 Col  2 Value "Options: [B]ack".
             05 Line 23 Col 18 Pic X Using WS-INPKEY.
             05 Line 23 Col 46 Value "STATUS:".
             05 Line 23 Col 54 Pic X(26) Using WS-STATUS.

       Procedure Division Using LS-CUSTID, LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 200-Load-Summary.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-SUMMARY-1.
         Accept  SS-SUMMARY-1.
         Evaluate WS-INPKEY
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

      *>  Everything is read once on the way in - the screen is a
      *>  snapshot, and [B]ack then the option again refreshes it.
      *>  A customer SUB104 will not hand back (another office's, or
      *>  gone since the detail was painted) shows an empty summary.
       200-Load-Summary.
         Move LS-CUSTID To CUSTID.
         Call "SUB104" Using WS-CUST-DAT, WS-RETVAL.
         Evaluate WS-RETVAL
           When "00"
           When "04"
             Call "SUB145" Using LS-CUSTID, LS-OPERID, WS-ACC-SCREEN,
                 WS-ACC-RETVAL
             Perform 210-Load-Flags
             Perform 220-Load-Company
             Perform 300-Load-Phones
             Perform 320-Load-Interests
             Perform 340-Load-Relations
             Perform 360-Count-Documents
             Perform 380-Count-Audit-Rows
             Perform 400-Load-Contacts
             Perform 500-Count-Pending
           When "06"
             Move Space To WS-CUST-DAT
             Move "Another office's customer!" To WS-STATUS
           When Other
             Move Space To WS-CUST-DAT
             Move "Customer not found!" To WS-STATUS
         End-Evaluate.

       210-Load-Flags.
         If CUSTCRHOLD-YES Then
           Move "** CREDIT HOLD **" To WS-CRHOLD-MSG
         End-If.
         Move LS-CUSTID To WS-HOLD-ID.
         Call "SUB140" Using WS-HOLD-PRMSET, WS-HOLD-RETVAL.
         If WS-HOLD-RETVAL Equal "00" Then
           Move "** LEGAL HOLD **" To WS-HOLD-MSG
         End-If.
         String CUSTADDR1 Delimited By "  "
                ", "      Delimited By Size
                CUSTCITY  Delimited By "  "
                " "       Delimited By Size
                CUSTSTATE Delimited By Size
                " "       Delimited By Size
                CUSTZIP   Delimited By Space
           Into WS-ADDR-LINE
         End-String.
         Move LS-CUSTID To WS-SVY-CUSTID.
         Call "SUB134" Using WS-SVY-PRMSET, WS-SVY-RETVAL.
         If WS-SVY-RETVAL Equal "00" Then
           String WS-SVY-SCORE Delimited By Size
                  " ON "       Delimited By Size
                  WS-SVY-DATE  Delimited By Size
             Into WS-SVY-MSG
           End-String
         Else
           Move "NONE ON FILE" To WS-SVY-MSG
         End-If.
         If CUSTFUPDT Equal Zero Then
           Move "NONE" To WS-FUP-MSG
         Else
           String CUSTFUPDT Delimited By Size
                  " "       Delimited By Size
                  CUSTFUPOP Delimited By Space
             Into WS-FUP-MSG
           End-String
         End-If.

       220-Load-Company.
         If CUSTCOID Not Equal Space Then
           Move CUSTCOID To COMPID
           Call "SUB111" Using WS-COMP-DAT, WS-COMP-RETVAL
           If WS-COMP-RETVAL Equal "00" Then
             Move COMPNAME To WS-COMP-NAME
           Else
             Move "(NOT ON FILE)" To WS-COMP-NAME
           End-If
         End-If.

      *>  The phone child list as SUB400 keeps it; a customer never
      *>  opened there still has only the two legacy slots, shown
      *>  the way SUB400 will migrate them (slot one MN, preferred).
       300-Load-Phones.
         Move Space To WS-PHN-TBL.
         Move "N" To WS-EOF.
         Open Input CUSTPHON.
         If WS-CPHNSTAT Not Equal "00" Then
           Close CUSTPHON
         Else
           Move LS-CUSTID  To CP-CUSTID
           Move Low-Values To CP-PHONE
           Start CUSTPHON Key Is Greater Than CP-KEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 310-Load-Phone-Next
             Until IS-EOF
           Close CUSTPHON
         End-If.
         If WS-PHN-CNT Equal Zero Then
           If CUSTPHN1 Not Equal Space Then
             Add 1 To WS-PHN-CNT
             Set WS-PX To WS-PHN-CNT
             Move "MN"     To WS-P-TYPE(WS-PX)
             Move CUSTPHN1 To WS-P-PHONE(WS-PX)
             Move "*"      To WS-P-PREF(WS-PX)
           End-If
           If CUSTPHN2 Not Equal Space Then
             Add 1 To WS-PHN-CNT
             Set WS-PX To WS-PHN-CNT
             Move "WK"     To WS-P-TYPE(WS-PX)
             Move CUSTPHN2 To WS-P-PHONE(WS-PX)
           End-If
         End-If.

       310-Load-Phone-Next.
         Read CUSTPHON Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If CP-CUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-PHN-CNT
             If WS-PHN-CNT Not Greater Than 4 Then
               Set WS-PX To WS-PHN-CNT
               Move CP-TYPE  To WS-P-TYPE(WS-PX)
               Move CP-PHONE To WS-P-PHONE(WS-PX)
               If CP-PREF Equal "Y" Then
                 Move "*" To WS-P-PREF(WS-PX)
               End-If
             End-If
           End-If
         End-If.

       320-Load-Interests.
         Move Space To WS-INT-LINE.
         Move 1     To WS-INT-PTR.
         Move "N" To WS-EOF.
         Open Input CUSTINT.
         If WS-CINTSTAT Not Equal "00" Then
           Close CUSTINT
         Else
           Move LS-CUSTID  To CI-CUSTID
           Move Low-Values To CI-CODE
           Start CUSTINT Key Is Greater Than CI-KEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 330-Load-Interest-Next
             Until IS-EOF
           Close CUSTINT
         End-If.

      *>  Nine codes fill the line; any beyond are shown as a "+".
       330-Load-Interest-Next.
         Read CUSTINT Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If CI-CUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-INT-CNT
             If WS-INT-CNT Not Greater Than 9 Then
               String CI-CODE Delimited By Size
                      " "     Delimited By Size
                 Into WS-INT-LINE
                 With Pointer WS-INT-PTR
               End-String
             Else
               If WS-INT-CNT Equal 10 Then
                 Move "+" To WS-INT-LINE(28:1)
               End-If
             End-If
           End-If
         End-If.

       340-Load-Relations.
         Move Space To WS-REL-TBL.
         Move "N" To WS-EOF.
         Open Input CUSTREL.
         If WS-CRELSTAT Not Equal "00" Then
           Close CUSTREL
         Else
           Move LS-CUSTID  To CR-CUSTID
           Move Low-Values To CR-RELID
           Start CUSTREL Key Is Greater Than CR-KEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 350-Load-Relation-Next
             Until IS-EOF
           Close CUSTREL
         End-If.

       350-Load-Relation-Next.
         Read CUSTREL Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If CR-CUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-REL-CNT
             If WS-REL-CNT Not Greater Than 4 Then
               Set WS-RX To WS-REL-CNT
               Move CR-RELID To WS-R-RELID(WS-RX)
               Move CR-ROLE  To WS-R-ROLE(WS-RX)
             End-If
           End-If
         End-If.

       360-Count-Documents.
         Move "N" To WS-EOF.
         Open Input CUSTDOC.
         If WS-DOCSTAT Not Equal "00" Then
           Close CUSTDOC
         Else
           Move LS-CUSTID  To DC-CUSTID
           Move Low-Values To DC-DOCTYPE
           Start CUSTDOC Key Is Greater Than DC-KEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 370-Count-Document-Next
             Until IS-EOF
           Close CUSTDOC
         End-If.

       370-Count-Document-Next.
         Read CUSTDOC Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If DC-CUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-DOC-CNT
           End-If
         End-If.

       380-Count-Audit-Rows.
         Move "N" To WS-EOF.
         Open Input AUDIT.
         If WS-AUDSTAT Not Equal "00" Then
           Close AUDIT
         Else
           Move LS-CUSTID  To ACUSTID
           Move Low-Values To ATIMESTAMP
           Move Zero       To ASEQNO
           Start AUDIT Key Is Greater Than Or Equal AUDKEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 390-Count-Audit-Next
             Until IS-EOF
           Close AUDIT
         End-If.

       390-Count-Audit-Next.
         Read AUDIT Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If ACUSTID Not Equal LS-CUSTID Then
             Move "Y" To WS-EOF
           Else
             Add 1 To WS-AUD-CNT
           End-If
         End-If.

      *>  CONTACT.DAT is appended in time order, so one pass keeps
      *>  the customer's rows in a five-row window, each new one
      *>  pushing the others down - row one ends up the newest.
       400-Load-Contacts.
         Move Space To WS-CT-TBL.
         Move "N" To WS-EOF.
         Open Input CONTACT.
         If WS-CONTSTAT Not Equal "00" Then
           Close CONTACT
         Else
           Perform 410-Load-Contact-Next
             Until IS-EOF
           Close CONTACT
         End-If.

       410-Load-Contact-Next.
         Read CONTACT
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And CACTCUSTID Equal LS-CUSTID Then
           Perform 420-Push-Contact-Row
             Varying WS-CX From 5 By -1
             Until WS-CX Less Than 2
           Set WS-CX To 1
           Move CACTDTTM(1:8) To WS-C-DATE(WS-CX)
           Move CACTOPERID    To WS-C-OPERID(WS-CX)
           Move CACTMETHOD    To WS-C-METHOD(WS-CX)
           Move CACTOUTCOME   To WS-C-OUTCOME(WS-CX)
           Move CACTTEXT      To WS-C-TEXT(WS-CX)
         End-If.

       420-Push-Contact-Row.
         Move WS-CT-ROW(WS-CX - 1) To WS-CT-ROW(WS-CX).

      *>  Only what is still waiting (status P) on each queue - the
      *>  decided rows are history, not anything a caller is owed.
       500-Count-Pending.
         Move "N" To WS-EOF.
         Open Input PENDCHG.
         If WS-PCHGSTAT Not Equal "00" Then
           Close PENDCHG
         Else
           Perform 510-Count-Pend-Chg-Next
             Until IS-EOF
           Close PENDCHG
         End-If.
         Move "N" To WS-EOF.
         Open Input PENDAPPR.
         If WS-PAPRSTAT Not Equal "00" Then
           Close PENDAPPR
         Else
           Perform 520-Count-Pend-Appr-Next
             Until IS-EOF
           Close PENDAPPR
         End-If.
         Move "N" To WS-EOF.
         Open Input PENDADDR.
         If WS-PADRSTAT Not Equal "00" Then
           Close PENDADDR
         Else
           Perform 530-Count-Pend-Addr-Next
             Until IS-EOF
           Close PENDADDR
         End-If.

       510-Count-Pend-Chg-Next.
         Read PENDCHG Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And PC-CUSTID Equal LS-CUSTID
           And PC-STATUS Equal "P" And WS-PCHG-CNT Less Than 99 Then
           Add 1 To WS-PCHG-CNT
         End-If.

       520-Count-Pend-Appr-Next.
         Read PENDAPPR Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And PA-CUSTID Equal LS-CUSTID
           And PA-STATUS Equal "P" And WS-PAPR-CNT Less Than 99 Then
           Add 1 To WS-PAPR-CNT
         End-If.

       530-Count-Pend-Addr-Next.
         Read PENDADDR Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And PD-CUSTID Equal LS-CUSTID
           And PD-STATUS Equal "P" And WS-PADR-CNT Less Than 99 Then
           Add 1 To WS-PADR-CNT
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
