      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Right-to-erasure run. Carries out every request a           **
      *> supervisor has approved on data/ERASEREQ.DAT (logged on     **
      *> SUB425, approved on SUB430). Each customer's legal hold     **
      *> (SUB140) and credit hold are checked once more first; a     **
      *> request blocked since approval is left approved with the    **
      *> reason noted, and nothing of that customer is touched.      **
      *> For the rest, in one pass per file:                         **
      *>   CUSTOMER.DAT    the record is deleted                     **
      *>   CUSTPHON.DAT    phone rows deleted                        **
      *>   CUSTINT.DAT     interest rows deleted                     **
      *>   CUSTREL.DAT     links deleted, from either side           **
      *>   CUSTDOC.DAT     document references deleted               **
      *>   SEASADDR.DAT    seasonal addresses dropped                **
      *>   PENDADDR.DAT    future-dated addresses dropped            **
      *>   CONTACT.DAT     contact text blanked (the row stays)      **
      *>   EXTXREF.DAT     external cross-references deleted         **
      *>   CUSTOMER.MAILQ  mail-queue rows dropped                   **
      *>   CUSTOMER.JRNL   journal images dropped                    **
      *>   CUSTOMER.AUDIT  old/new values scrubbed (the row stays)   **
      *>   CUSTALRT.DAT    alert flags deleted                       **
      *>   CHGNOTE.DAT     earlier mailing addresses deleted         **
      *>   SUBSCR.DAT      newsletter subscriptions deleted          **
      *>   ADDRXRF.DAT     address index rows deleted                **
      *>   EMAILXRF.DAT    email index rows deleted                  **
      *>   CUSTADDR.DAT    address-role rows deleted                 **
      *>   CASE.DAT        case text blanked (the row stays)         **
      *>   APPOINT.DAT     appointment note blanked (the row stays)  **
      *>   KYC.DAT         the KYC record is deleted                 **
      *>   KYCHIST.DAT     ratings, documents, note blanked (stays)  **
      *>   RPHOLD.DAT      pending holds dropped; decided ones stay, **
      *>                   the name and image blanked                **
      *>   CONFIRM.DAT     confirmation record deleted               **
      *>   CNFBODY.DAT     confirmation letter rows dropped          **
      *>   HOLDING.DAT     product holdings deleted                  **
      *>   EVREG.DAT       event registrations deleted               **
      *>   WATCH.DAT       watch-list rows deleted                   **
      *>   SVYSENT.DAT     survey sent history dropped               **
      *>   POSTPIECE.DAT   pieces re-keyed to *REMOVED* (rows stay)  **
      *> and the ID is added to data/ANONLIST.DAT so the next ANN101 **
      *> run scrubs the yearly audit archives too. The sequential    **
      *> files are rewritten through a staging file and rename, the  **
      *> same trick ANN101 and RET101 use. A row that stays is the   **
      *> office's own record of work done - the cases worked, visits **
      *> kept, reviews and screening decisions made, the contacts and**
      *> audit - and loses only the customer's text; posted pieces   **
      *> stay for PST101's return rates, no longer tied to the ID.   **
      *> Each request is stamped completed, and a completion         **
      *> certificate per customer - every file touched, how many     **
      *> rows, and whether the regulator's due date was met - goes   **
      *> to data/ERASECERT.PRT, archived through SUB117. The         **
      *> batch-window quiesce (SUB116) is raised for the run. Run    **
      *> outside the PGM001 menu, daily.                             **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Delete the customer's alert flags on CUSTALRT.DAT    **
      *>        too, listed last on the certificate.                 **
      *> 261015 Delete the earlier mailing addresses SUB460 keeps    **
      *>        on CHGNOTE.DAT as well.                              **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Delete the customer's newsletter subscriptions on    **
      *>        SUBSCR.DAT as well.                                  **
      *> 261015 Delete the customer's rows on the ADDRXRF.DAT        **
      *>        address cross-reference as well.                     **
      *> 261015 Delete the customer's rows on the EMAILXRF.DAT email **
      *>        cross-reference as well.                             **
      *> 261015 Delete the customer's address-role rows on           **
      *>        CUSTADDR.DAT as well.                                **
      *> 261015 Erase the customer from the cases, appointments, KYC **
      *>        record and history, screening holds, confirmations,  **
      *>        holdings, event registrations, watch list, survey    **
      *>        history and postage pieces as well.                  **
      *>***************************************************************
       Identification Division.
         Program-Id.   ERA101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select ERASEREQ Assign WS-ERAFILE
             Access Mode Is Sequential
             File Status WS-ERASTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
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
           Select SEASADDR Assign WS-SEASFILE
             Organization Is Line Sequential
             File Status WS-SEASSTAT.
           Select SEASNEW Assign WS-SEASFILE-NEW
             Organization Is Line Sequential
             File Status WS-SEASNEWSTAT.
           Select PENDADDR Assign WS-PENDFILE
             Access Mode Is Sequential
             File Status WS-PENDSTAT.
           Select PENDNEW Assign WS-PENDFILE-NEW
             Access Mode Is Sequential
             File Status WS-PENDNEWSTAT.
           Select CONTACT Assign WS-CONTFILE
             Organization Is Line Sequential
             File Status WS-CONTSTAT.
           Select CONTNEW Assign WS-CONTFILE-NEW
             Organization Is Line Sequential
             File Status WS-CONTNEWSTAT.
           Select EXTXREF Assign WS-XRFFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is XRKEY
             File Status WS-XRFSTAT.
           Select MAILQ Assign WS-MAILFILE
             Access Mode Is Sequential
             File Status WS-MAILSTAT.
           Select MAILNEW Assign WS-MAILFILE-NEW
             Access Mode Is Sequential
             File Status WS-MAILNEWSTAT.
           Select JRNL Assign WS-JRNLFILE
             Access Mode Is Sequential
             File Status WS-JRNLSTAT.
           Select JRNLNEW Assign WS-JRNLFILE-NEW
             Access Mode Is Sequential
             File Status WS-JRNLNEWSTAT.
           Select AUDLIVE Assign WS-AUDFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is AUDKEY
             File Status WS-AUDSTAT.
           Select CUSTALRT Assign WS-CALRFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CAKEY
             File Status WS-CALRSTAT.
           Select CHGNOTE Assign WS-CNFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CNKEY
             File Status WS-CNSTAT.
           Select SUBSCR Assign WS-SUBFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is SBKEY
             File Status WS-SUBSTAT.
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
           Select CUSTADDR Assign WS-CADRFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is ADKEY
             File Status WS-CADRSTAT.
           Select CASEFILE Assign WS-CASEFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is CASENO
             Alternate Record Key Is CASECUSTID
               With Duplicates
             File Status WS-CASESTAT.
           Select APPOINT Assign WS-APPTFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is APPTKEY
             Alternate Record Key Is APPTCUSTID
               With Duplicates
             File Status WS-APPTSTAT.
           Select KYCFILE Assign WS-KYCFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is KYCCUSTID
             File Status WS-KYCSTAT.
           Select KYCHIST Assign WS-KHFILE
             Organization Is Line Sequential
             File Status WS-KHSTAT.
           Select KYCHNEW Assign WS-KHFILE-NEW
             Organization Is Line Sequential
             File Status WS-KHNEWSTAT.
           Select RPHOLD Assign WS-RPHFILE
             Access Mode Is Sequential
             File Status WS-RPHSTAT.
           Select RPHNEW Assign WS-RPHFILE-NEW
             Access Mode Is Sequential
             File Status WS-RPHNEWSTAT.
           Select CONFIRM Assign WS-CFFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is CFCUSTID
             File Status WS-CFSTAT.
           Select CNFBODY Assign WS-BODYFILE
             Organization Is Line Sequential
             File Status WS-BODYSTAT.
           Select CNFBNEW Assign WS-BODYFILE-NEW
             Organization Is Line Sequential
             File Status WS-BODYNEWSTAT.
           Select HOLDING Assign WS-HDFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is HDKEY
             File Status WS-HDSTAT.
           Select EVREG Assign WS-EVFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is EV-KEY
             Alternate Record Key Is EV-CUSTID
               With Duplicates
             File Status WS-EVSTAT.
           Select WATCH Assign WS-WATCHFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is WTKEY
             File Status WS-WATCHSTAT.
           Select SVYSENT Assign WS-SENTFILE
             Organization Is Line Sequential
             File Status WS-SENTSTAT.
           Select SVYNEW Assign WS-SENTFILE-NEW
             Organization Is Line Sequential
             File Status WS-SENTNEWSTAT.
           Select POSTPIECE Assign WS-PPFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is PPKEY
             File Status WS-PPSTAT.
           Select ANONLIST Assign WS-LISTFILE
             Organization Is Line Sequential
             File Status WS-LISTSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd ERASEREQ.
           01 ERASEREQ-REC.
             Copy ERASEFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

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

           Fd SEASADDR.
           01 SEASADDR-REC.
             05 SA-CUSTID   Pic X(10).
             05 SA-FROMMMDD Pic 9(4).
             05 SA-TOMMDD   Pic 9(4).
             05 SA-ADDR1    Pic X(30).
             05 SA-ADDR2    Pic X(30).
             05 SA-CITY     Pic X(20).
             05 SA-STATE    Pic X(2).
             05 SA-ZIP      Pic X(10).

           Fd SEASNEW.
           01 SEASNEW-REC Pic X(110).

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

           Fd PENDNEW.
           01 PENDNEW-REC Pic X(147).

           Fd CONTACT.
           01 CONTACT-REC.
             Copy CONTFD.

           Fd CONTNEW.
           01 CONTNEW-REC Pic X(74).

           Fd EXTXREF.
           01 EXTXREF-REC.
             05 XRKEY.
               10 XRSYSTEM Pic X(8).
               10 XREXTID  Pic X(20).
             05 XRCUSTID Pic X(10).

           Fd MAILQ.
           01 MAILQ-REC.
             Copy MAILFD.

           Fd MAILNEW.
           01 MAILNEW-REC Pic X(96).

           Fd JRNL.
           01 JRNL-REC.
             05 JACTION    Pic X(1).
             05 JTIMESTAMP Pic X(14).
             05 JBEFORE    Pic X(600).
             05 JAFTER     Pic X(600).

           Fd JRNLNEW.
           01 JRNLNEW-REC Pic X(1215).

           Fd AUDLIVE.
           01 AUDLIVE-REC.
             Copy AUDITFD.

           Fd CUSTALRT.
           01 CUSTALRT-REC.
             Copy CUSTALFD.

           Fd CHGNOTE.
           01 CHGNOTE-REC.
             Copy CHGNTFD.

           Fd SUBSCR.
           01 SUBSCR-REC.
             Copy SUBSCRFD.

           Fd ADDRXRF.
           01 ADDRXRF-REC.
             Copy ADDRXFD.

           Fd EMAILXRF.
           01 EMAILXRF-REC.
             Copy EMAILXFD.

           Fd CUSTADDR.
           01 CUSTADDR-REC.
             Copy CADDRFD.

           Fd CASEFILE.
           01 CASE-REC.
             Copy CASEFD.

           Fd APPOINT.
           01 APPOINT-REC.
             Copy APPTFD.

           Fd KYCFILE.
           01 KYC-REC.
             Copy KYCFD.

           Fd KYCHIST.
           01 KYCHIST-REC.
             05 KH-CUSTID   Pic X(10).
             05 KH-DATE     Pic 9(8).
             05 KH-TIME     Pic 9(6).
             05 KH-OPERID   Pic X(8).
             05 KH-OLDRATE  Pic X(1).
             05 KH-NEWRATE  Pic X(1).
             05 KH-NEXTDT   Pic 9(8).
             05 KH-DOCS     Pic X(16).
             05 KH-NOTE     Pic X(40).

           Fd KYCHNEW.
           01 KYCHNEW-REC Pic X(98).

           Fd RPHOLD.
           01 RPHOLD-REC.
             Copy RPHOLDFD.

           Fd RPHNEW.
           01 RPHNEW-REC Pic X(765).

           Fd CONFIRM.
           01 CONFIRM-REC.
             Copy CNFFD.

           Fd CNFBODY.
           01 CNFBODY-REC.
             05 CB-CUSTID   Pic X(10).
             05 Filler      Pic X(298).

           Fd CNFBNEW.
           01 CNFBNEW-REC Pic X(308).

           Fd HOLDING.
           01 HOLDING-REC.
             Copy HOLDFD.

           Fd EVREG.
           01 EVREG-REC.
             05 EV-KEY.
               10 EV-EVENT  Pic X(8).
               10 EV-CUSTID Pic X(10).
             05 Filler      Pic X(39).

           Fd WATCH.
           01 WATCH-REC.
             Copy WATCHFD.

           Fd SVYSENT.
           01 SVYSENT-REC.
             05 SS-CUSTID Pic X(10).
             05 SS-DATE   Pic 9(8).
             05 SS-EXTID  Pic X(20).

           Fd SVYNEW.
           01 SVYNEW-REC Pic X(38).

           Fd POSTPIECE.
           01 POSTPIECE-REC.
             Copy POSTPCFD.

           Fd ANONLIST.
           01 ANONLIST-REC Pic X(10).

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-ERAFILE  Pic X(20) Value "data/ERASEREQ.DAT".
           01 WS-ERASTAT  Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-CPHNFILE Pic X(20) Value "data/CUSTPHON.DAT".
           01 WS-CPHNSTAT Pic 9(2).
           01 WS-CINTFILE Pic X(20) Value "data/CUSTINT.DAT".
           01 WS-CINTSTAT Pic 9(2).
           01 WS-CRELFILE Pic X(20) Value "data/CUSTREL.DAT".
           01 WS-CRELSTAT Pic 9(2).
           01 WS-DOCFILE  Pic X(20) Value "data/CUSTDOC.DAT".
           01 WS-DOCSTAT  Pic 9(2).
           01 WS-SEASFILE Pic X(20) Value "data/SEASADDR.DAT".
           01 WS-SEASSTAT Pic 9(2).
           01 WS-SEASFILE-NEW Pic X(24) Value "data/SEASADDR.DAT.NEW".
           01 WS-SEASNEWSTAT  Pic 9(2).
           01 WS-PENDFILE Pic X(20) Value "data/PENDADDR.DAT".
           01 WS-PENDSTAT Pic 9(2).
           01 WS-PENDFILE-NEW Pic X(24) Value "data/PENDADDR.DAT.NEW".
           01 WS-PENDNEWSTAT  Pic 9(2).
           01 WS-CONTFILE Pic X(20) Value "data/CONTACT.DAT".
           01 WS-CONTSTAT Pic 9(2).
           01 WS-CONTFILE-NEW Pic X(24) Value "data/CONTACT.DAT.NEW".
           01 WS-CONTNEWSTAT  Pic 9(2).
           01 WS-XRFFILE  Pic X(20) Value "data/EXTXREF.DAT".
           01 WS-XRFSTAT  Pic 9(2).
           01 WS-MAILFILE Pic X(20) Value "data/CUSTOMER.MAILQ".
           01 WS-MAILSTAT Pic 9(2).
           01 WS-MAILFILE-NEW Pic X(24)
                             Value "data/CUSTOMER.MAILQ.NEW".
           01 WS-MAILNEWSTAT  Pic 9(2).
           01 WS-JRNLFILE Pic X(20) Value "data/CUSTOMER.JRNL".
           01 WS-JRNLSTAT Pic 9(2).
           01 WS-JRNLFILE-NEW Pic X(24)
                             Value "data/CUSTOMER.JRNL.NEW".
           01 WS-JRNLNEWSTAT  Pic 9(2).
           01 WS-AUDFILE  Pic X(20) Value "data/CUSTOMER.AUDIT".
           01 WS-AUDSTAT  Pic 9(2).
           01 WS-LISTFILE Pic X(20) Value "data/ANONLIST.DAT".
           01 WS-CALRFILE Pic X(20) Value "data/CUSTALRT.DAT".
           01 WS-CALRSTAT Pic 9(2).
           01 WS-CNFILE   Pic X(20) Value "data/CHGNOTE.DAT".
           01 WS-CNSTAT   Pic 9(2).
           01 WS-SUBFILE  Pic X(20) Value "data/SUBSCR.DAT".
           01 WS-SUBSTAT  Pic 9(2).
           01 WS-AXRFILE  Pic X(20) Value "data/ADDRXRF.DAT".
           01 WS-AXRSTAT  Pic 9(2).
           01 WS-EXRFILE  Pic X(20) Value "data/EMAILXRF.DAT".
           01 WS-EXRSTAT  Pic 9(2).
           01 WS-CADRFILE Pic X(20) Value "data/CUSTADDR.DAT".
           01 WS-CADRSTAT Pic 9(2).
           01 WS-CASEFILE Pic X(20) Value "data/CASE.DAT".
           01 WS-CASESTAT Pic 9(2).
           01 WS-APPTFILE Pic X(20) Value "data/APPOINT.DAT".
           01 WS-APPTSTAT Pic 9(2).
           01 WS-KYCFILE  Pic X(20) Value "data/KYC.DAT".
           01 WS-KYCSTAT  Pic 9(2).
           01 WS-KHFILE   Pic X(20) Value "data/KYCHIST.DAT".
           01 WS-KHSTAT   Pic 9(2).
           01 WS-KHFILE-NEW   Pic X(24) Value "data/KYCHIST.DAT.NEW".
           01 WS-KHNEWSTAT    Pic 9(2).
           01 WS-RPHFILE  Pic X(20) Value "data/RPHOLD.DAT".
           01 WS-RPHSTAT  Pic 9(2).
           01 WS-RPHFILE-NEW  Pic X(24) Value "data/RPHOLD.DAT.NEW".
           01 WS-RPHNEWSTAT   Pic 9(2).
           01 WS-CFFILE   Pic X(20) Value "data/CONFIRM.DAT".
           01 WS-CFSTAT   Pic 9(2).
           01 WS-BODYFILE Pic X(20) Value "data/CNFBODY.DAT".
           01 WS-BODYSTAT Pic 9(2).
           01 WS-BODYFILE-NEW Pic X(24) Value "data/CNFBODY.DAT.NEW".
           01 WS-BODYNEWSTAT  Pic 9(2).
           01 WS-HDFILE   Pic X(20) Value "data/HOLDING.DAT".
           01 WS-HDSTAT   Pic 9(2).
           01 WS-EVFILE   Pic X(20) Value "data/EVREG.DAT".
           01 WS-EVSTAT   Pic 9(2).
           01 WS-WATCHFILE Pic X(20) Value "data/WATCH.DAT".
           01 WS-WATCHSTAT Pic 9(2).
           01 WS-SENTFILE Pic X(20) Value "data/SVYSENT.DAT".
           01 WS-SENTSTAT Pic 9(2).
           01 WS-SENTFILE-NEW Pic X(24) Value "data/SVYSENT.DAT.NEW".
           01 WS-SENTNEWSTAT  Pic 9(2).
           01 WS-PPFILE   Pic X(20) Value "data/POSTPIECE.DAT".
           01 WS-PPSTAT   Pic 9(2).
           01 WS-LISTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/ERASECERT.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-KEY-EOF  Pic X     Value "N".
             88 IS-KEY-EOF          Value "Y".
           01 WS-MATCH    Pic X     Value "N".
             88 IS-MATCH            Value "Y".
           01 WS-MATCH-ID Pic X(10) Value Space.
           01 WS-FX       Pic 9(2)  Value Zero.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-RENAME-RC Pic S9(9) Comp-5 Value Zero.
           01 WS-REMOVED  Pic X(9)  Value "*REMOVED*".
           01 WS-PP-SAVE  Pic X(71).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-QSC-FUNC   Pic X(1).
           01 WS-QSC-RETVAL Pic X(2).
           01 WS-HOLD-PRMSET.
             05 WS-HOLD-ID   Pic X(10).
             05 WS-HOLD-OPER Pic X(8).
             05 WS-HOLD-DATE Pic 9(8).
           01 WS-HOLD-RETVAL Pic X(2).
           01 WS-REQ-CNT  Pic 9(4)  Value Zero.
           01 WS-DONE-CNT Pic 9(4)  Value Zero.
           01 WS-BLOCK-CNT Pic 9(4) Value Zero.

      *>  One row per approved request; the counts are kept per
      *>  file in the order of the certificate table below.
           01 WS-ERA-CNT  Pic 9(4)  Value Zero.
           01 WS-ERA-TBL.
             05 WS-ERA-ENTRY Occurs 500 Times Indexed By WS-EX.
               10 WS-E-CUSTID  Pic X(10) Value Space.
               10 WS-E-BLOCK   Pic X(20) Value Space.
               10 WS-E-CNT     Pic 9(6)  Value Zero
                                Occurs 31 Times.
           01 WS-LX       Pic 9(4)  Value Zero.

           01 WS-FILE-VALUES.
             05 Filler Pic X(40)
                Value "CUSTOMER.DAT      RECORD DELETED".
             05 Filler Pic X(40)
                Value "CUSTPHON.DAT      PHONE ROWS DELETED".
             05 Filler Pic X(40)
                Value "CUSTINT.DAT       INTEREST ROWS DELETED".
             05 Filler Pic X(40)
                Value "CUSTREL.DAT       LINKS DELETED".
             05 Filler Pic X(40)
                Value "CUSTDOC.DAT       DOCUMENT REFS DELETED".
             05 Filler Pic X(40)
                Value "SEASADDR.DAT      ADDRESSES DROPPED".
             05 Filler Pic X(40)
                Value "PENDADDR.DAT      ADDRESSES DROPPED".
             05 Filler Pic X(40)
                Value "CONTACT.DAT       CONTACT TEXT BLANKED".
             05 Filler Pic X(40)
                Value "EXTXREF.DAT       CROSS-REFS DELETED".
             05 Filler Pic X(40)
                Value "CUSTOMER.MAILQ    MAIL ROWS DROPPED".
             05 Filler Pic X(40)
                Value "CUSTOMER.JRNL     JOURNAL IMAGES DROPPED".
             05 Filler Pic X(40)
                Value "CUSTOMER.AUDIT    VALUES SCRUBBED".
             05 Filler Pic X(40)
                Value "AUDIT ARCHIVES    QUEUED FOR ANN101".
             05 Filler Pic X(40)
                Value "CUSTALRT.DAT      ALERT FLAGS DELETED".
             05 Filler Pic X(40)
                Value "CHGNOTE.DAT       OLD ADDRESSES DELETED".
             05 Filler Pic X(40)
                Value "SUBSCR.DAT        SUBSCRIPTIONS DELETED".
             05 Filler Pic X(40)
                Value "ADDRXRF.DAT       INDEX ROWS DELETED".
             05 Filler Pic X(40)
                Value "EMAILXRF.DAT      INDEX ROWS DELETED".
             05 Filler Pic X(40)
                Value "CUSTADDR.DAT      ROLE ADDRESSES DELETED".
             05 Filler Pic X(40)
                Value "CASE.DAT          CASE TEXT BLANKED".
             05 Filler Pic X(40)
                Value "APPOINT.DAT       APPT NOTES BLANKED".
             05 Filler Pic X(40)
                Value "KYC.DAT           KYC RECORD DELETED".
             05 Filler Pic X(40)
                Value "KYCHIST.DAT       REVIEW DETAIL BLANKED".
             05 Filler Pic X(40)
                Value "RPHOLD.DAT        SCREENING NAME BLANKED".
             05 Filler Pic X(40)
                Value "CONFIRM.DAT       CONFIRMATION DELETED".
             05 Filler Pic X(40)
                Value "CNFBODY.DAT       LETTER ROWS DROPPED".
             05 Filler Pic X(40)
                Value "HOLDING.DAT       HOLDINGS DELETED".
             05 Filler Pic X(40)
                Value "EVREG.DAT         REGISTRATIONS DELETED".
             05 Filler Pic X(40)
                Value "WATCH.DAT         WATCH ROWS DELETED".
             05 Filler Pic X(40)
                Value "SVYSENT.DAT       SURVEY HISTORY DROPPED".
             05 Filler Pic X(40)
                Value "POSTPIECE.DAT     PIECES RE-KEYED".
           01 WS-FILE-TBL Redefines WS-FILE-VALUES.
             05 WS-FILE-ENTRY Occurs 31 Times.
               10 WS-F-NAME   Pic X(18).
               10 WS-F-ACTION Pic X(22).

           01 WS-HDG-1.
             05 Filler Pic X(34) Value "ERASURE COMPLETION CERTIFICATE".
             05 Filler Pic X(4)  Value "RUN ".
             05 H-DATE Pic X(8).
             05 Filler Pic X(58) Value Space.
           01 WS-CERT-1.
             05 Filler    Pic X(13) Value "CUSTOMER ID: ".
             05 C-CUSTID  Pic X(10).
             05 Filler    Pic X(10) Value "  REASON: ".
             05 C-REASON  Pic X(2).
             05 Filler    Pic X(15) Value "  REQUESTED BY ".
             05 C-RQOPER  Pic X(8).
             05 Filler    Pic X(4)  Value " ON ".
             05 C-RQDATE  Pic X(8).
             05 Filler    Pic X(34) Value Space.
           01 WS-CERT-2.
             05 Filler    Pic X(13) Value "APPROVED BY: ".
             05 C-DECOPER Pic X(8).
             05 Filler    Pic X(4)  Value " ON ".
             05 C-DECDATE Pic X(8).
             05 Filler    Pic X(7)  Value "  DUE: ".
             05 C-DUEDT   Pic X(8).
             05 Filler    Pic X(13) Value "  COMPLETED: ".
             05 C-DONEDT  Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 C-ONTIME  Pic X(7).
             05 Filler    Pic X(26) Value Space.
           01 WS-CERT-HDG.
             05 Filler Pic X(4)  Value Space.
             05 Filler Pic X(18) Value "FILE".
             05 Filler Pic X(24) Value "ACTION".
             05 Filler Pic X(7)  Value "   ROWS".
             05 Filler Pic X(51) Value Space.
           01 WS-CERT-LINE.
             05 Filler    Pic X(4)  Value Space.
             05 CL-FILE   Pic X(18).
             05 CL-ACTION Pic X(22).
             05 Filler    Pic X(2)  Value Space.
             05 CL-CNT    Pic ZZZ,ZZ9.
             05 Filler    Pic X(51) Value Space.
           01 WS-BLOCK-LINE.
             05 Filler    Pic X(4)  Value Space.
             05 Filler    Pic X(14) Value "NOT ERASED - ".
             05 BL-BLOCK  Pic X(20).
             05 Filler    Pic X(66) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(18) Value "REQUESTS ERASED: ".
             05 T-DONE-CNT  Pic ZZZ9.
             05 Filler      Pic X(11) Value "  BLOCKED: ".
             05 T-BLOCK-CNT Pic ZZZ9.
             05 Filler      Pic X(67) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 200-Load-Approved.
         If WS-ERA-CNT Equal Zero Then
           Display "ERA101: no approved erasure requests, "
                   "nothing to do."
         Else
           If WS-DONE-CNT Greater Than Zero Then
             Perform 160-Raise-Quiesce
             Perform 300-Erase-Master
             Perform 310-Erase-Phones
             Perform 320-Erase-Interests
             Perform 330-Erase-Relations
             Perform 340-Erase-Documents
             Perform 350-Erase-Seasonal
             Perform 360-Erase-Pending
             Perform 370-Erase-Contact-Text
             Perform 380-Erase-Xrefs
             Perform 390-Erase-Mail-Queue
             Perform 400-Erase-Journal
             Perform 410-Scrub-Audit
             Perform 420-Queue-Archive-Scrub
             Perform 430-Erase-Alerts
             Perform 440-Erase-Change-Notes
             Perform 450-Erase-Subscriptions
             Perform 460-Erase-Address-Index
             Perform 470-Erase-Email-Index
             Perform 480-Erase-Role-Addresses
             Perform 700-Erase-Cases
             Perform 710-Erase-Appointments
             Perform 720-Erase-Kyc
             Perform 730-Erase-Kyc-History
             Perform 740-Erase-Screening-Holds
             Perform 750-Erase-Confirmations
             Perform 760-Erase-Confirm-Letters
             Perform 770-Erase-Holdings
             Perform 780-Erase-Event-Regs
             Perform 790-Erase-Watch-List
             Perform 800-Erase-Survey-History
             Perform 810-Rekey-Post-Pieces
             Perform 170-Drop-Quiesce
           End-If
           Perform 500-Stamp-Requests
           Perform 600-Print-Certificates
           Move "ERA101" To WS-ARC-NAME
           Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL
           Display "ERA101: " WS-DONE-CNT " customer(s) erased, "
                   WS-BLOCK-CNT " blocked by a hold."
         End-If.
         Perform 999-End-Of-Program.

      *>  Raises the system-wide batch-window quiesce so PGM001 turns
      *>  online update options away while this job rewrites the
      *>  customer files; dropped again when the job completes.
       160-Raise-Quiesce.
         Move "S" To WS-QSC-FUNC.
         Call "SUB116" Using WS-QSC-FUNC, WS-QSC-RETVAL.

       170-Drop-Quiesce.
         Move "C" To WS-QSC-FUNC.
         Call "SUB116" Using WS-QSC-FUNC, WS-QSC-RETVAL.

      *>  The holds are asked again here - a hold raised after the
      *>  supervisor approved still wins, and that customer is
      *>  carried on the table only to be reported, never matched.
       200-Load-Approved.
         Move "N" To WS-EOF.
         Open Input ERASEREQ.
         If WS-ERASTAT Equal "00" Then
           Open Input CUST
           Perform 210-Load-Approved-Next
             Until IS-EOF
           Close CUST
         End-If.
         Close ERASEREQ.

       210-Load-Approved-Next.
         Read ERASEREQ Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And ERSTATUS-APPROVED
           And ERCUSTID Not Equal Space
           And WS-ERA-CNT Less Than 500 Then
           Add 1 To WS-ERA-CNT
           Set WS-EX To WS-ERA-CNT
           Move ERCUSTID To WS-E-CUSTID(WS-EX)
           Move ERCUSTID To WS-HOLD-ID
           Call "SUB140" Using WS-HOLD-PRMSET, WS-HOLD-RETVAL
           If WS-HOLD-RETVAL Equal "00" Then
             Move "LEGAL HOLD" To WS-E-BLOCK(WS-EX)
           Else
             Move ERCUSTID To RCUSTID
             Read CUST
               Key Is RCUSTID
               Invalid Key Continue
               Not Invalid Key
                 If RCUSTCRHOLD-YES Then
                   Move "CREDIT HOLD" To WS-E-BLOCK(WS-EX)
                 End-If
             End-Read
           End-If
           If WS-E-BLOCK(WS-EX) Equal Space Then
             Add 1 To WS-DONE-CNT
           Else
             Add 1 To WS-BLOCK-CNT
             Display "ERA101: " ERCUSTID " skipped - "
                     WS-E-BLOCK(WS-EX)
           End-If
         End-If.

      *>  Looks WS-MATCH-ID up among the customers being erased;
      *>  WS-EX is left on the matching row for its counts.
       250-Find-Id.
         Move "N" To WS-MATCH.
         If WS-MATCH-ID Not Equal Space Then
           Set WS-EX To 1
           Search WS-ERA-ENTRY Varying WS-EX
             At End Continue
             When WS-E-CUSTID(WS-EX) Equal WS-MATCH-ID
               And WS-E-BLOCK(WS-EX) Equal Space
               Move "Y" To WS-MATCH
           End-Search
         End-If.

       260-Count-Match.
         Add 1 To WS-E-CNT(WS-EX, WS-FX).

       300-Erase-Master.
         Move 1 To WS-FX.
         Open I-O CUST.
         If WS-CUSTSTAT Not Equal "00" Then
           Close CUST
         Else
           Perform 305-Erase-Master-Next
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close CUST
         End-If.

       305-Erase-Master-Next.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move WS-E-CUSTID(WS-EX) To RCUSTID
           Delete CUST Record
             Invalid Key Continue
             Not Invalid Key Perform 260-Count-Match
           End-Delete
         End-If.

       310-Erase-Phones.
         Move 2 To WS-FX.
         Open I-O CUSTPHON.
         If WS-CPHNSTAT Not Equal "00" Then
           Close CUSTPHON
         Else
           Perform 312-Erase-Phones-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close CUSTPHON
         End-If.

       312-Erase-Phones-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To CP-CUSTID
           Move Low-Values To CP-PHONE
           Start CUSTPHON Key Is Greater Than CP-KEY
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 315-Erase-Phone-Next
             Until IS-KEY-EOF
         End-If.

       315-Erase-Phone-Next.
         Read CUSTPHON Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If CP-CUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Delete CUSTPHON Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

       320-Erase-Interests.
         Move 3 To WS-FX.
         Open I-O CUSTINT.
         If WS-CINTSTAT Not Equal "00" Then
           Close CUSTINT
         Else
           Perform 322-Erase-Interests-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close CUSTINT
         End-If.

       322-Erase-Interests-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To CI-CUSTID
           Move Low-Values To CI-CODE
           Start CUSTINT Key Is Greater Than CI-KEY
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 325-Erase-Interest-Next
             Until IS-KEY-EOF
         End-If.

       325-Erase-Interest-Next.
         Read CUSTINT Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If CI-CUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Delete CUSTINT Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

      *>  A link names the customer on either side, so the whole
      *>  file is read once and a row goes when either end matches;
      *>  the count lands on the erased customer's certificate.
       330-Erase-Relations.
         Move 4 To WS-FX.
         Move "N" To WS-EOF.
         Open I-O CUSTREL.
         If WS-CRELSTAT Not Equal "00" Then
           Close CUSTREL
         Else
           Perform 335-Erase-Relation-Next
             Until IS-EOF
           Close CUSTREL
         End-If.

       335-Erase-Relation-Next.
         Read CUSTREL Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move CR-CUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If Not IS-MATCH Then
             Move CR-RELID To WS-MATCH-ID
             Perform 250-Find-Id
           End-If
           If IS-MATCH Then
             Delete CUSTREL Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

       340-Erase-Documents.
         Move 5 To WS-FX.
         Open I-O CUSTDOC.
         If WS-DOCSTAT Not Equal "00" Then
           Close CUSTDOC
         Else
           Perform 342-Erase-Documents-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close CUSTDOC
         End-If.

       342-Erase-Documents-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To DC-CUSTID
           Move Low-Values To DC-DOCTYPE
           Start CUSTDOC Key Is Greater Than DC-KEY
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 345-Erase-Document-Next
             Until IS-KEY-EOF
         End-If.

       345-Erase-Document-Next.
         Read CUSTDOC Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If DC-CUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Delete CUSTDOC Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

       350-Erase-Seasonal.
         Move 6 To WS-FX.
         Move "N" To WS-EOF.
         Open Input SEASADDR.
         If WS-SEASSTAT Not Equal "00" Then
           Close SEASADDR
         Else
           Open Output SEASNEW
           Perform 355-Erase-Seasonal-Next
             Until IS-EOF
           Close SEASADDR
           Close SEASNEW
           Call "CBL_RENAME_FILE" Using WS-SEASFILE-NEW, WS-SEASFILE
             Returning WS-RENAME-RC
           If WS-RENAME-RC Not Equal Zero Then
             Display "ERA101: warning - could not activate "
                     "erased SEASADDR.DAT."
           End-If
         End-If.

       355-Erase-Seasonal-Next.
         Read SEASADDR
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move SA-CUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH Then
             Perform 260-Count-Match
           Else
             Write SEASNEW-REC From SEASADDR-REC
             End-Write
           End-If
         End-If.

       360-Erase-Pending.
         Move 7 To WS-FX.
         Move "N" To WS-EOF.
         Open Input PENDADDR.
         If WS-PENDSTAT Not Equal "00" Then
           Close PENDADDR
         Else
           Open Output PENDNEW
           Perform 365-Erase-Pending-Next
             Until IS-EOF
           Close PENDADDR
           Close PENDNEW
           Call "CBL_RENAME_FILE" Using WS-PENDFILE-NEW, WS-PENDFILE
             Returning WS-RENAME-RC
           If WS-RENAME-RC Not Equal Zero Then
             Display "ERA101: warning - could not activate "
                     "erased PENDADDR.DAT."
           End-If
         End-If.

       365-Erase-Pending-Next.
         Read PENDADDR Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move PD-CUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH Then
             Perform 260-Count-Match
           Else
             Write PENDNEW-REC From PENDADDR-REC
             End-Write
           End-If
         End-If.

      *>  The contact row itself stays - the count of calls made is
      *>  the operators' workload, not the customer's data - only
      *>  the free text goes.
       370-Erase-Contact-Text.
         Move 8 To WS-FX.
         Move "N" To WS-EOF.
         Open Input CONTACT.
         If WS-CONTSTAT Not Equal "00" Then
           Close CONTACT
         Else
           Open Output CONTNEW
           Perform 375-Erase-Contact-Next
             Until IS-EOF
           Close CONTACT
           Close CONTNEW
           Call "CBL_RENAME_FILE" Using WS-CONTFILE-NEW, WS-CONTFILE
             Returning WS-RENAME-RC
           If WS-RENAME-RC Not Equal Zero Then
             Display "ERA101: warning - could not activate "
                     "erased CONTACT.DAT."
           End-If
         End-If.

       375-Erase-Contact-Next.
         Read CONTACT
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move CACTCUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH Then
             Move WS-REMOVED To CACTTEXT
             Perform 260-Count-Match
           End-If
           Write CONTNEW-REC From CONTACT-REC
           End-Write
         End-If.

      *>  Keyed by the outside system's ID, so the whole file is read
      *>  and a row goes when it points at an erased customer.
       380-Erase-Xrefs.
         Move 9 To WS-FX.
         Move "N" To WS-EOF.
         Open I-O EXTXREF.
         If WS-XRFSTAT Not Equal "00" Then
           Close EXTXREF
         Else
           Perform 385-Erase-Xref-Next
             Until IS-EOF
           Close EXTXREF
         End-If.

       385-Erase-Xref-Next.
         Read EXTXREF Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move XRCUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH Then
             Delete EXTXREF Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

       390-Erase-Mail-Queue.
         Move 10 To WS-FX.
         Move "N" To WS-EOF.
         Open Input MAILQ.
         If WS-MAILSTAT Not Equal "00" Then
           Close MAILQ
         Else
           Open Output MAILNEW
           Perform 395-Erase-Mail-Next
             Until IS-EOF
           Close MAILQ
           Close MAILNEW
           Call "CBL_RENAME_FILE" Using WS-MAILFILE-NEW, WS-MAILFILE
             Returning WS-RENAME-RC
           If WS-RENAME-RC Not Equal Zero Then
             Display "ERA101: warning - could not activate "
                     "erased CUSTOMER.MAILQ."
           End-If
         End-If.

       395-Erase-Mail-Next.
         Read MAILQ Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move MCUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH Then
             Perform 260-Count-Match
           Else
             Write MAILNEW-REC From MAILQ-REC
             End-Write
           End-If
         End-If.

      *>  Both images lead with the customer ID (CUST-REC's first
      *>  field); dropping the entry means an RCV101 roll-forward
      *>  can never bring the erased record back.
       400-Erase-Journal.
         Move 11 To WS-FX.
         Move "N" To WS-EOF.
         Open Input JRNL.
         If WS-JRNLSTAT Not Equal "00" Then
           Close JRNL
         Else
           Open Output JRNLNEW
           Perform 405-Erase-Journal-Next
             Until IS-EOF
           Close JRNL
           Close JRNLNEW
           Call "CBL_RENAME_FILE" Using WS-JRNLFILE-NEW, WS-JRNLFILE
             Returning WS-RENAME-RC
           If WS-RENAME-RC Not Equal Zero Then
             Display "ERA101: warning - could not activate "
                     "erased CUSTOMER.JRNL."
           End-If
         End-If.

       405-Erase-Journal-Next.
         Read JRNL Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move JBEFORE(1:10) To WS-MATCH-ID
           Perform 250-Find-Id
           If Not IS-MATCH Then
             Move JAFTER(1:10) To WS-MATCH-ID
             Perform 250-Find-Id
           End-If
           If IS-MATCH Then
             Perform 260-Count-Match
           Else
             Write JRNLNEW-REC From JRNL-REC
             End-Write
           End-If
         End-If.

      *>  As ANN101 does it: only the value columns change, so the
      *>  row skeleton - who did what and when - survives.
       410-Scrub-Audit.
         Move 12 To WS-FX.
         Open I-O AUDLIVE.
         If WS-AUDSTAT Not Equal "00" Then
           Close AUDLIVE
         Else
           Perform 412-Scrub-Audit-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close AUDLIVE
         End-If.

       412-Scrub-Audit-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To ACUSTID
           Move Low-Values To ATIMESTAMP
           Move Zero       To ASEQNO
           Start AUDLIVE Key Is Greater Than Or Equal AUDKEY
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 415-Scrub-Audit-Next
             Until IS-KEY-EOF
         End-If.

       415-Scrub-Audit-Next.
         Read AUDLIVE Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If ACUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Move WS-REMOVED To AOLDVAL
             Move WS-REMOVED To ANEWVAL
             Rewrite AUDLIVE-REC
             End-Rewrite
             Perform 260-Count-Match
           End-If
         End-If.

      *>  The yearly CUSTOMER.AUDIT.ARCyyyy files are ANN101's to
      *>  scrub; the erased IDs are added to its list for the next
      *>  run rather than rewriting every archive here.
       420-Queue-Archive-Scrub.
         Move 13 To WS-FX.
         Open Extend ANONLIST.
         If WS-LISTSTAT Equal "35" Then
           Close ANONLIST
           Open Output ANONLIST
         End-If.
         Perform 425-Queue-Archive-Next
           Varying WS-LX From 1 By 1
           Until WS-LX Greater Than WS-ERA-CNT.
         Close ANONLIST.

       425-Queue-Archive-Next.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move WS-E-CUSTID(WS-EX) To ANONLIST-REC
           Write ANONLIST-REC
           End-Write
           Perform 260-Count-Match
         End-If.

       430-Erase-Alerts.
         Move 14 To WS-FX.
         Open I-O CUSTALRT.
         If WS-CALRSTAT Not Equal "00" Then
           Close CUSTALRT
         Else
           Perform 432-Erase-Alerts-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close CUSTALRT
         End-If.

       432-Erase-Alerts-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To CACUSTID
           Move Low-Values To CACODE
           Start CUSTALRT Key Is Greater Than CAKEY
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 435-Erase-Alert-Next
             Until IS-KEY-EOF
         End-If.

       435-Erase-Alert-Next.
         Read CUSTALRT Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If CACUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Delete CUSTALRT Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

       440-Erase-Change-Notes.
         Move 15 To WS-FX.
         Open I-O CHGNOTE.
         If WS-CNSTAT Not Equal "00" Then
           Close CHGNOTE
         Else
           Perform 442-Erase-Notes-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close CHGNOTE
         End-If.

       442-Erase-Notes-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To CNCUSTID
           Move Low-Values To CNDTTM
           Start CHGNOTE Key Is Greater Than CNKEY
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 445-Erase-Note-Next
             Until IS-KEY-EOF
         End-If.

       445-Erase-Note-Next.
         Read CHGNOTE Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If CNCUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Delete CHGNOTE Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

       450-Erase-Subscriptions.
         Move 16 To WS-FX.
         Open I-O SUBSCR.
         If WS-SUBSTAT Not Equal "00" Then
           Close SUBSCR
         Else
           Perform 452-Erase-Subs-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close SUBSCR
         End-If.

       452-Erase-Subs-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To SBCUSTID
           Move Low-Values To SBLIST
           Start SUBSCR Key Is Greater Than SBKEY
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 455-Erase-Sub-Next
             Until IS-KEY-EOF
         End-If.

       455-Erase-Sub-Next.
         Read SUBSCR Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If SBCUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Delete SUBSCR Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

      *>  The address cross-reference is keyed by ZIP, not customer,
      *>  so it is read end to end and every row of an erased
      *>  customer - own, seasonal or pending address - deleted.
       460-Erase-Address-Index.
         Move 17 To WS-FX.
         Move "N" To WS-KEY-EOF.
         Open I-O ADDRXRF.
         If WS-AXRSTAT Not Equal "00" Then
           Close ADDRXRF
         Else
           Perform 465-Erase-Address-Next
             Until IS-KEY-EOF
           Close ADDRXRF
         End-If.

       465-Erase-Address-Next.
         Read ADDRXRF Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           Move AXCUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH Then
             Delete ADDRXRF Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

      *>  The email cross-reference is keyed by address first, so it
      *>  too is read end to end.
       470-Erase-Email-Index.
         Move 18 To WS-FX.
         Move "N" To WS-KEY-EOF.
         Open I-O EMAILXRF.
         If WS-EXRSTAT Not Equal "00" Then
           Close EMAILXRF
         Else
           Perform 475-Erase-Email-Next
             Until IS-KEY-EOF
           Close EMAILXRF
         End-If.

       475-Erase-Email-Next.
         Read EMAILXRF Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           Move EXCUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH Then
             Delete EMAILXRF Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

       480-Erase-Role-Addresses.
         Move 19 To WS-FX.
         Open I-O CUSTADDR.
         If WS-CADRSTAT Not Equal "00" Then
           Close CUSTADDR
         Else
           Perform 482-Erase-Roles-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close CUSTADDR
         End-If.

       482-Erase-Roles-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To ADCUSTID
           Move Low-Values To ADROLE
           Start CUSTADDR Key Is Greater Than ADKEY
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 485-Erase-Role-Next
             Until IS-KEY-EOF
         End-If.

       485-Erase-Role-Next.
         Read CUSTADDR Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If ADCUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Delete CUSTADDR Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

      *>  Erased requests are stamped completed; a blocked one stays
      *>  approved, with the hold noted, for the next run to retry.
       500-Stamp-Requests.
         Move "N" To WS-EOF.
         Open I-O ERASEREQ.
         If WS-ERASTAT Equal "00" Then
           Perform 510-Stamp-Request-Next
             Until IS-EOF
         End-If.
         Close ERASEREQ.

       510-Stamp-Request-Next.
         Read ERASEREQ Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And ERSTATUS-APPROVED Then
           Move ERCUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH Then
             Move "C"         To ERSTATUS
             Move WS-CUR-DATE To ERDONEDT
             Move Space       To ERBLOCK
             Rewrite ERASEREQ-REC
             End-Rewrite
           Else
             Perform 520-Note-Block
           End-If
         End-If.

       520-Note-Block.
         Set WS-EX To 1.
         Search WS-ERA-ENTRY Varying WS-EX
           At End Continue
           When WS-E-CUSTID(WS-EX) Equal ERCUSTID
             Move WS-E-BLOCK(WS-EX) To ERBLOCK
             Rewrite ERASEREQ-REC
             End-Rewrite
         End-Search.

      *>  The request file is read once more so each certificate
      *>  carries the request's own who/when - completed ones from
      *>  this run, blocked ones from the approvals still open.
       600-Print-Certificates.
         Open Output PRTFILE.
         Move WS-CUR-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Move "N" To WS-EOF.
         Open Input ERASEREQ.
         If WS-ERASTAT Equal "00" Then
           Perform 610-Print-Certificate-Next
             Until IS-EOF
         End-If.
         Close ERASEREQ.
         Move WS-DONE-CNT  To T-DONE-CNT.
         Move WS-BLOCK-CNT To T-BLOCK-CNT.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.

       610-Print-Certificate-Next.
         Read ERASEREQ Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Evaluate True
             When ERSTATUS-COMPLETED And ERDONEDT Equal WS-CUR-DATE
               Move ERCUSTID To WS-MATCH-ID
               Perform 250-Find-Id
               If IS-MATCH Then
                 Perform 620-Print-Header
                 Perform 630-Print-File-Line
                   Varying WS-FX From 1 By 1
                   Until WS-FX Greater Than 31
               End-If
             When ERSTATUS-APPROVED And ERBLOCK Not Equal Space
               Perform 620-Print-Header
               Move ERBLOCK To BL-BLOCK
               Write PRT-REC From WS-BLOCK-LINE
           End-Evaluate
         End-If.

       620-Print-Header.
         Write PRT-REC From WS-BLANK-LINE.
         Move ERCUSTID       To C-CUSTID.
         Move ERREASON       To C-REASON.
         Move ERRQOPER       To C-RQOPER.
         Move ERRQDTTM(1:8)  To C-RQDATE.
         Move ERDECOPER      To C-DECOPER.
         Move ERDECDTTM(1:8) To C-DECDATE.
         Move ERDUEDT        To C-DUEDT.
         If ERSTATUS-COMPLETED Then
           Move ERDONEDT To C-DONEDT
           If ERDONEDT Greater Than ERDUEDT Then
             Move "LATE"    To C-ONTIME
           Else
             Move "ON TIME" To C-ONTIME
           End-If
         Else
           Move Space To C-DONEDT
           Move Space To C-ONTIME
         End-If.
         Write PRT-REC From WS-CERT-1.
         Write PRT-REC From WS-CERT-2.
         If ERSTATUS-COMPLETED Then
           Write PRT-REC From WS-CERT-HDG
         End-If.

       630-Print-File-Line.
         Move WS-F-NAME(WS-FX)   To CL-FILE.
         Move WS-F-ACTION(WS-FX) To CL-ACTION.
         Move WS-E-CNT(WS-EX, WS-FX) To CL-CNT.
         Write PRT-REC From WS-CERT-LINE.

      *>  The case stays - complaint and service counts are the
      *>  office's - and only the summary and resolution text go.
      *>  Cases are found through the customer alternate key.
       700-Erase-Cases.
         Move 20 To WS-FX.
         Open I-O CASEFILE.
         If WS-CASESTAT Not Equal "00" Then
           Close CASEFILE
         Else
           Perform 702-Erase-Cases-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close CASEFILE
         End-If.

       702-Erase-Cases-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To CASECUSTID
           Start CASEFILE Key Is Equal CASECUSTID
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 705-Erase-Case-Next
             Until IS-KEY-EOF
         End-If.

       705-Erase-Case-Next.
         Read CASEFILE Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If CASECUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Move WS-REMOVED To CASESUMMARY
             Move WS-REMOVED To CASERESOL
             Rewrite CASE-REC
             End-Rewrite
             Perform 260-Count-Match
           End-If
         End-If.

      *>  The appointment stays on the rep's calendar; only the note
      *>  goes.
       710-Erase-Appointments.
         Move 21 To WS-FX.
         Open I-O APPOINT.
         If WS-APPTSTAT Not Equal "00" Then
           Close APPOINT
         Else
           Perform 712-Erase-Appts-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close APPOINT
         End-If.

       712-Erase-Appts-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To APPTCUSTID
           Start APPOINT Key Is Equal APPTCUSTID
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 715-Erase-Appt-Next
             Until IS-KEY-EOF
         End-If.

       715-Erase-Appt-Next.
         Read APPOINT Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If APPTCUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Move WS-REMOVED To APPTNOTE
             Rewrite APPOINT-REC
             End-Rewrite
             Perform 260-Count-Match
           End-If
         End-If.

       720-Erase-Kyc.
         Move 22 To WS-FX.
         Open I-O KYCFILE.
         If WS-KYCSTAT Not Equal "00" Then
           Close KYCFILE
         Else
           Perform 725-Erase-Kyc-Next
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close KYCFILE
         End-If.

       725-Erase-Kyc-Next.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move WS-E-CUSTID(WS-EX) To KYCCUSTID
           Delete KYCFILE Record
             Invalid Key Continue
             Not Invalid Key Perform 260-Count-Match
           End-Delete
         End-If.

      *>  As the audit is scrubbed: who reviewed and when stays as
      *>  the record that reviews were done; the ratings, documents
      *>  seen, next due date and note go.
       730-Erase-Kyc-History.
         Move 23 To WS-FX.
         Move "N" To WS-EOF.
         Open Input KYCHIST.
         If WS-KHSTAT Not Equal "00" Then
           Close KYCHIST
         Else
           Open Output KYCHNEW
           Perform 735-Erase-Kyc-History-Next
             Until IS-EOF
           Close KYCHIST
           Close KYCHNEW
           Call "CBL_RENAME_FILE" Using WS-KHFILE-NEW, WS-KHFILE
             Returning WS-RENAME-RC
           If WS-RENAME-RC Not Equal Zero Then
             Display "ERA101: warning - could not activate "
                     "erased KYCHIST.DAT."
           End-If
         End-If.

       735-Erase-Kyc-History-Next.
         Read KYCHIST
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move KH-CUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH Then
             Move Space      To KH-OLDRATE
             Move Space      To KH-NEWRATE
             Move Zero       To KH-NEXTDT
             Move Space      To KH-DOCS
             Move WS-REMOVED To KH-NOTE
             Perform 260-Count-Match
           End-If
           Write KYCHNEW-REC From KYCHIST-REC
           End-Write
         End-If.

      *>  A hold still pending is dropped - SUB415 would otherwise
      *>  clear it and bring the image back. A decided hold stays
      *>  as the screening record, who decided and why, with the
      *>  name and the held customer image blanked.
       740-Erase-Screening-Holds.
         Move 24 To WS-FX.
         Move "N" To WS-EOF.
         Open Input RPHOLD.
         If WS-RPHSTAT Not Equal "00" Then
           Close RPHOLD
         Else
           Open Output RPHNEW
           Perform 745-Erase-Screening-Next
             Until IS-EOF
           Close RPHOLD
           Close RPHNEW
           Call "CBL_RENAME_FILE" Using WS-RPHFILE-NEW, WS-RPHFILE
             Returning WS-RENAME-RC
           If WS-RENAME-RC Not Equal Zero Then
             Display "ERA101: warning - could not activate "
                     "erased RPHOLD.DAT."
           End-If
         End-If.

       745-Erase-Screening-Next.
         Read RPHOLD Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move RPHCUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH And RPHSTATUS-PENDING Then
             Perform 260-Count-Match
           Else
             If IS-MATCH Then
               Move WS-REMOVED To RPHNAME
               Move Space      To RPHIMAGE
               Perform 260-Count-Match
             End-If
             Write RPHNEW-REC From RPHOLD-REC
             End-Write
           End-If
         End-If.

       750-Erase-Confirmations.
         Move 25 To WS-FX.
         Open I-O CONFIRM.
         If WS-CFSTAT Not Equal "00" Then
           Close CONFIRM
         Else
           Perform 755-Erase-Confirmation-Next
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close CONFIRM
         End-If.

       755-Erase-Confirmation-Next.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move WS-E-CUSTID(WS-EX) To CFCUSTID
           Delete CONFIRM Record
             Invalid Key Continue
             Not Invalid Key Perform 260-Count-Match
           End-Delete
         End-If.

      *>  The letter bodies CNF101 leaves for the print room carry
      *>  the full name, address and contact details.
       760-Erase-Confirm-Letters.
         Move 26 To WS-FX.
         Move "N" To WS-EOF.
         Open Input CNFBODY.
         If WS-BODYSTAT Not Equal "00" Then
           Close CNFBODY
         Else
           Open Output CNFBNEW
           Perform 765-Erase-Letter-Next
             Until IS-EOF
           Close CNFBODY
           Close CNFBNEW
           Call "CBL_RENAME_FILE" Using WS-BODYFILE-NEW, WS-BODYFILE
             Returning WS-RENAME-RC
           If WS-RENAME-RC Not Equal Zero Then
             Display "ERA101: warning - could not activate "
                     "erased CNFBODY.DAT."
           End-If
         End-If.

       765-Erase-Letter-Next.
         Read CNFBODY
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move CB-CUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH Then
             Perform 260-Count-Match
           Else
             Write CNFBNEW-REC From CNFBODY-REC
             End-Write
           End-If
         End-If.

       770-Erase-Holdings.
         Move 27 To WS-FX.
         Open I-O HOLDING.
         If WS-HDSTAT Not Equal "00" Then
           Close HOLDING
         Else
           Perform 772-Erase-Holdings-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close HOLDING
         End-If.

       772-Erase-Holdings-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To HDCUSTID
           Move Low-Values To HDPROD
           Move Zero       To HDSTART
           Start HOLDING Key Is Greater Than Or Equal HDKEY
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 775-Erase-Holding-Next
             Until IS-KEY-EOF
         End-If.

       775-Erase-Holding-Next.
         Read HOLDING Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If HDCUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Delete HOLDING Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

      *>  Registrations are keyed by event first; the customer
      *>  alternate key finds them.
       780-Erase-Event-Regs.
         Move 28 To WS-FX.
         Open I-O EVREG.
         If WS-EVSTAT Not Equal "00" Then
           Close EVREG
         Else
           Perform 782-Erase-Regs-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close EVREG
         End-If.

       782-Erase-Regs-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To EV-CUSTID
           Start EVREG Key Is Equal EV-CUSTID
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 785-Erase-Reg-Next
             Until IS-KEY-EOF
         End-If.

       785-Erase-Reg-Next.
         Read EVREG Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If EV-CUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Delete EVREG Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

       790-Erase-Watch-List.
         Move 29 To WS-FX.
         Open I-O WATCH.
         If WS-WATCHSTAT Not Equal "00" Then
           Close WATCH
         Else
           Perform 792-Erase-Watch-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close WATCH
         End-If.

       792-Erase-Watch-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Move WS-E-CUSTID(WS-EX) To WTCUSTID
           Move Low-Values To WTWATCHER
           Start WATCH Key Is Greater Than WTKEY
             Invalid Key Move "Y" To WS-KEY-EOF
           End-Start
           Perform 795-Erase-Watch-Next
             Until IS-KEY-EOF
         End-If.

       795-Erase-Watch-Next.
         Read WATCH Next Record
           At End Move "Y" To WS-KEY-EOF
         End-Read.
         If Not IS-KEY-EOF Then
           If WTCUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Delete WATCH Record
             End-Delete
             Perform 260-Count-Match
           End-If
         End-If.

       800-Erase-Survey-History.
         Move 30 To WS-FX.
         Move "N" To WS-EOF.
         Open Input SVYSENT.
         If WS-SENTSTAT Not Equal "00" Then
           Close SVYSENT
         Else
           Open Output SVYNEW
           Perform 805-Erase-Survey-Next
             Until IS-EOF
           Close SVYSENT
           Close SVYNEW
           Call "CBL_RENAME_FILE" Using WS-SENTFILE-NEW, WS-SENTFILE
             Returning WS-RENAME-RC
           If WS-RENAME-RC Not Equal Zero Then
             Display "ERA101: warning - could not activate "
                     "erased SVYSENT.DAT."
           End-If
         End-If.

       805-Erase-Survey-Next.
         Read SVYSENT
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Move SS-CUSTID To WS-MATCH-ID
           Perform 250-Find-Id
           If IS-MATCH Then
             Perform 260-Count-Match
           Else
             Write SVYNEW-REC From SVYSENT-REC
             End-Write
           End-If
         End-If.

      *>  A posted piece stays for PST101's return rates but is
      *>  moved under a *REMOVED* customer ID. The ID leads the key,
      *>  so each piece is deleted and written back, and the Start
      *>  is taken again for the next one.
       810-Rekey-Post-Pieces.
         Move 31 To WS-FX.
         Open I-O POSTPIECE.
         If WS-PPSTAT Not Equal "00" Then
           Close POSTPIECE
         Else
           Perform 812-Rekey-Pieces-For-Id
             Varying WS-LX From 1 By 1
             Until WS-LX Greater Than WS-ERA-CNT
           Close POSTPIECE
         End-If.

       812-Rekey-Pieces-For-Id.
         Set WS-EX To WS-LX.
         If WS-E-BLOCK(WS-EX) Equal Space Then
           Move "N" To WS-KEY-EOF
           Perform 815-Rekey-Piece-Next
             Until IS-KEY-EOF
         End-If.

       815-Rekey-Piece-Next.
         Move WS-E-CUSTID(WS-EX) To PPCUSTID.
         Move Zero To PPRUNDATE.
         Move Zero To PPRUNTIME.
         Move Zero To PPSEQ.
         Start POSTPIECE Key Is Greater Than Or Equal PPKEY
           Invalid Key Move "Y" To WS-KEY-EOF
         End-Start.
         If Not IS-KEY-EOF Then
           Read POSTPIECE Next Record
             At End Move "Y" To WS-KEY-EOF
           End-Read
         End-If.
         If Not IS-KEY-EOF Then
           If PPCUSTID Not Equal WS-E-CUSTID(WS-EX) Then
             Move "Y" To WS-KEY-EOF
           Else
             Move POSTPIECE-REC To WS-PP-SAVE
             Delete POSTPIECE Record
             End-Delete
             Move WS-PP-SAVE To POSTPIECE-REC
             Move WS-REMOVED To PPCUSTID
             Write POSTPIECE-REC
               Invalid Key Continue
             End-Write
             Perform 260-Count-Match
           End-If
         End-If.

       999-End-Of-Program.
         Stop Run.
