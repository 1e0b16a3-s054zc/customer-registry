      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Nightly file size snapshot - the view of the registry's     **
      *> data files we lacked the night CONTACT.DAT and ACCESS.LOG   **
      *> were found grown large only because the nightly run had     **
      *> slowed. For every entry on data/CAPFILES.CFG (see CAPCFGFD; **
      *> seeded with the registry files the first time this runs)    **
      *> one row goes on data/CAPHIST.DAT, dated with the processing **
      *> date (SUB152): how many files were found, their records and **
      *> their bytes. Sizes come from CBL_CHECK_FILE_EXIST; line     **
      *> sequential files are read and counted, fixed-record files   **
      *> are sized by record length, and indexed files are estimated **
      *> the same way. A group entry (the dated archives, the        **
      *> backup/ snapshots) totals every file whose name starts with **
      *> the entry. CAP102 reports growth from the history monthly.  **
      *> Runs nightly from NGT101, after the month-end trims.        **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   CAP101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CAPCFG Assign WS-CFGFILE
             Organization Is Line Sequential
             File Status WS-CFGSTAT.
           Select CAPHIST Assign WS-HISTFILE
             Organization Is Line Sequential
             File Status WS-HISTSTAT.
           Select LINEFILE Assign WS-LINEFILE
             Organization Is Line Sequential
             File Status WS-LINESTAT.
           Select GLOBFILE Assign WS-GLOBFILE
             Organization Is Line Sequential
             File Status WS-GLOBSTAT.

       Data Division.
         File Section.
           Fd CAPCFG.
           01 CAPCFG-REC.
             Copy CAPCFGFD.

           Fd CAPHIST.
           01 CAPHIST-REC.
             Copy CAPHSTFD.

           Fd LINEFILE.
           01 LINEFILE-REC Pic X(1000).

           Fd GLOBFILE.
           01 GLOBFILE-REC Pic X(60).

         Working-Storage Section.
           01 WS-CFGFILE  Pic X(20) Value "data/CAPFILES.CFG".
           01 WS-CFGSTAT  Pic 9(2).
           01 WS-HISTFILE Pic X(20) Value "data/CAPHIST.DAT".
           01 WS-HISTSTAT Pic 9(2).
           01 WS-LINEFILE Pic X(60) Value Space.
           01 WS-LINESTAT Pic 9(2).
           01 WS-GLOBFILE Pic X(20) Value "data/CAPGLOB.TMP".
           01 WS-GLOBSTAT Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-LINE-EOF Pic X     Value "N".
             88 IS-LINE-EOF         Value "Y".
           01 WS-GLOB-EOF Pic X     Value "N".
             88 IS-GLOB-EOF         Value "Y".
           01 WS-PROC-DATE Pic 9(8) Value Zero.
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-COMMAND    Pic X(120) Value Space.
           01 WS-SYS-RC     Pic S9(9) Comp-5 Value Zero.
           01 WS-DELETE-RC  Pic S9(9) Comp-5 Value Zero.
           01 WS-EXIST-RC   Pic S9(9) Comp-5 Value Zero.

      *>  CBL_CHECK_FILE_EXIST hands back the size and stamp of the
      *>  file named, or a non-zero return when there is none.
           01 WS-FILE-INFO.
             05 WS-FI-SIZE  Pic X(8) Comp-X.
             05 WS-FI-DD    Pic X    Comp-X.
             05 WS-FI-MM    Pic X    Comp-X.
             05 WS-FI-YYYY  Pic X(2) Comp-X.
             05 WS-FI-TIME  Pic X(4).

           01 WS-MEAS-NAME  Pic X(60) Value Space.
           01 WS-F-BYTES    Pic 9(13) Value Zero.
           01 WS-F-RECS     Pic 9(11) Value Zero.
           01 WS-T-FILES    Pic 9(5)  Value Zero.
           01 WS-T-RECS     Pic 9(11) Value Zero.
           01 WS-T-BYTES    Pic 9(13) Value Zero.
           01 WS-ROW-CNT    Pic 9(3)  Value Zero.

      *>  The file list as it stands in CAPFILES.CFG.
           01 WS-CAP-COUNT Pic 9(3) Value Zero.
           01 WS-CAP-TBL.
             05 WS-CAP-ENTRY Occurs 100 Times Indexed By WS-CX.
               10 WS-E-NAME   Pic X(30).
               10 WS-E-KIND   Pic X(1).
               10 WS-E-COUNT  Pic X(1).
               10 WS-E-RECLEN Pic 9(5).
               10 WS-E-SWEEP  Pic X(8).

      *>  The registry files as they stand, written out the first
      *>  time this job runs so ops can add a file by editing the
      *>  config rather than the program.
           01 WS-SEED-COUNT Pic 9(3) Value 51.
           01 WS-SEED-VALUES.
             05 Filler Pic X(45) Value
                "data/CUSTOMER.DAT             FI00583REO101  ".
             05 Filler Pic X(45) Value
                "data/CUSTOMER.SEQ             FN00000        ".
             05 Filler Pic X(45) Value
                "data/CUSTOMER.AUDIT           FI00152ARC101  ".
             05 Filler Pic X(45) Value
                "data/CUSTOMER.AUDIT.ARC       GF00152        ".
             05 Filler Pic X(45) Value
                "data/CUSTOMER.JRNL            FF01215        ".
             05 Filler Pic X(45) Value
                "data/CUSTOMER.HIST            FL00000        ".
             05 Filler Pic X(45) Value
                "data/CUSTOMER.MAILQ           FF00097RET101  ".
             05 Filler Pic X(45) Value
                "data/MAILQ.ARC                GF00097        ".
             05 Filler Pic X(45) Value
                "data/CONTACT.DAT              FL00000RET101  ".
             05 Filler Pic X(45) Value
                "data/CONTACT.ARC              GL00000        ".
             05 Filler Pic X(45) Value
                "data/ACCESS.LOG               FL00000RET101  ".
             05 Filler Pic X(45) Value
                "data/ACCESS.ARC               GL00000        ".
             05 Filler Pic X(45) Value
                "data/OPERLOG.DAT              FL00000RET101  ".
             05 Filler Pic X(45) Value
                "data/OPERLOG.ARC              GL00000        ".
             05 Filler Pic X(45) Value
                "data/CAMPHIST.DAT             FL00000RET101  ".
             05 Filler Pic X(45) Value
                "data/CAMPHIST.ARC             GL00000        ".
             05 Filler Pic X(45) Value
                "data/COMPANY.DAT              FI00171        ".
             05 Filler Pic X(45) Value
                "data/COMPANY.AUDIT            FF00152        ".
             05 Filler Pic X(45) Value
                "data/OPERATOR.DAT             FI00134        ".
             05 Filler Pic X(45) Value
                "data/CUSTPHON.DAT             FI00033        ".
             05 Filler Pic X(45) Value
                "data/CUSTREL.DAT              FI00022        ".
             05 Filler Pic X(45) Value
                "data/CUSTDOC.DAT              FI00068        ".
             05 Filler Pic X(45) Value
                "data/SUBSCR.DAT               FI00055        ".
             05 Filler Pic X(45) Value
                "data/NEWSLIST.DAT             FI00025        ".
             05 Filler Pic X(45) Value
                "data/HOLDING.DAT              FI00082        ".
             05 Filler Pic X(45) Value
                "data/EVREG.DAT                FI00057        ".
             05 Filler Pic X(45) Value
                "data/ARFIN.DAT                FI00077        ".
             05 Filler Pic X(45) Value
                "data/EMAILXRF.DAT             FI00050        ".
             05 Filler Pic X(45) Value
                "data/ADDRXRF.DAT              FI00046        ".
             05 Filler Pic X(45) Value
                "data/PHONEXRF.DAT             FI00030        ".
             05 Filler Pic X(45) Value
                "data/CUSTALRT.DAT             FI00052        ".
             05 Filler Pic X(45) Value
                "data/CASE.DAT                 FI00145        ".
             05 Filler Pic X(45) Value
                "data/CONTRACT.DAT             FI00108        ".
             05 Filler Pic X(45) Value
                "data/APPOINT.DAT              FI00091        ".
             05 Filler Pic X(45) Value
                "data/POSTPIECE.DAT            FI00071        ".
             05 Filler Pic X(45) Value
                "data/SESSION.DAT              FI00022        ".
             05 Filler Pic X(45) Value
                "data/INBREG.DAT               FI00118        ".
             05 Filler Pic X(45) Value
                "data/CHKPOINT.DAT             FI00192        ".
             05 Filler Pic X(45) Value
                "data/POSTLEDG.DAT             FL00000        ".
             05 Filler Pic X(45) Value
                "data/SCOREHIST.DAT            FL00000        ".
             05 Filler Pic X(45) Value
                "data/STATS.DAT                FL00000        ".
             05 Filler Pic X(45) Value
                "data/KYCHIST.DAT              FL00000        ".
             05 Filler Pic X(45) Value
                "data/DISTLOG.DAT              FL00000        ".
             05 Filler Pic X(45) Value
                "data/PARMLOG.DAT              FL00000        ".
             05 Filler Pic X(45) Value
                "data/AUDIT.CHAIN              FL00000        ".
             05 Filler Pic X(45) Value
                "data/NIGHTRUN.LOG             FL00000        ".
             05 Filler Pic X(45) Value
                "data/RPTARC.CAT               FL00000        ".
             05 Filler Pic X(45) Value
                "data/RPTARC.                  GN00000        ".
             05 Filler Pic X(45) Value
                "data/CAPHIST.DAT              FL00000        ".
             05 Filler Pic X(45) Value
                "backup/CUSTOMER.DAT.          GN00000        ".
             05 Filler Pic X(45) Value
                "backup/CUSTOMER.SEQ.          GN00000        ".
           01 WS-SEED-TBL Redefines WS-SEED-VALUES.
             05 WS-SEED-ENTRY Occurs 51 Times Indexed By WS-SX
                Pic X(45).

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET,
             WS-PDT-RETVAL.
         Move LPDDATE To WS-PROC-DATE.
         Perform 200-Load-Catalogue.
         Open Extend CAPHIST.
         If WS-HISTSTAT Equal "35" Then
           Open Output CAPHIST
         End-If.
         Perform 300-Measure-Entry
           Varying WS-CX From 1 By 1
           Until WS-CX Greater Than WS-CAP-COUNT.
         Close CAPHIST.
         Display "CAP101: " WS-ROW-CNT " file size row(s) recorded "
                 "for " WS-PROC-DATE ".".
         Perform 999-End-Of-Program.

       200-Load-Catalogue.
         Open Input CAPCFG.
         If WS-CFGSTAT Equal "35" Then
           Close CAPCFG
           Perform 210-Seed-Catalogue
           Open Input CAPCFG
         End-If.
         Perform 220-Read-Catalogue-Next
           Until IS-EOF.
         Close CAPCFG.

       210-Seed-Catalogue.
         Open Output CAPCFG.
         Perform 215-Seed-Catalogue-Row
           Varying WS-SX From 1 By 1
           Until WS-SX Greater Than WS-SEED-COUNT.
         Close CAPCFG.

       215-Seed-Catalogue-Row.
         Write CAPCFG-REC From WS-SEED-ENTRY(WS-SX)
         End-Write.

       220-Read-Catalogue-Next.
         Read CAPCFG
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And CFNAME Not Equal Space
           And WS-CAP-COUNT Less Than 100 Then
           Add 1 To WS-CAP-COUNT
           Set WS-CX To WS-CAP-COUNT
           Move CFNAME   To WS-E-NAME(WS-CX)
           Move CFKIND   To WS-E-KIND(WS-CX)
           Move CFCOUNT  To WS-E-COUNT(WS-CX)
           Move CFRECLEN To WS-E-RECLEN(WS-CX)
           Move CFSWEEP  To WS-E-SWEEP(WS-CX)
         End-If.

      *>  One history row per entry, even for a file that is not
      *>  there tonight - a zero row is how a missing file shows.
       300-Measure-Entry.
         Move Zero To WS-T-FILES.
         Move Zero To WS-T-RECS.
         Move Zero To WS-T-BYTES.
         If WS-E-KIND(WS-CX) Equal "G" Then
           Perform 320-Measure-Group
         Else
           Move WS-E-NAME(WS-CX) To WS-MEAS-NAME
           Perform 330-Measure-File
         End-If.
         Move Space        To CAPHIST-REC.
         Move WS-PROC-DATE To CHDATE.
         Move WS-E-NAME(WS-CX) To CHNAME.
         Move WS-T-FILES   To CHFILES.
         Move WS-T-RECS    To CHRECS.
         Move WS-T-BYTES   To CHBYTES.
         If WS-E-COUNT(WS-CX) Equal "I" Then
           Move "~" To CHRECEST
         End-If.
         Write CAPHIST-REC
         End-Write.
         Add 1 To WS-ROW-CNT.

      *>  A group is every file whose name starts with the entry's
      *>  name - the dated archives and the backup/ snapshots.
       320-Measure-Group.
         Move Space To WS-COMMAND.
         String "ls -1d "        Delimited By Size
                WS-E-NAME(WS-CX) Delimited By Space
                "* > "           Delimited By Size
                WS-GLOBFILE      Delimited By Space
                " 2>/dev/null"   Delimited By Size
           Into WS-COMMAND
         End-String.
         Call "SYSTEM" Using WS-COMMAND
           Returning WS-SYS-RC.
         Move "N" To WS-GLOB-EOF.
         Open Input GLOBFILE.
         If WS-GLOBSTAT Not Equal "00" Then
           Move "Y" To WS-GLOB-EOF
         End-If.
         Perform 325-Measure-Group-Next
           Until IS-GLOB-EOF.
         Close GLOBFILE.
         Call "CBL_DELETE_FILE" Using WS-GLOBFILE
           Returning WS-DELETE-RC.

       325-Measure-Group-Next.
         Read GLOBFILE
           At End Move "Y" To WS-GLOB-EOF
         End-Read.
         If Not IS-GLOB-EOF And GLOBFILE-REC Not Equal Space Then
           Move GLOBFILE-REC To WS-MEAS-NAME
           Perform 330-Measure-File
         End-If.

       330-Measure-File.
         Call "CBL_CHECK_FILE_EXIST" Using WS-MEAS-NAME, WS-FILE-INFO
           Returning WS-EXIST-RC.
         If WS-EXIST-RC Equal Zero Then
           Move WS-FI-SIZE To WS-F-BYTES
           Move Zero To WS-F-RECS
           Evaluate WS-E-COUNT(WS-CX)
             When "L"
               Perform 340-Count-Lines
             When "F"
             When "I"
               If WS-E-RECLEN(WS-CX) Greater Than Zero Then
                 Divide WS-F-BYTES By WS-E-RECLEN(WS-CX)
                   Giving WS-F-RECS
               End-If
             When Other
               Continue
           End-Evaluate
           Add 1          To WS-T-FILES
           Add WS-F-BYTES To WS-T-BYTES
           Add WS-F-RECS  To WS-T-RECS
         End-If.

       340-Count-Lines.
         Move WS-MEAS-NAME To WS-LINEFILE.
         Move "N" To WS-LINE-EOF.
         Open Input LINEFILE.
         If WS-LINESTAT Not Equal "00" Then
           Move "Y" To WS-LINE-EOF
         End-If.
         Perform 345-Count-Line-Next
           Until IS-LINE-EOF.
         Close LINEFILE.

       345-Count-Line-Next.
         Read LINEFILE
           At End Move "Y" To WS-LINE-EOF
         End-Read.
         If Not IS-LINE-EOF Then
           Add 1 To WS-F-RECS
         End-If.

       999-End-Of-Program.
         Stop Run.
