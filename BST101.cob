      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Report bursting and distribution. The distributed reports   **
      *> (TER101 TKL101 DOR101 RPT108 SCR101) write every printed    **
      *> line again to a burst feed, data/<report>.BST (see          **
      *> BURSTFD), tagged with its territory and office. For each    **
      *> feed found this run cuts one section per recipient on the   **
      *> data/DISTLIST.DAT distribution list (see DISTFD, kept on    **
      *> the SUB500 screen) and delivers it:                         **
      *>   - to an operator (OOPEREMAIL) or a territory's rep (the   **
      *>     SALESREP.DAT address, SUB129) as a *REPORT* message on  **
      *>     CUSTOMER.MAILQ (SUB091); the section is written to      **
      *>     data/RPTSEC.<report>.<recipient>.<stamp> and named on   **
      *>     data/RPTMAIL.DAT for the mail relay to attach;          **
      *>   - to a branch office by appending it to that office's     **
      *>     print file data/BRANCH.<office>.PRT for the branch      **
      *>     printer.                                                **
      *> A section with no detail lines for the recipient is not     **
      *> sent. Every recipient gets a row on the data/DISTLOG.DAT    **
      *> delivery log (see DLOGFD) naming the run by its newest      **
      *> SUB117 archive entry on data/RPTARC.CAT, and the night's    **
      *> deliveries are listed on data/BURST.PRT. A feed is deleted  **
      *> once burst, so a report not run since is not sent twice.    **
      *> Run outside the PGM001 menu after the distributed reports   **
      *> and before MLR101.                                          **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   BST101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select DISTLIST Assign WS-DISTFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is DLKEY
             File Status WS-DISTSTAT.
           Select OPER Assign WS-OPERFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is OOPERID
             File Status WS-OPERSTAT.
           Select RPTCAT Assign WS-CATFILE
             Organization Is Line Sequential
             File Status WS-CATSTAT.
           Select BSTFILE Assign WS-BSTFILE
             Organization Is Line Sequential
             File Status WS-BSTSTAT.
           Select SECFILE Assign WS-SECFILE
             Organization Is Line Sequential
             File Status WS-SECSTAT.
           Select BRANCHPRT Assign WS-BRFILE
             Organization Is Line Sequential
             File Status WS-BRSTAT.
           Select RPTMAIL Assign WS-RMFILE
             Organization Is Line Sequential
             File Status WS-RMSTAT.
           Select DISTLOG Assign WS-DLOGFILE
             Organization Is Line Sequential
             File Status WS-DLOGSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd DISTLIST.
           01 DISTLIST-REC.
             Copy DISTFD.

           Fd OPER.
           01 OPER-REC.
             Copy OPERFD.

           Fd RPTCAT.
           01 RPTCAT-REC.
             05 RC-RPTNAME Pic X(8).
             05 RC-STAMP   Pic X(14).
             05 RC-PATH    Pic X(40).

           Fd BSTFILE.
           01 BST-REC.
             Copy BURSTFD.

           Fd SECFILE.
           01 SEC-REC Pic X(104).

           Fd BRANCHPRT.
           01 BRANCH-REC Pic X(104).

      *>  One row per mailed section - the relay attaches the file
      *>  named here to the *REPORT* message queued for the address
      *>  on the same date.
           Fd RPTMAIL.
           01 RPTMAIL-REC.
             05 RM-TOADDR   Pic X(40).
             05 RM-QUEUEDT  Pic 9(8).
             05 RM-RPTNAME  Pic X(8).
             05 RM-ARCSTAMP Pic X(14).
             05 RM-SECTION  Pic X(60).

           Fd DISTLOG.
           01 DISTLOG-REC.
             Copy DLOGFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-DISTFILE  Pic X(20) Value "data/DISTLIST.DAT".
           01 WS-DISTSTAT  Pic 9(2).
           01 WS-OPERFILE  Pic X(20) Value "data/OPERATOR.DAT".
           01 WS-OPERSTAT  Pic 9(2).
           01 WS-CATFILE   Pic X(20) Value "data/RPTARC.CAT".
           01 WS-CATSTAT   Pic 9(2).
           01 WS-BSTFILE   Pic X(20) Value Space.
           01 WS-BSTSTAT   Pic 9(2).
           01 WS-SECFILE   Pic X(60) Value Space.
           01 WS-SECSTAT   Pic 9(2).
           01 WS-BRFILE    Pic X(30) Value Space.
           01 WS-BRSTAT    Pic 9(2).
           01 WS-RMFILE    Pic X(20) Value "data/RPTMAIL.DAT".
           01 WS-RMSTAT    Pic 9(2).
           01 WS-DLOGFILE  Pic X(20) Value "data/DISTLOG.DAT".
           01 WS-DLOGSTAT  Pic 9(2).
           01 WS-PRTFILE   Pic X(30) Value "data/BURST.PRT".
           01 WS-PRTSTAT   Pic 9(2).
           01 WS-DEL-RC    Pic S9(9) Comp-5 Value Zero.
           01 WS-EOF       Pic X     Value "N".
             88 IS-EOF               Value "Y".
           01 WS-DIST-EOF  Pic X     Value "N".
             88 IS-DIST-EOF          Value "Y".
           01 WS-SEC-EOF   Pic X     Value "N".
             88 IS-SEC-EOF           Value "Y".
           01 WS-OPER-OPEN Pic X     Value "N".
             88 IS-OPER-OPEN         Value "Y".
           01 WS-CUR-DATE  Pic 9(8)  Value Zero.
           01 WS-CUR-TIME  Pic 9(8)  Value Zero.
           01 WS-RUN-STAMP Pic X(14) Value Space.
           01 WS-REP-PRMSET.
             05 WS-REP-TERR   Pic X(4).
             05 WS-REP-NAME   Pic X(30).
             05 WS-REP-EMAIL  Pic X(40).
             05 WS-REP-OPERID Pic X(8).
           01 WS-REP-RETVAL Pic X(2).
           01 WS-MAIL-PRMSET.
             Copy MAILLK.
           01 WS-MAIL-RETVAL Pic X(2).

      *>  The reports that write a burst feed, in the order burst.
           01 WS-RPT-LIST.
             05 Filler Pic X(8) Value "TER101".
             05 Filler Pic X(8) Value "TKL101".
             05 Filler Pic X(8) Value "DOR101".
             05 Filler Pic X(8) Value "RPT108".
             05 Filler Pic X(8) Value "SCR101".
           01 WS-RPT-TBL Redefines WS-RPT-LIST.
             05 WS-RPT-NAME Pic X(8) Occurs 5 Times Indexed By WS-RX.
           01 WS-RPTNAME   Pic X(8)  Value Space.
           01 WS-ARC-STAMP Pic X(14) Value Space.
           01 WS-ARC-PATH  Pic X(40) Value Space.
           01 WS-RCPT-CNT  Pic 9(4)  Value Zero.

      *>  The recipient being worked: the section it takes, where it
      *>  goes and how many detail lines its section held.
           01 WS-SEL-TYPE  Pic X(1)  Value Space.
             88 SEL-ALL              Value "A".
             88 SEL-TERR             Value "T".
             88 SEL-OFFICE           Value "O".
           01 WS-SEL-VAL   Pic X(4)  Value Space.
           01 WS-DEST      Pic X(40) Value Space.
           01 WS-SEC-LINES Pic 9(5)  Value Zero.
           01 WS-PREV-KIND Pic X(1)  Value Space.
           01 WS-TAKE      Pic X     Value "N".
             88 TAKE-LINE            Value "Y".

      *>  Group heading lines held back until the group turns out to
      *>  have a line for the section.
           01 WS-HELD-CNT  Pic 9(1)  Value Zero.
           01 WS-HELD-TBL.
             05 WS-HELD-LINE Pic X(104) Occurs 5 Times
                Indexed By WS-HX.

           01 WS-SENT-CNT    Pic 9(6) Value Zero.
           01 WS-PRINTED-CNT Pic 9(6) Value Zero.
           01 WS-EMPTY-CNT   Pic 9(6) Value Zero.
           01 WS-NOADDR-CNT  Pic 9(6) Value Zero.

           01 WS-HDG-1.
             05 Filler  Pic X(32)
                Value "REPORT DISTRIBUTION RUN ".
             05 H-DATE  Pic 9(8).
             05 Filler  Pic X(64) Value Space.
           01 WS-RPT-HDG.
             05 Filler  Pic X(8)  Value "REPORT: ".
             05 RH-RPT  Pic X(8).
             05 Filler  Pic X(7)  Value "  RUN: ".
             05 RH-STAMP Pic X(14).
             05 Filler  Pic X(2)  Value Space.
             05 RH-PATH Pic X(40).
             05 Filler  Pic X(25) Value Space.
           01 WS-DETAIL.
             05 Filler     Pic X(2)  Value Space.
             05 D-RTYPE    Pic X(1).
             05 Filler     Pic X(1)  Value Space.
             05 D-RID      Pic X(8).
             05 Filler     Pic X(2)  Value Space.
             05 D-SEL      Pic X(6).
             05 Filler     Pic X(2)  Value Space.
             05 D-OUTCOME  Pic X(8).
             05 Filler     Pic X(2)  Value Space.
             05 D-LINES    Pic ZZ,ZZ9.
             05 Filler     Pic X(2)  Value Space.
             05 D-DEST     Pic X(40).
             05 Filler     Pic X(24) Value Space.
           01 WS-NOLIST-LINE.
             05 Filler  Pic X(36)
                Value "  NOBODY ON THE DISTRIBUTION LIST".
             05 Filler  Pic X(68) Value Space.
           01 WS-TOTAL-LINE.
             05 Filler       Pic X(8)  Value "MAILED: ".
             05 T-SENT-CNT   Pic ZZZ,ZZ9.
             05 Filler       Pic X(12) Value "   PRINTED: ".
             05 T-PRINTED-CNT Pic ZZZ,ZZ9.
             05 Filler       Pic X(10) Value "   EMPTY: ".
             05 T-EMPTY-CNT  Pic ZZZ,ZZ9.
             05 Filler       Pic X(15) Value "   NO ADDRESS: ".
             05 T-NOADDR-CNT Pic ZZZ,ZZ9.
             05 Filler       Pic X(31) Value Space.
           01 WS-BRANCH-HDG.
             05 Filler   Pic X(4)  Value "*** ".
             05 BH-RPT   Pic X(8).
             05 Filler   Pic X(6)  Value " RUN ".
             05 BH-STAMP Pic X(14).
             05 Filler   Pic X(12) Value " FOR OFFICE ".
             05 BH-OFC   Pic X(3).
             05 Filler   Pic X(4)  Value " ***".
             05 Filler   Pic X(53) Value Space.
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Perform 200-Initialize.
         Open Input DISTLIST.
         If WS-DISTSTAT Not Equal "00" Then
           Display "BST101: DISTLIST.DAT not found, nothing to do."
           Close DISTLIST
         Else
           Perform 300-Burst-Report
             Varying WS-RX From 1 By 1
             Until WS-RX Greater Than 5
           Close DISTLIST
         End-If.
         Perform 900-Finalize.
         Perform 999-End-Of-Program.

       200-Initialize.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move WS-CUR-DATE To WS-RUN-STAMP(1:8).
         Move WS-CUR-TIME To WS-RUN-STAMP(9:6).
         Open Input OPER.
         If WS-OPERSTAT Equal "00" Then
           Move "Y" To WS-OPER-OPEN
         Else
           Close OPER
         End-If.
         Open Extend DISTLOG.
         If WS-DLOGSTAT Equal "35" Then
           Close DISTLOG
           Open Output DISTLOG
         End-If.
         Open Output PRTFILE.
         Move WS-CUR-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.

      *>  No feed means the report has not run since it was last
      *>  burst - there is nothing new to send.
       300-Burst-Report.
         Move WS-RPT-NAME(WS-RX) To WS-RPTNAME.
         Move Space To WS-BSTFILE.
         String "data/"    Delimited By Size
                WS-RPTNAME Delimited By Space
                ".BST"     Delimited By Size
           Into WS-BSTFILE
         End-String.
         Open Input BSTFILE.
         If WS-BSTSTAT Not Equal "00" Then
           Close BSTFILE
         Else
           Close BSTFILE
           Perform 310-Find-Archive
           Move WS-RPTNAME   To RH-RPT
           Move WS-ARC-STAMP To RH-STAMP
           Move WS-ARC-PATH  To RH-PATH
           Write PRT-REC From WS-BLANK-LINE
           Write PRT-REC From WS-RPT-HDG
           Move Zero To WS-RCPT-CNT
           Move Space      To DISTLIST-REC
           Move WS-RPTNAME To DLRPTNAME
           Move Low-Values To DLRTYPE
           Move Low-Values To DLRID
           Move "N" To WS-DIST-EOF
           Start DISTLIST Key Is Greater Than Or Equal DLKEY
             Invalid Key Move "Y" To WS-DIST-EOF
           End-Start
           Perform 320-Dist-Next
             Until IS-DIST-EOF
           If WS-RCPT-CNT Equal Zero Then
             Write PRT-REC From WS-NOLIST-LINE
           End-If
           Call "CBL_DELETE_FILE" Using WS-BSTFILE
             Returning WS-DEL-RC
         End-If.

      *>  The run is the report's newest catalogued archive copy -
      *>  the reports archive through SUB117 just before this runs.
       310-Find-Archive.
         Move Space To WS-ARC-STAMP.
         Move Space To WS-ARC-PATH.
         Move "N" To WS-EOF.
         Open Input RPTCAT.
         If WS-CATSTAT Not Equal "00" Then
           Move "Y" To WS-EOF
         End-If.
         Perform 315-Catalog-Next
           Until IS-EOF.
         Close RPTCAT.

       315-Catalog-Next.
         Read RPTCAT
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF
           And RC-RPTNAME Equal WS-RPTNAME
           And RC-STAMP Greater Than WS-ARC-STAMP Then
           Move RC-STAMP To WS-ARC-STAMP
           Move RC-PATH  To WS-ARC-PATH
         End-If.

       320-Dist-Next.
         Read DISTLIST Next Record
           At End Move "Y" To WS-DIST-EOF
         End-Read.
         If Not IS-DIST-EOF Then
           If DLRPTNAME Not Equal WS-RPTNAME Then
             Move "Y" To WS-DIST-EOF
           Else
             Add 1 To WS-RCPT-CNT
             Perform 400-Deliver-Section
           End-If
         End-If.

      *>  A rep always takes its own territory and a branch its own
      *>  office, whatever the row says; an operator takes the
      *>  section on the row.
       400-Deliver-Section.
         Move Space To DISTLOG-REC.
         Move Space To WS-DEST.
         Evaluate True
           When DLRTYPE-REP
             Move "T"          To WS-SEL-TYPE
             Move DLRID(1:4)   To WS-SEL-VAL
             Move DLRID(1:4)   To WS-REP-TERR
             Call "SUB129" Using WS-REP-PRMSET, WS-REP-RETVAL
             If WS-REP-RETVAL Equal "00" Then
               Move WS-REP-EMAIL To WS-DEST
             End-If
           When DLRTYPE-BRANCH
             Move "O"          To WS-SEL-TYPE
             Move DLRID(1:3)   To WS-SEL-VAL
             Move Space To WS-BRFILE
             String "data/BRANCH." Delimited By Size
                    DLRID          Delimited By Space
                    ".PRT"         Delimited By Size
               Into WS-BRFILE
             End-String
             Move WS-BRFILE To WS-DEST
           When Other
             Move DLSELTYPE To WS-SEL-TYPE
             Move DLSELVAL  To WS-SEL-VAL
             If IS-OPER-OPEN Then
               Move DLRID To OOPERID
               Read OPER
                 Key Is OOPERID
                 Invalid Key Continue
                 Not Invalid Key
                   If OOPERSTAT-ACTIVE Then
                     Move OOPEREMAIL To WS-DEST
                   End-If
               End-Read
             End-If
         End-Evaluate.
         Move Zero To WS-SEC-LINES.
         If WS-DEST Equal Space Then
           Move "NOADDR" To DGOUTCOME
           Add 1 To WS-NOADDR-CNT
         Else
           Perform 410-Cut-Section
           Evaluate True
             When WS-SEC-LINES Equal Zero
               Call "CBL_DELETE_FILE" Using WS-SECFILE
                 Returning WS-DEL-RC
               Move "EMPTY" To DGOUTCOME
               Add 1 To WS-EMPTY-CNT
             When DLRTYPE-BRANCH
               Perform 450-Print-At-Branch
               Call "CBL_DELETE_FILE" Using WS-SECFILE
                 Returning WS-DEL-RC
               Move "PRINTED" To DGOUTCOME
               Add 1 To WS-PRINTED-CNT
             When Other
               Perform 460-Mail-Section
               Move "MAILED" To DGOUTCOME
               Add 1 To WS-SENT-CNT
           End-Evaluate
         End-If.
         Perform 470-Log-Delivery.

      *>  One pass over the feed, keeping the lines the section
      *>  takes; a report total belongs to the whole run only, and a
      *>  territory total to that territory only.
       410-Cut-Section.
         Move Space To WS-SECFILE.
         String "data/RPTSEC." Delimited By Size
                WS-RPTNAME     Delimited By Space
                "."            Delimited By Size
                DLRTYPE        Delimited By Size
                DLRID          Delimited By Space
                "."            Delimited By Size
                WS-RUN-STAMP   Delimited By Size
           Into WS-SECFILE
         End-String.
         Move Zero  To WS-HELD-CNT.
         Move Space To WS-PREV-KIND.
         Move "N"   To WS-SEC-EOF.
         Open Input BSTFILE.
         Open Output SECFILE.
         Perform 420-Feed-Next
           Until IS-SEC-EOF.
         Close BSTFILE.
         Close SECFILE.

       420-Feed-Next.
         Read BSTFILE
           At End Move "Y" To WS-SEC-EOF
         End-Read.
         If Not IS-SEC-EOF Then
           Move "N" To WS-TAKE
           Evaluate True
             When BSKIND-HEAD
               Move "Y" To WS-TAKE
             When BSKIND-GROUP
               If SEL-ALL Then
                 Move "Y" To WS-TAKE
               Else
                 Perform 430-Hold-Group-Line
               End-If
             When BSKIND-DETAIL
               If SEL-ALL
                 Or (SEL-TERR And BSTERR Equal WS-SEL-VAL)
                 Or (SEL-OFFICE And BSOFFICE Equal WS-SEL-VAL(1:3))
                 Then
                 Perform 440-Release-Held
                 Move "Y" To WS-TAKE
                 Add 1 To WS-SEC-LINES
               End-If
             When BSKIND-SUBTOT
               If SEL-ALL
                 Or (SEL-TERR And BSTERR Equal WS-SEL-VAL) Then
                 Move "Y" To WS-TAKE
               End-If
             When BSKIND-TOTAL
               If SEL-ALL Then
                 Move "Y" To WS-TAKE
               End-If
           End-Evaluate
           If TAKE-LINE Then
             Write SEC-REC From BSLINE
           End-If
           Move BSKIND To WS-PREV-KIND
         End-If.

      *>  A group heading after anything but another heading starts
      *>  a new group, so what was held for the last one is dropped.
       430-Hold-Group-Line.
         If WS-PREV-KIND Not Equal "G" Then
           Move Zero To WS-HELD-CNT
         End-If.
         If WS-HELD-CNT Less Than 5 Then
           Add 1 To WS-HELD-CNT
           Move BSLINE To WS-HELD-LINE(WS-HELD-CNT)
         End-If.

       440-Release-Held.
         Perform 445-Write-Held-Next
           Varying WS-HX From 1 By 1
           Until WS-HX Greater Than WS-HELD-CNT.
         Move Zero To WS-HELD-CNT.

       445-Write-Held-Next.
         Write SEC-REC From WS-HELD-LINE(WS-HX).

       450-Print-At-Branch.
         Open Extend BRANCHPRT.
         If WS-BRSTAT Equal "35" Then
           Close BRANCHPRT
           Open Output BRANCHPRT
         End-If.
         Move WS-RPTNAME   To BH-RPT.
         Move WS-ARC-STAMP To BH-STAMP.
         Move WS-SEL-VAL   To BH-OFC.
         Write BRANCH-REC From WS-BRANCH-HDG.
         Write BRANCH-REC From WS-BLANK-LINE.
         Move "N" To WS-SEC-EOF.
         Open Input SECFILE.
         Perform 455-Copy-Section-Next
           Until IS-SEC-EOF.
         Close SECFILE.
         Write BRANCH-REC From WS-BLANK-LINE.
         Close BRANCHPRT.

       455-Copy-Section-Next.
         Read SECFILE
           At End Move "Y" To WS-SEC-EOF
         End-Read.
         If Not IS-SEC-EOF Then
           Write BRANCH-REC From SEC-REC
         End-If.

       460-Mail-Section.
         Move Space      To LMCUSTID.
         Move WS-DEST    To LMTOADDR.
         Move "*REPORT*" To LMTEMPLATE.
         Call "SUB091" Using WS-MAIL-PRMSET, WS-MAIL-RETVAL.
         Open Extend RPTMAIL.
         If WS-RMSTAT Equal "35" Then
           Close RPTMAIL
           Open Output RPTMAIL
         End-If.
         Move WS-DEST      To RM-TOADDR.
         Move WS-CUR-DATE  To RM-QUEUEDT.
         Move WS-RPTNAME   To RM-RPTNAME.
         Move WS-ARC-STAMP To RM-ARCSTAMP.
         Move WS-SECFILE   To RM-SECTION.
         Write RPTMAIL-REC
         End-Write.
         Close RPTMAIL.

       470-Log-Delivery.
         Move WS-RPTNAME   To DGRPTNAME.
         Move WS-ARC-STAMP To DGARCSTAMP.
         Move WS-ARC-PATH  To DGARCPATH.
         Move DLRTYPE      To DGRTYPE.
         Move DLRID        To DGRID.
         Move WS-DEST      To DGDEST.
         Move WS-SEC-LINES To DGLINES.
         Move WS-RUN-STAMP To DGDTTM.
         Write DISTLOG-REC
         End-Write.
         Move DLRTYPE      To D-RTYPE.
         Move DLRID        To D-RID.
         Move Space        To D-SEL.
         Move WS-SEL-TYPE  To D-SEL(1:1).
         Move WS-SEL-VAL   To D-SEL(3:4).
         Move DGOUTCOME    To D-OUTCOME.
         Move WS-SEC-LINES To D-LINES.
         Move WS-DEST      To D-DEST.
         Write PRT-REC From WS-DETAIL.

       900-Finalize.
         Move WS-SENT-CNT    To T-SENT-CNT.
         Move WS-PRINTED-CNT To T-PRINTED-CNT.
         Move WS-EMPTY-CNT   To T-EMPTY-CNT.
         Move WS-NOADDR-CNT  To T-NOADDR-CNT.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-TOTAL-LINE.
         Close PRTFILE.
         Close DISTLOG.
         If IS-OPER-OPEN Then
           Close OPER
         End-If.

       999-End-Of-Program.
         Display "BST101: " WS-SENT-CNT " mailed, "
                 WS-PRINTED-CNT " printed, "
                 WS-EMPTY-CNT " empty, "
                 WS-NOADDR-CNT " without address.".
         Stop Run.
