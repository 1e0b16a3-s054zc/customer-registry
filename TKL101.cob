      *> CUSTOMER.DAT for customers whose next-follow-up date        **
      *> (RCUSTFUPDT, set from SUB210 or the SUB330 contact flow) is **
      *> today or earlier, skipping soft-deleted customers, and      **
      *> prints them grouped by the operator who owns the follow-up  **
      *> (SUB150 - the one who scheduled it, RCUSTFUPOP, unless it   **
      *> was assigned elsewhere) so each person gets their own call  **
      *> list. Follow-ups older than today are flagged OVERDUE.      **
      *> Output: data/TICKLER.PRT, archived through SUB117, plus the **
      *> data/TKL101.BST burst feed for BST101. Run outside the      **
      *> PGM001 menu, first thing in the morning.                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260822 Created.                                             **
      *> 261015 Group by the follow-up's owner (SUB150) instead of   **
      *>        the operator who scheduled it.                       **
      *> 261015 Roll a follow-up date that falls on a non-working    **
      *>        day of the customer's office forward to the next     **
      *>        working day (SUB151 shop calendar) before judging    **
      *>        it due or overdue; the rolled date is printed.       **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 The tickler is archived through SUB117, and every    **
      *>        line also goes to data/TKL101.BST tagged with the    **
      *>        customer's territory and office so BST101 can burst  **
      *>        the run to the distribution list.                    **
      *>***************************************************************
       Identification Division.
         Program-Id.   TKL101.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.
           Select BSTFILE Assign WS-BSTFILE
             Organization Is Line Sequential
             File Status WS-BSTSTAT.

       Data Division.
         File Section.
             05 S-CUSTID   Pic X(10).
             05 S-CUSTNAME Pic X(40).
             05 S-PHONE    Pic X(20).
             05 S-TERR     Pic X(4).
             05 S-OFFICE   Pic X(3).

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

           Fd BSTFILE.
           01 BST-REC Pic X(112).

         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-SORTFILE Pic X(20) Value "data/TKL101.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/TICKLER.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-BSTFILE  Pic X(20) Value "data/TKL101.BST".
           01 WS-BSTSTAT  Pic 9(2).
           01 WS-BURST.
             Copy BURSTFD.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-DUE-CNT  Pic 9(6)  Value Zero.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-OPER Pic X(8)  Value Low-Values.
           01 WS-FUO-FUNC   Pic X(1) Value "O".
           01 WS-FUO-PRMSET.
             Copy FUPOWNLK.
           01 WS-FUO-RETVAL Pic X(2).
           01 WS-CAL-FUNC   Pic X(1) Value "R".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler  Pic X(26) Value "FOLLOW-UP TICKLER FOR ".
             05 Filler      Pic X(75) Value Space.
           01 WS-BLANK-LINE Pic X(100) Value Space.

           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Sort SORTFILE
           On Ascending Key S-OPERID, S-FUPDT
           Input Procedure Is 300-Release-Due-Records

      *>  Due means a non-zero follow-up date that is today or past;
      *>  the soft-deleted are skipped - a removed customer's call-
      *>  backs die with the record. A date on a non-working day of
      *>  the customer's office rolls forward to its next working
      *>  day (SUB151), so a Saturday follow-up is due on Monday,
      *>  not overdue.
       300-Release-Due-Records.
         Open Input CUST.
         If WS-CUSTSTAT Equal "35" Then
         End-Read.

       320-Release-Next.
         Move 99999999 To LCLRESDT.
         If RCUSTSTAT-ACTIVE
           And RCUSTFUPDT Not Equal Zero
           And RCUSTFUPDT Less Than Or Equal WS-CUR-DATE Then
           Move RCUSTOFFICE To LCLOFFICE
           Move RCUSTFUPDT  To LCLFROMDT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
         End-If.
         If LCLRESDT Less Than Or Equal WS-CUR-DATE Then
           Move RCUSTID    To LFOCUSTID
           Move RCUSTFUPOP To LFOSETOP
           Call "SUB150" Using WS-FUO-FUNC, WS-FUO-PRMSET,
               WS-FUO-RETVAL
           Move LFOOWNER   To S-OPERID
           Move LCLRESDT   To S-FUPDT
           Move RCUSTID    To S-CUSTID
           Move RCUSTNAME  To S-CUSTNAME
           Move RCUSTTERR  To S-TERR
           Move RCUSTOFFICE To S-OFFICE
           If RCUSTPREF-PHONE2 Then
             Move RCUSTPHN2 To S-PHONE
           Else
         End-If.
         Perform 310-Read-Next.

      *>  Every line also goes to the burst feed, tagged for BST101
      *>  to cut the run up by territory and office.
       500-Write-Tickler.
         Open Output PRTFILE.
         Open Output BSTFILE.
         Move WS-CUR-DATE To H-DATE.
         Move Space To WS-BURST.
         Move "H" To BSKIND.
         Move WS-HDG-1 To BSLINE.
         Perform 530-Print-Line.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Record
           Until IS-EOF.
         Move Space To WS-BURST.
         Move "T" To BSKIND.
         Move WS-DUE-CNT To T-DUE-CNT.
         Move WS-TOTAL-LINE To BSLINE.
         Perform 530-Print-Line.
         Close PRTFILE.
         Close BSTFILE.
         Move "TKL101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

      *>  A change of owning operator starts a new section; the
      *>  blank operator (follow-ups predating attribution) is titled
      *>  UNASSIGNED so those still land on somebody's desk.
       520-Write-Record.
         If S-OPERID Not Equal WS-CUR-OPER Then
           Move S-OPERID To WS-CUR-OPER
           Move Space To WS-BURST
           Move "G"   To BSKIND
           Move WS-BLANK-LINE To BSLINE
           Perform 530-Print-Line
           If S-OPERID Equal Space Then
             Move "UNASSIGNED" To OH-OPER
           Else
             Move S-OPERID To OH-OPER
           End-If
           Move WS-OPER-HDG To BSLINE
           Perform 530-Print-Line
         End-If.
         Move S-FUPDT    To D-FUPDT.
         Move S-CUSTID   To D-CUSTID.
         Else
           Move "DUE"     To D-FLAG
         End-If.
         Move "D"        To BSKIND.
         Move S-TERR     To BSTERR.
         Move S-OFFICE   To BSOFFICE.
         Move WS-DETAIL  To BSLINE.
         Perform 530-Print-Line.
         Add 1 To WS-DUE-CNT.
         Perform 510-Return-Next.

       530-Print-Line.
         Write PRT-REC From BSLINE.
         Write BST-REC From WS-BURST.

       999-End-Of-Program.
         Display "TKL101: " WS-DUE-CNT " follow-up(s) due."
         Stop Run.
