      *> CONTACT.DAT activity log once for each customer's newest    **
      *> contact date, then lists every active customer whose last   **
      *> contact (or lack of any contact at all) is older than the   **
      *> day count in parameter DORMANT-DAYS (default 90), grouped by **
      *> territory so each rep gets their own neglected-accounts     **
      *> section - TKL101 covers the follow-ups somebody remembered  **
      *> to schedule; this covers the ones nobody did. Customers     **
      *> with no contact row at all are flagged NEVER. Output:       **
      *> data/DORMANT.PRT, archived through SUB117, plus the         **
      *> data/DOR101.BST burst feed for BST101. Run outside the      **
      *> PGM001 menu, monthly.                                       **
      *>                                                             **
      *> DATE-WRITTEN: 2026-09-02                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Contact age counted by the shop calendar             **
      *>        (SUB151); a B after the DORMDAYS.CFG day count makes **
      *>        the window business days on the customer's office    **
      *>        calendar, and the heading says so.                   **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 The dormancy day count comes from system             **
      *>        parameter DORMANT-DAYS (SUB153) instead of           **
      *>        DORMDAYS.CFG.                                        **
      *> 261015 The report is archived through SUB117, and every     **
      *>        line also goes to data/DOR101.BST tagged with its    **
      *>        territory and office so BST101 can burst the run to  **
      *>        the distribution list.                               **
      *> 261015 Batch-logged mail sends and letters count as         **
      *>        contact; LISTED pulls and FAILED bounces or returns  **
      *>        do not.                                              **
      *>***************************************************************
       Identification Division.
         Program-Id.   DOR101.
       Environment Division.
         Input-Output Section.
         File-Control.
           Select CONTACT Assign WS-CONTFILE
             Organization Is Line Sequential
             File Status WS-CONTSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.
           Select BSTFILE Assign WS-BSTFILE
             Organization Is Line Sequential
             File Status WS-BSTSTAT.

       Data Division.
         File Section.
           Fd CONTACT.
           01 CONTACT-REC.
             Copy CONTFD.
             05 S-CUSTID   Pic X(10).
             05 S-CUSTNAME Pic X(40).
             05 S-PHONE    Pic X(20).
             05 S-OFFICE   Pic X(3).

           Fd PRTFILE.
           01 PRT-REC Pic X(104).

           Fd BSTFILE.
           01 BST-REC Pic X(112).

         Working-Storage Section.
           01 WS-CONTFILE Pic X(20) Value "data/CONTACT.DAT".
           01 WS-CONTSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-SORTFILE Pic X(20) Value "data/DOR101.SRT".
           01 WS-PRTFILE  Pic X(30) Value "data/DORMANT.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-BSTFILE  Pic X(20) Value "data/DOR101.BST".
           01 WS-BSTSTAT  Pic 9(2).
           01 WS-BURST.
             Copy BURSTFD.
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-CONT-EOF Pic X     Value "N".
           01 WS-DORM-CNT Pic 9(6)  Value Zero.
           01 WS-TERR-CNT Pic 9(6)  Value Zero.
           01 WS-DORM-DAYS Pic 9(3) Value 90.
           01 WS-DORM-UNIT Pic X(1) Value Space.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
             88 DORM-IN-BUSINESS-DAYS Value "B".
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-CUR-TERR Pic X(4)  Value Low-Values.
           01 WS-TERR-OPEN Pic X    Value "N".

             88 IS-LAST-HIT         Value "Y".
           01 WS-PICK-DATE Pic 9(8) Value Zero.

           01 WS-AGE-DAYS   Pic S9(9) Comp-5.
           01 WS-CAL-FUNC   Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler  Pic X(34)
                Value "DORMANT CUSTOMERS - NO CONTACT IN ".
             05 H-DAYS  Pic ZZ9.
             05 H-UNIT  Pic X(14) Value " DAYS".
             05 Filler  Pic X(53) Value Space.
           01 WS-TERR-HDG.
             05 Filler   Pic X(11) Value "TERRITORY: ".
             05 TH-TERR  Pic X(12).
             05 Filler      Pic X(75) Value Space.
           01 WS-BLANK-LINE Pic X(100) Value Space.

           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 200-Load-Config.
         Perform 220-Load-Last-Contacts.
         Sort SORTFILE
         Perform 999-End-Of-Program.

       200-Load-Config.
         Move "DORMANT-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-DORM-DAYS.
         Move LSPUNIT To WS-DORM-UNIT.

       220-Load-Last-Contacts.
         Move "N" To WS-CONT-EOF.
         End-If.

      *>  Rows are appended in time order, so the newest date for a
      *>  customer is simply the highest one seen. A mail-list pull
      *>  (LISTED) or a bounce or return (FAILED) reached nobody, so
      *>  neither ends a customer's dormancy.
       230-Read-Contact-Next.
         Read CONTACT
           At End Move "Y" To WS-CONT-EOF
         End-Read.
         If Not IS-CONT-EOF
           And Not CACTOUTCOME-LISTED
           And Not CACTOUTCOME-FAILED Then
           Move "N" To WS-LAST-HIT
           Perform 240-Note-Last-Next
             Varying WS-LX From 1 By 1
           If WS-PICK-DATE Equal Zero Then
             Perform 340-Release-Record
           Else
             Move RCUSTOFFICE  To LCLOFFICE
             Move WS-DORM-UNIT To LCLUNIT
             Move WS-PICK-DATE To LCLFROMDT
             Move WS-CUR-DATE  To LCLTODT
             Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
                 WS-CAL-RETVAL
             Move LCLDAYS To WS-AGE-DAYS
             If WS-AGE-DAYS Greater Than WS-DORM-DAYS Then
               Perform 340-Release-Record
             End-If
         Move WS-PICK-DATE To S-LASTDT.
         Move RCUSTID      To S-CUSTID.
         Move RCUSTNAME    To S-CUSTNAME.
         Move RCUSTOFFICE  To S-OFFICE.
         If RCUSTPREF-PHONE2 Then
           Move RCUSTPHN2 To S-PHONE
         Else
       500-Write-Report.
         Open Output PRTFILE.
         Move WS-DORM-DAYS To H-DAYS.
         If DORM-IN-BUSINESS-DAYS Then
           Move " BUSINESS DAYS" To H-UNIT
         End-If.
         Open Output BSTFILE.
         Move Space To WS-BURST.
         Move "H" To BSKIND.
         Move WS-HDG-1 To BSLINE.
         Perform 530-Print-Line.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Record
           Until IS-EOF.
         If WS-TERR-OPEN Equal "Y" Then
           Perform 525-Territory-Total
         End-If.
         Move Space To WS-BURST.
         Move "T" To BSKIND.
         Move WS-DORM-CNT To T-DORM-CNT.
         Move WS-BLANK-LINE To BSLINE.
         Perform 530-Print-Line.
         Move WS-TOTAL-LINE To BSLINE.
         Perform 530-Print-Line.
         Close PRTFILE.
         Close BSTFILE.
         Move "DOR101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.

       510-Return-Next.
         Return SORTFILE
       520-Write-Record.
         If S-TERR Not Equal WS-CUR-TERR Then
           If WS-TERR-OPEN Equal "Y" Then
             Perform 525-Territory-Total
           End-If
           Move S-TERR To WS-CUR-TERR
           Move Zero   To WS-TERR-CNT
           Move "Y"    To WS-TERR-OPEN
           Move Space  To WS-BURST
           Move "G"    To BSKIND
           Move S-TERR To BSTERR
           Move WS-BLANK-LINE To BSLINE
           Perform 530-Print-Line
           If S-TERR Equal Space Then
             Move "UNASSIGNED" To TH-TERR
           Else
             Move S-TERR To TH-TERR
           End-If
           Move WS-TERR-HDG To BSLINE
           Perform 530-Print-Line
         End-If.
         Move S-CUSTID   To D-CUSTID.
         Move S-CUSTNAME To D-CUSTNAME.
         Else
           Move S-LASTDT To D-LASTDT
         End-If.
         Move "D"        To BSKIND.
         Move S-TERR     To BSTERR.
         Move S-OFFICE   To BSOFFICE.
         Move WS-DETAIL  To BSLINE.
         Perform 530-Print-Line.
         Add 1 To WS-TERR-CNT.
         Add 1 To WS-DORM-CNT.
         Perform 510-Return-Next.

       525-Territory-Total.
         Move WS-TERR-CNT To TT-CNT.
         Move Space       To WS-BURST.
         Move "S"         To BSKIND.
         Move WS-CUR-TERR To BSTERR.
         Move WS-TERR-TOTAL To BSLINE.
         Perform 530-Print-Line.

       530-Print-Line.
         Write PRT-REC From BSLINE.
         Write BST-REC From WS-BURST.

       999-End-Of-Program.
         Display "DOR101: " WS-DORM-CNT " dormant customer(s)."
