      *> Unverified-email report. Lists every active customer with   **
      *> an email on file that is still unverified (RCUSTEMLVER)     **
      *> whose SUB135 verification token has been outstanding        **
      *> longer than the day count in parameter EMLVER-DAYS (default **
      *> 14) - or who has no token at all, the addresses that        **
      *> predate the cycle. Output: data/EMLUNVER.PRT, archived      **
      *> through SUB117. Run outside the PGM001 menu, weekly.        **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Token age counted by the shop calendar (SUB151);     **
      *>        a B after the EMLVERDAYS.CFG day count makes the     **
      *>        window business days on the customer's office        **
      *>        calendar.                                            **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 The verification window comes from system            **
      *>        parameter EMLVER-DAYS (SUB153) instead of            **
      *>        EMLVERDAYS.CFG.                                      **
      *>***************************************************************
       Identification Division.
         Program-Id.   RPT110.
       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.
           01 PRT-REC Pic X(88).

         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-TOKFILE  Pic X(20) Value "data/EMLTOKEN.DAT".
             88 IS-TOK-OPEN         Value "Y".
           01 WS-LIST-CNT Pic 9(6)  Value Zero.
           01 WS-VER-DAYS Pic 9(3)  Value 14.
           01 WS-VER-UNIT Pic X(1)  Value Space.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-SENT-DATE Pic 9(8) Value Zero.
           01 WS-TOO-OLD  Pic X     Value "N".
             88 IS-TOO-OLD          Value "Y".

           01 WS-AGE-DAYS   Pic S9(9) Comp-5.
           01 WS-CAL-FUNC   Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(34)

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 150-Load-Config.
         Open Input CUST.
         If WS-CUSTSTAT Equal "35" Then
         Perform 999-End-Of-Program.

       150-Load-Config.
         Move "EMLVER-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-VER-DAYS.
         Move LSPUNIT To WS-VER-UNIT.

      *>  An address with no token at all predates the verification
      *>  cycle and is listed straight away; one with a token is
             Invalid Key Move "Y" To WS-TOO-OLD
             Not Invalid Key
               Move ET-SENTDT To WS-SENT-DATE
               Move RCUSTOFFICE To LCLOFFICE
               Move WS-VER-UNIT To LCLUNIT
               Move ET-SENTDT   To LCLFROMDT
               Move WS-CUR-DATE To LCLTODT
               Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
                   WS-CAL-RETVAL
               Move LCLDAYS To WS-AGE-DAYS
               If WS-AGE-DAYS Greater Than WS-VER-DAYS Then
                 Move "Y" To WS-TOO-OLD
               End-If
           End-Read
         End-If.

       999-End-Of-Program.
         Stop Run.
