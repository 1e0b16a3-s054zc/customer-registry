      *> every active customer with no RCUSTARNO whose last audit    **
      *> activity predates the EXT101.LASTRUN cutoff (so the        **
      *> nightly extract has certainly carried them) by more than   **
      *> the ARAGE-DAYS parameter day count (default 7), aged into   **
      *> buckets (8-14, 15-30, 31-60, over 60 days) so the weekly   **
      *> call with accounting works from a list instead of          **
      *> anecdotes. The customer's newest CUSTOMER.AUDIT row        **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Ages counted by the shop calendar (SUB151); a B      **
      *>        after the ARAGE.CFG day count makes the threshold,   **
      *>        the DAYS column and the buckets business days on     **
      *>        the customer's office calendar.                      **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 The age threshold comes from system parameter        **
      *>        ARAGE-DAYS (SUB153) instead of ARAGE.CFG.            **
      *>***************************************************************
       Identification Division.
         Program-Id.   RPT111.
       Environment Division.
         Input-Output Section.
         File-Control.
           Select LASTRUN Assign WS-LASTRUNFILE
             Access Mode Is Sequential
             File Status WS-LRSTAT.

       Data Division.
         File Section.
           Fd LASTRUN.
           01 LASTRUN-REC Pic X(14).

           01 PRT-REC Pic X(88).

         Working-Storage Section.
           01 WS-LASTRUNFILE Pic X(24) Value "data/EXT101.LASTRUN".
           01 WS-LRSTAT   Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-AUD-OPEN Pic X     Value "N".
             88 IS-AUD-OPEN         Value "Y".
           01 WS-MIN-DAYS Pic 9(3)  Value 7.
           01 WS-MIN-UNIT Pic X(1)  Value Space.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-CUTOFF   Pic X(14) Value High-Values.
           01 WS-LAST-TS  Pic X(14) Value Low-Values.
           01 WS-LAST-DATE Pic 9(8) Value Zero.
           01 WS-B3-CNT   Pic 9(6)  Value Zero.
           01 WS-B4-CNT   Pic 9(6)  Value Zero.
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-SCAN-ID  Pic X(10) Value Space.

           01 WS-AGE-DAYS   Pic S9(9) Comp-5.
           01 WS-CAL-FUNC   Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(36)

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Perform 150-Load-Config.
         Perform 160-Load-Lastrun.
         Open Input CUST.
         Perform 999-End-Of-Program.

       150-Load-Config.
         Move "ARAGE-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-MIN-DAYS.
         Move LSPUNIT To WS-MIN-UNIT.

       160-Load-Lastrun.
         Open Input LASTRUN.
           If WS-LAST-TS Not Equal Low-Values
             And WS-LAST-TS Less Than Or Equal WS-CUTOFF Then
             Move WS-LAST-TS(1:8) To WS-LAST-DATE
             Move RCUSTOFFICE  To LCLOFFICE
             Move WS-MIN-UNIT  To LCLUNIT
             Move WS-LAST-DATE To LCLFROMDT
             Move WS-CUR-DATE  To LCLTODT
             Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
                 WS-CAL-RETVAL
             Move LCLDAYS To WS-AGE-DAYS
             If WS-AGE-DAYS Greater Than WS-MIN-DAYS Then
               Perform 330-List-One
             End-If
         Move WS-B4-CNT To B-CNT.
         Write PRT-REC From WS-BUCKET-LINE.

       999-End-Of-Program.
         Stop Run.
