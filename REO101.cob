      *> this job copies the live file record by record to a fresh   **
      *> indexed file - rebuilding the RCUSTID and RCUSTNAME keys    **
      *> as it goes - dropping soft-deleted (RCUSTSTAT "I") records  **
      *> whose lifecycle date is older than the PURGE-DAYS day       **
      *> threshold (the same cutoff arithmetic PUR101 uses), then    **
      *> swaps the fresh file into place with the staged-rename      **
      *> trick. An inactive record with no lifecycle date is kept -  **
      *> 260902 Refuse to physically drop a customer on the legal-   **
      *>        hold list (SUB140); each keep is reported on the     **
      *>        console.                                             **
      *> 261015 Count the PURGE.CFG threshold through the shop       **
      *>        calendar (SUB151) as PUR101 now does, honoring its   **
      *>        B (business days) unit.                              **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 The purge threshold comes from system parameter      **
      *>        PURGE-DAYS (SUB153) instead of PURGE.CFG.            **
      *>***************************************************************
       Identification Division.
         Program-Id.   REO101.
             Alternate Record Key Is RCUSTNAME Of CUSTNEW-REC
               With Duplicates
             File Status WS-CUSTNEWSTAT.

       Data Division.
         File Section.
           01 CUSTNEW-REC.
             Copy CUSTFD.

         Working-Storage Section.
           01 WS-CUSTFILE    Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT    Pic 9(2).
           01 WS-CUSTFILE-NEW Pic X(24)
                                Value "data/CUSTOMER.DAT.NEW".
           01 WS-CUSTNEWSTAT Pic 9(2).
           01 WS-PURGE-DAYS   Pic 9(3) Value Zero.
           01 WS-PURGE-UNIT   Pic X(1) Value Space.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).
           01 WS-EOF         Pic X     Value "N".
             88 IS-EOF                 Value "Y".
           01 WS-BEFORE-CNT  Pic 9(6)  Value Zero.
           01 WS-RENAME-RC   Pic S9(9) Comp-5 Value Zero.

           01 WS-CUR-DATE     Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-DAYS-DEAD    Pic S9(9) Comp-5.
           01 WS-CAL-FUNC     Pic X(1)  Value "A".
           01 WS-CAL-PRMSET.
             Copy CALLK.
           01 WS-CAL-RETVAL   Pic X(2).

           01 WS-QSC-FUNC   Pic X(1).
           01 WS-QSC-RETVAL Pic X(2).
         End-If.

       200-Initialize.
         Move "PURGE-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM  To WS-PURGE-DAYS.
         Move LSPUNIT To WS-PURGE-UNIT.

         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.

         Open Input CUST.
         If WS-CUSTSTAT Equal "35" Then
         Add 1 To WS-BEFORE-CNT.
         If RCUSTSTAT-INACTIVE Of CUST-REC
           And RCUSTLIFEDT Of CUST-REC Not Equal Zero Then
           Move RCUSTOFFICE Of CUST-REC To LCLOFFICE
           Move WS-PURGE-UNIT To LCLUNIT
           Move RCUSTLIFEDT Of CUST-REC To LCLFROMDT
           Move WS-CUR-DATE To LCLTODT
           Call "SUB151" Using WS-CAL-FUNC, WS-CAL-PRMSET,
               WS-CAL-RETVAL
           Move LCLDAYS To WS-DAYS-DEAD
           If WS-DAYS-DEAD Greater Than Or Equal WS-PURGE-DAYS Then
             Move RCUSTID Of CUST-REC To WS-HOLD-ID
             Call "SUB140" Using WS-HOLD-PRMSET, WS-HOLD-RETVAL
                   WS-DROP-CNT " dropped."
         End-If.

      *>  Raises the system-wide batch-window quiesce so PGM001 turns
      *>  online update options away while this job rewrites the
      *>  customer file; dropped again when the job completes.
