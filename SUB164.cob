      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to read a customer's financial summary - the    **
      *> balance, overdue amount, year-to-date sales and last        **
      *> invoice and payment dates FIN101 loads nightly from         **
      *> accounting onto data/ARFIN.DAT (see ARFINFD). One keyed     **
      *> read. Called by the SUB230 detail so a rep can answer "what **
      *> do they owe, what did they buy" without ringing finance.    **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Summary found - the LFN fields come back filled in.    **
      *>  02: No summary on file for the customer (figures zeroed).  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB164.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select ARFIN Assign WS-FINFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is FNCUSTID
             File Status WS-FINSTAT.

       Data Division.
         File Section.
           Fd ARFIN.
           01 ARFIN-REC.
             Copy ARFINFD.

         Working-Storage Section.
           01 WS-FINFILE Pic X(20) Value "data/ARFIN.DAT".
           01 WS-FINSTAT Pic 9(2).

         Linkage Section.
           01 LS-PRMSET.
             Copy ARFINLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00"  To LS-RETVAL.
         Move Space To LFNARNO.
         Move Zero  To LFNBALANCE.
         Move Zero  To LFNOVERDUE.
         Move Zero  To LFNYTDSALES.
         Move Zero  To LFNLASTINV.
         Move Zero  To LFNLASTPAY.
         Move Zero  To LFNLOADDT.
         Open Input ARFIN.
         If WS-FINSTAT Not Equal "00" Then
           Move "02" To LS-RETVAL
         Else
           Move LFNCUSTID To FNCUSTID
           Read ARFIN
             Invalid Key
               Move "02" To LS-RETVAL
             Not Invalid Key
               Move FNARNO     To LFNARNO
               Move FNBALANCE  To LFNBALANCE
               Move FNOVERDUE  To LFNOVERDUE
               Move FNYTDSALES To LFNYTDSALES
               Move FNLASTINV  To LFNLASTINV
               Move FNLASTPAY  To LFNLASTPAY
               Move FNLOADDT   To LFNLOADDT
           End-Read
         End-If.
         Close ARFIN.
         Perform 999-End-Of-SubRutine.

       999-End-Of-SubRutine.
         Exit Program.
