      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain ADDRXRF.DAT, the address cross-     **
      *> reference keyed by five-digit ZIP, address source and       **
      *> customer ID (see ADDRXFD), so the SUB230 [Z]ip search reads **
      *> one ZIP's addresses by key instead of scanning the whole    **
      *> customer file. Kept in step by the create and update paths  **
      *> (customer addresses), SUB335 (seasonal) and SUB345/FUT101   **
      *> (pending); rebuilt from scratch by XRF102 when it drifts.   **
      *> Every customer is indexed whatever its status - the search  **
      *> applies the status and office-scope rules as it reads - so  **
      *> a soft delete or reactivation never has to touch it.        **
      *>                                                             **
      *> LS-FUNC:  A = add (or replace the street on an existing     **
      *>               entry), D = delete.                           **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Added/deleted.                                         **
      *>  02: Blank ZIP (nothing to index), or no entry to delete.   **
      *>  05: No cross-reference file on record yet (run XRF102).    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB160.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select ADDRXRF Assign WS-AXRFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is AXKEY
             File Status WS-AXRSTAT.

       Data Division.
         File Section.
           Fd ADDRXRF.
           01 ADDRXRF-REC.
             Copy ADDRXFD.

         Working-Storage Section.
           01 WS-AXRFILE Pic X(20) Value "data/ADDRXRF.DAT".
           01 WS-AXRSTAT Pic 9(2).

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy ADDRXLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         If LAXZIP(1:5) Equal Space Or LAXCUSTID Equal Space Then
           Move "02" To LS-RETVAL
         Else
           Move LAXZIP(1:5) To AXZIP5
           Move LAXSOURCE   To AXSOURCE
           Move LAXCUSTID   To AXCUSTID
           Evaluate LS-FUNC
             When "A" Perform 200-Add-Entry
             When Other Perform 300-Delete-Entry
           End-Evaluate
         End-If.
         Perform 999-End-Of-SubRutine.

      *>  As with the phone cross-reference, an add never creates the
      *>  file - an index born empty beside a full customer file
      *>  would answer "nobody at this ZIP" for everyone already on
      *>  record, so XRF102 is the only program that creates it.
       200-Add-Entry.
         Open I-O ADDRXRF.
         If WS-AXRSTAT Equal "35" Then
           Move "05" To LS-RETVAL
           Close ADDRXRF
         Else
           Move LAXSTREET To AXSTREET
           Inspect AXSTREET Converting
             "abcdefghijklmnopqrstuvwxyz" To
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           Write ADDRXRF-REC
             Invalid Key
               Rewrite ADDRXRF-REC
               End-Rewrite
           End-Write
           Close ADDRXRF
         End-If.

       300-Delete-Entry.
         Open I-O ADDRXRF.
         If WS-AXRSTAT Equal "35" Then
           Move "05" To LS-RETVAL
           Close ADDRXRF
         Else
           Delete ADDRXRF Record
             Invalid Key Move "02" To LS-RETVAL
           End-Delete
           Close ADDRXRF
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
