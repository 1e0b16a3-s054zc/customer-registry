      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to maintain and search EMAILXRF.DAT, the email  **
      *> cross-reference keyed by the address uppercased and the     **
      *> customer ID (see EMAILXFD), so finding who an address       **
      *> belongs to is a keyed read instead of a CUSTOMER.DAT scan:  **
      *> the SUB230 e[M]ail search, the duplicate-address warnings   **
      *> on SUB200/SUB210, and the inbound feeds (BNC101, VRF101,    **
      *> UNS101) when a row quotes an address but no customer ID.    **
      *> Kept in step by the create, update, remove, reactivate,     **
      *> restore and merge paths, like the phone cross-reference -   **
      *> only active customers are indexed; rebuilt from scratch by  **
      *> XRF103 when it drifts.                                      **
      *>                                                             **
      *> LS-FUNC:  A = add, D = delete, L = lookup.                  **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Added/deleted, or lookup found another holder -        **
      *>      LEXMATCH is the first in ID order, LEXCOUNT how many.  **
      *>  02: Blank address, lookup found no other holder, or no     **
      *>      entry to delete.                                       **
      *>  05: No cross-reference file on record yet (run XRF103).    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB161.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select EMAILXRF Assign WS-EXRFILE
             Organization Is Indexed
             Access Mode  Is Dynamic
             Record Key   Is EXKEY
             File Status WS-EXRSTAT.

       Data Division.
         File Section.
           Fd EMAILXRF.
           01 EMAILXRF-REC.
             Copy EMAILXFD.

         Working-Storage Section.
           01 WS-EXRFILE Pic X(20) Value "data/EMAILXRF.DAT".
           01 WS-EXRSTAT Pic 9(2).
           01 WS-EMAIL   Pic X(40) Value Space.
           01 WS-EOF     Pic X     Value "N".
             88 IS-EOF             Value "Y".

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy EMAILXLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Move LEXEMAIL To WS-EMAIL.
         Inspect WS-EMAIL Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         If WS-EMAIL Equal Space Then
           Move "02" To LS-RETVAL
         Else
           Evaluate LS-FUNC
             When "A" Perform 200-Add-Entry
             When "D" Perform 300-Delete-Entry
             When Other Perform 400-Lookup-Entry
           End-Evaluate
         End-If.
         Perform 999-End-Of-SubRutine.

      *>  An add on an entry already there is left as it is. As with
      *>  the phone cross-reference, an add never creates the file:
      *>  an index born empty beside a full customer file would call
      *>  every address already on record unused, so XRF103 is the
      *>  only program that creates it.
       200-Add-Entry.
         If LEXCUSTID Equal Space Then
           Move "02" To LS-RETVAL
         Else
           Open I-O EMAILXRF
           If WS-EXRSTAT Equal "35" Then
             Move "05" To LS-RETVAL
             Close EMAILXRF
           Else
             Move WS-EMAIL  To EXEMAIL
             Move LEXCUSTID To EXCUSTID
             Write EMAILXRF-REC
               Invalid Key Continue
             End-Write
             Close EMAILXRF
           End-If
         End-If.

       300-Delete-Entry.
         If LEXCUSTID Equal Space Then
           Move "02" To LS-RETVAL
         Else
           Open I-O EMAILXRF
           If WS-EXRSTAT Equal "35" Then
             Move "05" To LS-RETVAL
             Close EMAILXRF
           Else
             Move WS-EMAIL  To EXEMAIL
             Move LEXCUSTID To EXCUSTID
             Delete EMAILXRF Record
               Invalid Key Move "02" To LS-RETVAL
             End-Delete
             Close EMAILXRF
           End-If
         End-If.

      *>  Reads every holder of the address in ID order, skipping the
      *>  caller's own customer; the first other one is handed back
      *>  and the rest are only counted.
       400-Lookup-Entry.
         Move Space To LEXMATCH.
         Move Zero  To LEXCOUNT.
         Open Input EMAILXRF.
         If WS-EXRSTAT Equal "35" Then
           Move "05" To LS-RETVAL
           Close EMAILXRF
         Else
           Move WS-EMAIL   To EXEMAIL
           Move Low-Values To EXCUSTID
           Move "N" To WS-EOF
           Start EMAILXRF Key Is Greater Than Or Equal EXKEY
             Invalid Key Move "Y" To WS-EOF
           End-Start
           Perform 410-Lookup-Next
             Until IS-EOF
           Close EMAILXRF
           If LEXCOUNT Equal Zero Then
             Move "02" To LS-RETVAL
           End-If
         End-If.

       410-Lookup-Next.
         Read EMAILXRF Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           If EXEMAIL Not Equal WS-EMAIL Then
             Move "Y" To WS-EOF
           Else
             If EXCUSTID Not Equal LEXCUSTID Then
               If LEXMATCH Equal Space Then
                 Move EXCUSTID To LEXMATCH
               End-If
               If LEXCOUNT Less Than 999 Then
                 Add 1 To LEXCOUNT
               End-If
             End-If
           End-If
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
