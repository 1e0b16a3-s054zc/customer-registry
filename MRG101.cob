      *> 260902 MERGE.DAT rows carry a reason code now (DUP101         **
      *>        prefills DU), stamped on both sides' *MERGE* audit     **
      *>        rows.                                                  **
      *> 261015 Index the target's address on the ADDRXRF.DAT        **
      *>        address cross-reference (SUB160) after the merge, so **
      *>        a gap-filled address is found by the [Z]ip search.   **
      *> 261015 Take the source's email address off the EMAILXRF.DAT **
      *>        email cross-reference (SUB161) and index the         **
      *>        target's.                                            **
      *>***************************************************************
       Identification Division.
         Program-Id.   MRG101.
           01 WS-XRF-RETVAL Pic X(2).
           01 WS-TGT-PHN1   Pic X(20) Value Space.
           01 WS-TGT-PHN2   Pic X(20) Value Space.
           01 WS-TGT-ZIP    Pic X(10) Value Space.
           01 WS-TGT-ADDR1  Pic X(30) Value Space.
           01 WS-AXR-FUNC   Pic X(1).
           01 WS-AXR-PRMSET.
             Copy ADDRXLK.
           01 WS-AXR-RETVAL Pic X(2).
           01 WS-TGT-EMAIL  Pic X(40) Value Space.
           01 WS-EXR-FUNC   Pic X(1).
           01 WS-EXR-PRMSET.
             Copy EMAILXLK.
           01 WS-EXR-RETVAL Pic X(2).
           01 WS-SNAPFILE  Pic X(20) Value "data/MERGE.SNAP".
           01 WS-SNAPSTAT  Pic 9(2).
           01 WS-CUR-DATE  Pic 9(8).
           End-Rewrite
           Move RCUSTPHN1 To WS-TGT-PHN1
           Move RCUSTPHN2 To WS-TGT-PHN2
           Move RCUSTZIP   To WS-TGT-ZIP
           Move RCUSTADDR1 To WS-TGT-ADDR1
           Move RCUSTEMAIL To WS-TGT-EMAIL
           Perform 340-Log-Merge-Target

           Move M-SRC-ID To RCUSTID
           End-Rewrite
           Perform 350-Log-Merge-Source
           Perform 355-Reindex-Merged-Phones
           Perform 357-Reindex-Merged-Address
           Perform 358-Reindex-Merged-Email

           Add 1 To WS-MERGE-CNT
         Else
               WS-XRF-RETVAL
         End-If.

      *>  A target that took the source's address by gap-fill is
      *>  indexed under it now; re-adding an unchanged address only
      *>  rewrites the same entry. The soft-deleted source keeps its
      *>  own entry - the search passes over inactive records.
       357-Reindex-Merged-Address.
         Move "A"          To WS-AXR-FUNC.
         Move WS-TGT-ZIP   To LAXZIP.
         Move "C"          To LAXSOURCE.
         Move M-TGT-ID     To LAXCUSTID.
         Move WS-TGT-ADDR1 To LAXSTREET.
         Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
             WS-AXR-RETVAL.

      *>  The soft-deleted source's email address comes off its
      *>  cross-reference and the target's (perhaps absorbed from the
      *>  source) is indexed under the target.
       358-Reindex-Merged-Email.
         Move "D"                     To WS-EXR-FUNC.
         Move CUSTEMAIL Of WS-SRC-REC To LEXEMAIL.
         Move M-SRC-ID                To LEXCUSTID.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.
         Move "A"                     To WS-EXR-FUNC.
         Move WS-TGT-EMAIL            To LEXEMAIL.
         Move M-TGT-ID                To LEXCUSTID.
         Call "SUB161" Using WS-EXR-FUNC, WS-EXR-PRMSET,
             WS-EXR-RETVAL.

       400-Finalize.
         Close MERGEFILE.
         Close CUST.
