      *>                                                             **
      *>  V = verify the file named in LCTL-FILE: count the data     **
      *>      rows, fold each into the hash, compare against the     **
      *>      trailer. The count and hash found come back in         **
      *>      LCTL-COUNT/LCTL-HASH - the file's fingerprint.         **
      *>  A = accumulate one produced record: folds LCTL-REC (up to  **
      *>      LCTL-LEN, trailing spaces excluded on both sides so    **
      *>      producer and verifier agree) into LCTL-HASH and bumps  **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 V now hands back the hash it found as well as the    **
      *>        count, and counts and hashes a legacy file with no   **
      *>        control records to the end instead of stopping at    **
      *>        its first row - the fingerprint the SUB169 inbound   **
      *>        file registry keys on.                               **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB131.
             88 IS-SEEN-HDR        Value "Y".
           01 WS-SEEN-TRL Pic X    Value "N".
             88 IS-SEEN-TRL        Value "Y".
           01 WS-LEGACY   Pic X    Value "N".
             88 IS-LEGACY          Value "Y".
           01 WS-V-COUNT  Pic 9(9) Value Zero.
           01 WS-V-HASH   Pic 9(9) Value Zero.
           01 WS-T-COUNT  Pic 9(9) Value Zero.
         Move "N"  To WS-EOF.
         Move "N"  To WS-SEEN-HDR.
         Move "N"  To WS-SEEN-TRL.
         Move "N"  To WS-LEGACY.
         Move Zero To WS-V-COUNT.
         Move Zero To WS-V-HASH.
         Move LCTL-FILE To WS-CTLFILE.
           Until IS-EOF.
         Close CTLFILE.
         Move WS-V-COUNT To LCTL-COUNT.
         Move WS-V-HASH  To LCTL-HASH.
         Evaluate True
           When Not IS-SEEN-HDR
             Move "03" To LS-RETVAL
         End-Evaluate.

      *>  The header must come first; a trailer closes the count. A
      *>  data row after the trailer reads as uncontrolled garbage -
      *>  the retval sorts out which complaint applies. A file whose
      *>  very first record is not the header is a legacy feed: it
      *>  is still counted and hashed to the end, so it carries a
      *>  fingerprint for the SUB169 inbound registry like any other.
       210-Verify-Next.
         Read CTLFILE
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF Then
           Evaluate True
             When IS-LEGACY
               If CTLFILE-REC(1:5) Not Equal "*CTL*" Then
                 Perform 220-Fold-Data-Row
               End-If
             When CTLFILE-REC(1:8) Equal "*CTL*HDR"
               Move "Y" To WS-SEEN-HDR
             When CTLFILE-REC(1:8) Equal "*CTL*TRL"
               Move CTLFILE-REC(9:9)  To WS-T-COUNT
               Move CTLFILE-REC(18:9) To WS-T-HASH
             When Not IS-SEEN-HDR
               Move "Y" To WS-LEGACY
               Perform 220-Fold-Data-Row
             When IS-SEEN-TRL
               Add 1 To WS-T-COUNT
             When Other
               Perform 220-Fold-Data-Row
           End-Evaluate
         End-If.

       220-Fold-Data-Row.
         Add 1 To WS-V-COUNT.
         Move CTLFILE-REC To WS-FOLD-BUF.
         Move 700 To WS-FOLD-LEN.
         Move WS-V-HASH To WS-FOLD-HASH.
         Perform 600-Fold-Buffer.
         Move WS-FOLD-HASH To WS-V-HASH.

       300-Accumulate-Record.
         Add 1 To LCTL-COUNT.
         Move LCTL-REC To WS-FOLD-BUF.
