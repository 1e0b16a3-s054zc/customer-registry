      *>        regression suite covering create, duplicate-phone     **
      *>        rejection, ID/name/phone search, update, the stale-   **
      *>        version check, soft-delete, and reactivation.         **
      *> 261015 Cover the SUB159 name split and the three            **
      *>        salutation preferences.                              **
      *> 261015 Cover the SUB162 address roles: save, mailing        **
      *>        fallback, returned-mail flag and its clearing on a   **
      *>        new address.                                         **
      *> 261015 Cover the SUB163 lead-source check: blank, a seeded  **
      *>        code and an unknown one.                             **
      *> 261015 Cover the SUB169 inbound file registry: a new file,  **
      *>        a processed one offered again, a non-supervisor      **
      *>        release and an empty file.                           **
      *> 261015 Added 430-Test-Checkpoint-Restart for the SUB170     **
      *>        checkpoint/restart facility.                         **
      *> 261015 Added 440-Test-Security-Log for the SUB171 security  **
      *>        event log writer.                                    **
      *> 261015 Added 450-Test-Details-Confirmation for the SUB172   **
      *>        confirm-your-details cycle.                          **
      *>***************************************************************
       Identification Division.
         Program-Id.   TST001.
           01 WS-RETVAL     Pic X(2).
           01 WS-SAVE-ID    Pic X(10) Value Space.
           01 WS-SAVE-VER   Pic 9(6)  Value Zero.
           01 WS-NAME-FUNC  Pic X(1)  Value Space.
           01 WS-NAME-PRMSET.
             Copy NAMELK.
           01 WS-CAD-FUNC   Pic X(1)  Value Space.
           01 WS-CAD-PRMSET.
             Copy CADDRLK.
           01 WS-SRC-PRMSET.
             05 WS-SRC-CODE Pic X(3).
             05 WS-SRC-DESC Pic X(20).
           01 WS-INB-FUNC   Pic X(1)  Value Space.
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-TIME   Pic 9(8)  Value Zero.
           01 WS-CKP-FUNC   Pic X(1)  Value Space.
           01 WS-CKP-PRMSET.
             Copy CHKPTLK.
           01 WS-SEC-PRMSET.
             Copy SECLOGLK.
           01 WS-CNF-FUNC   Pic X(1)  Value Space.
           01 WS-CNF-PRMSET.
             Copy CNFLK.

           01 WS-TEST-NAME  Pic X(40) Value Space.
           01 WS-EXPECTED   Pic X(20) Value Space.
         Perform 360-Test-Stale-Version.
         Perform 370-Test-Remove.
         Perform 380-Test-Reactivate.
         Perform 390-Test-Name-Parse.
         Perform 395-Test-Salutation.
         Perform 400-Test-Address-Roles.
         Perform 410-Test-Lead-Source.
         Perform 420-Test-Inbound-Registry.
         Perform 430-Test-Checkpoint-Restart.
         Perform 440-Test-Security-Log.
         Perform 450-Test-Details-Confirmation.
         Perform 990-Print-Summary.
         Perform 999-End-Of-Program.

         Move "380-Test-Reactivate" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

      *>  SUB159 must read a "LAST, FIRST MIDDLE" name surname first,
      *>  in ordinary capitals, and leave a company for review.
       390-Test-Name-Parse.
         Move Space       To WS-NAME-PRMSET.
         Move "SMITH, JOHN A" To LNMNAME.
         Move "P"         To WS-NAME-FUNC.
         Call "SUB159" Using WS-NAME-FUNC, WS-NAME-PRMSET, WS-RETVAL.
         Move "00"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "390-Test-Name-Parse (retval)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "John"      To WS-EXPECTED.
         Move LNMFIRST    To WS-ACTUAL.
         Move "390-Test-Name-Parse (first)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "Smith"     To WS-EXPECTED.
         Move LNMLAST     To WS-ACTUAL.
         Move "390-Test-Name-Parse (last)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

         Move Space       To WS-NAME-PRMSET.
         Move "ACME HOLDINGS LLC" To LNMNAME.
         Move "P"         To WS-NAME-FUNC.
         Call "SUB159" Using WS-NAME-FUNC, WS-NAME-PRMSET, WS-RETVAL.
         Move "R"         To WS-EXPECTED.
         Move LNMSPLIT    To WS-ACTUAL.
         Move "390-Test-Name-Parse (company)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

      *>  SUB159 must build each salutation preference from the same
      *>  parts: title and surname, first name, and no title.
       395-Test-Salutation.
         Move Space       To WS-NAME-PRMSET.
         Move "Dr"        To LNMTITLE.
         Move "Mary"      To LNMFIRST.
         Move "Jones"     To LNMLAST.
         Move "Y"         To LNMSPLIT.
         Move "F"         To WS-NAME-FUNC.
         Call "SUB159" Using WS-NAME-FUNC, WS-NAME-PRMSET, WS-RETVAL.
         Move "Dr Jones"  To WS-EXPECTED.
         Move LNMSALUT    To WS-ACTUAL.
         Move "395-Test-Salutation (title)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "F"         To LNMSALPREF.
         Call "SUB159" Using WS-NAME-FUNC, WS-NAME-PRMSET, WS-RETVAL.
         Move "Mary"      To WS-EXPECTED.
         Move LNMSALUT    To WS-ACTUAL.
         Move "395-Test-Salutation (first)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "N"         To LNMSALPREF.
         Call "SUB159" Using WS-NAME-FUNC, WS-NAME-PRMSET, WS-RETVAL.
         Move "Mary Jones" To WS-EXPECTED.
         Move LNMSALUT    To WS-ACTUAL.
         Move "395-Test-Salutation (neutral)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

      *>  SUB162 on the test customer: a role with no row of its own
      *>  resolves to the mailing row, and to nothing (the record's
      *>  primary address) without one; a return flags the row once,
      *>  and a changed address clears the flag. The rows are
      *>  deleted again at the end.
       400-Test-Address-Roles.
         Move Space       To WS-CAD-PRMSET.
         Move WS-SAVE-ID  To LCACUSTID.
         Move WS-OPERID   To LCAOPERID.
         Move "B"         To LCAROLE.
         Move "1 BILLING WAY" To LCAADDR1.
         Move "10001"     To LCAZIP.
         Move "S"         To WS-CAD-FUNC.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET, WS-RETVAL.
         Move "00"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "400-Test-Address-Roles (save)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "S"         To LCAROLE.
         Move "R"         To WS-CAD-FUNC.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET, WS-RETVAL.
         Move "02"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "400-Test-Address-Roles (no role)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

         Move "M"         To LCAROLE.
         Move "2 MAILING ROAD" To LCAADDR1.
         Move "10002"     To LCAZIP.
         Move "S"         To WS-CAD-FUNC.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET, WS-RETVAL.
         Move "S"         To LCAROLE.
         Move "R"         To WS-CAD-FUNC.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET, WS-RETVAL.
         Move "M"         To WS-EXPECTED.
         Move LCAROLEUSED To WS-ACTUAL.
         Move "400-Test-Address-Roles (fallback)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

         Move "M"         To LCAROLE.
         Move "U"         To WS-CAD-FUNC.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET, WS-RETVAL.
         Move "00"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "400-Test-Address-Roles (mark)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET, WS-RETVAL.
         Move "03"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "400-Test-Address-Roles (remark)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "3 NEW STREET" To LCAADDR1.
         Move "S"         To WS-CAD-FUNC.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET, WS-RETVAL.
         Move "N"         To WS-EXPECTED.
         Move LCAUNDELIV  To WS-ACTUAL.
         Move "400-Test-Address-Roles (cleared)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

         Move "X"         To LCAROLE.
         Move "G"         To WS-CAD-FUNC.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET, WS-RETVAL.
         Move "04"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "400-Test-Address-Roles (bad role)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

         Move "D"         To WS-CAD-FUNC.
         Move "B"         To LCAROLE.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET, WS-RETVAL.
         Move "M"         To LCAROLE.
         Call "SUB162" Using WS-CAD-FUNC, WS-CAD-PRMSET, WS-RETVAL.

      *>  SUB163: a blank source is allowed, a seeded code passes and
      *>  an unknown one is refused.
       410-Test-Lead-Source.
         Move Space       To WS-SRC-PRMSET.
         Call "SUB163" Using WS-SRC-PRMSET, WS-RETVAL.
         Move "00"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "410-Test-Lead-Source (blank)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "REF"       To WS-SRC-CODE.
         Call "SUB163" Using WS-SRC-PRMSET, WS-RETVAL.
         Move "00"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "410-Test-Lead-Source (known)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "ZZZ"       To WS-SRC-CODE.
         Call "SUB163" Using WS-SRC-PRMSET, WS-RETVAL.
         Move "02"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "410-Test-Lead-Source (unknown)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

      *>  SUB169 must take a new file, refuse it once processed, and
      *>  refuse a release from a non-supervisor. The hash is the
      *>  time of day, so every run registers a fingerprint of its
      *>  own under a name no real feed uses.
       420-Test-Inbound-Registry.
         Accept WS-INB-TIME From Time.
         Move "TST001.INB"   To LIRFILE.
         Move "TST001"       To LIRJOB.
         Move "TEST"         To LIROPERID.
         Move 1              To LIRCOUNT.
         Move WS-INB-TIME    To LIRHASH.
         Move "C"            To WS-INB-FUNC.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET, WS-RETVAL.
         Move "00"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "420-Test-Inbound-Registry (new)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "D"            To WS-INB-FUNC.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET, WS-RETVAL.
         Move "C"            To WS-INB-FUNC.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET, WS-RETVAL.
         Move "05"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "420-Test-Inbound-Registry (again)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "O"            To WS-INB-FUNC.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET, WS-RETVAL.
         Move "07"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "420-Test-Inbound-Registry (release)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move Zero           To LIRCOUNT.
         Move "C"            To WS-INB-FUNC.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET, WS-RETVAL.
         Move "03"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "420-Test-Inbound-Registry (empty)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

      *>  A run left open after its first checkpoint is resumed by
      *>  the next begin, with the checkpoint key handed back.
       430-Test-Checkpoint-Restart.
         Move "TST001"       To LCKJOB.
         Move Space          To LCKFILEID.
         Move "E"            To WS-CKP-FUNC.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET, WS-RETVAL.
         Move "B"            To WS-CKP-FUNC.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET, WS-RETVAL.
         Move "00"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "430-Test-Checkpoint-Restart (begin)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move 1              To LCKEVERY.
         Move "TST0000001"   To LCKKEY.
         Move 1              To LCKRECS.
         Move "C"            To WS-CKP-FUNC.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET, WS-RETVAL.
         Move Space          To LCKKEY.
         Move "B"            To WS-CKP-FUNC.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET, WS-RETVAL.
         Move "01"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "430-Test-Checkpoint-Restart (restart)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "TS"        To WS-EXPECTED.
         Move LCKKEY(1:2) To WS-ACTUAL.
         Move "430-Test-Checkpoint-Restart (key)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "ZZZZZZZZZZ"   To LCKCUSTID.
         Move "J"            To WS-CKP-FUNC.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET, WS-RETVAL.
         Move "02"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "430-Test-Checkpoint-Restart (window)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "E"            To WS-CKP-FUNC.
         Call "SUB170" Using WS-CKP-FUNC, WS-CKP-PRMSET, WS-RETVAL.
         Move "D"         To WS-EXPECTED.
         Move LCKSTAT     To WS-ACTUAL.
         Move "430-Test-Checkpoint-Restart (end)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

       440-Test-Security-Log.
         Move WS-OPERID      To LSEOPERID.
         Move "TEST-EVENT"   To LSEEVENT.
         Move Space          To LSECUSTID.
         Move "SUCCESS"      To LSEOUTCOME.
         Move "TST001 regression run" To LSEDETAIL.
         Move Space          To WS-RETVAL.
         Call "SUB171" Using WS-SEC-PRMSET, WS-RETVAL.
         Move "00"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "440-Test-Security-Log" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

      *>  A reply code outside the list is refused; a phone reply is
      *>  stamped, read back and its cycle fields written back.
       450-Test-Details-Confirmation.
         Move "TSTCNF0001"   To LCFCUSTID.
         Move WS-OPERID      To LCFOPERID.
         Move "X"            To LCFHOW.
         Move "C"            To WS-CNF-FUNC.
         Call "SUB172" Using WS-CNF-FUNC, WS-CNF-PRMSET, WS-RETVAL.
         Move "03"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "450-Test-Details-Confirmation (bad how)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "P"            To LCFHOW.
         Call "SUB172" Using WS-CNF-FUNC, WS-CNF-PRMSET, WS-RETVAL.
         Move "00"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "450-Test-Details-Confirmation (confirm)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move Space          To LCFLASTHOW.
         Move "G"            To WS-CNF-FUNC.
         Call "SUB172" Using WS-CNF-FUNC, WS-CNF-PRMSET, WS-RETVAL.
         Move "P"         To WS-EXPECTED.
         Move LCFLASTHOW  To WS-ACTUAL.
         Move "450-Test-Details-Confirmation (get)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.
         Move "W"            To WS-CNF-FUNC.
         Call "SUB172" Using WS-CNF-FUNC, WS-CNF-PRMSET, WS-RETVAL.
         Move "00"        To WS-EXPECTED.
         Move WS-RETVAL   To WS-ACTUAL.
         Move "450-Test-Details-Confirmation (write)" To WS-TEST-NAME.
         Perform 900-Assert-Equal.

       900-Assert-Equal.
         If WS-ACTUAL Equal WS-EXPECTED Then
           Add 1 To WS-PASS-COUNT
