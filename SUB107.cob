      *>        audited since - office, language, company role/title/  **
      *>        primary. The system-maintained email-verified and      **
      *>        email-undeliverable flags stay out on purpose.         **
      *> 261015 Undo covers the do-not-text flag (RCUSTDNT).         **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB107.
           When "RCUSTDNM"    Move WS-U-OLDVAL(WS-FX) To LCUSTDNM
           When "RCUSTDNC"    Move WS-U-OLDVAL(WS-FX) To LCUSTDNC
           When "RCUSTDNE"    Move WS-U-OLDVAL(WS-FX) To LCUSTDNE
           When "RCUSTDNT"    Move WS-U-OLDVAL(WS-FX) To LCUSTDNT
           When "RCUSTFUPDT"
             Move WS-U-OLDVAL(WS-FX)(1:8) To LCUSTFUPDT
           When "RCUSTOFFICE"
