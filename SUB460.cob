      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to queue the "your details were changed" notice **
      *> through SUB091 after a customer's mailing address (line 1,  **
      *> city or ZIP), email address or a phone number has changed.  **
      *> Called by SUB102 after the rewrite - so every path that     **
      *> updates through it, the screens, SUB360's self-service      **
      *> apply, COA101 and FUT101 alike, sends it - and by SUB400    **
      *> for the phone child file. The notice goes:                  **
      *>   - by email (*CHANGED*) to the address now on file and,    **
      *>     when the email itself changed, to the old one as well,  **
      *>     unless the customer is do-not-email;                    **
      *>   - by letter (*CHANGED*, letter channel) to the new        **
      *>     mailing address and (*CHGOLDADR*) to the old one when   **
      *>     the address changed - the old address is kept on        **
      *>     CHGNOTE.DAT for LTR101 - unless the customer is         **
      *>     do-not-mail; a phone-only change with no email to go to **
      *>     is sent as a letter to the current address;             **
      *>   - by text (*CHANGED*, SMS channel) to the preferred       **
      *>     mobile SUB156 finds, unless the customer is             **
      *>     do-not-text.                                            **
      *> The template bodies name no values at all, so nothing new   **
      *> is disclosed; MLR101, LTR101 and SMS101 pick the customer's **
      *> language as for any other row. Nothing is sent for a        **
      *> customer recorded as deceased.                              **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: At least one notice queued.                            **
      *>  02: Nothing to send (or nowhere to send it).               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Also texts the notice to the preferred mobile unless **
      *>        the customer is do-not-text.                         **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB460.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CHGNOTE Assign WS-CNFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is CNKEY
             File Status WS-CNSTAT.

       Data Division.
         File Section.
           Fd CHGNOTE.
           01 CHGNOTE-REC.
             Copy CHGNTFD.

         Working-Storage Section.
           01 WS-CNFILE   Pic X(20) Value "data/CHGNOTE.DAT".
           01 WS-CNSTAT   Pic 9(2).
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).
           01 WS-EML-SENT Pic X     Value "N".
             88 IS-EML-SENT         Value "Y".
           01 WS-MAIL-PRMSET.
             Copy MAILLK.
           01 WS-MAIL-RETVAL Pic X(2).
           01 WS-MOBILE      Pic X(20).
           01 WS-MOB-RETVAL  Pic X(2).

         Linkage Section.
           01 LS-PRMSET.
             Copy CHGNTLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "02" To LS-RETVAL.
         Move "N"  To WS-EML-SENT.
         If LNLIFECYC Equal "D" Then
           Perform 999-End-Of-SubRutine
         End-If.
         If LNADRCHG Not Equal "Y" And LNEMLCHG Not Equal "Y"
           And LNPHNCHG Not Equal "Y" Then
           Perform 999-End-Of-SubRutine
         End-If.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.
         Move LNCUSTID    To LMCUSTID.
         Move "*CHANGED*" To LMTEMPLATE.
         Move Space       To LMCHANNEL.
         If LNDNE Not Equal "Y" Then
           Perform 200-Queue-Emails
         End-If.
         If LNDNM Not Equal "Y" Then
           Perform 300-Queue-Letters
         End-If.
         If LNDNT Not Equal "Y" Then
           Perform 350-Queue-Text
         End-If.
         Perform 999-End-Of-SubRutine.

      *>  The old address is the one that matters most when the
      *>  change was not the customer's own doing - it is where the
      *>  real customer still reads their mail.
       200-Queue-Emails.
         If LNNEWEMAIL Not Equal Space
           And LNEMLBAD Not Equal "Y" Then
           Move LNNEWEMAIL To LMTOADDR
           Perform 400-Queue-One
           Move "Y" To WS-EML-SENT
         End-If.
         If LNEMLCHG Equal "Y"
           And LNOLDEMAIL Not Equal Space
           And LNOLDEMAIL Not Equal LNNEWEMAIL Then
           Move LNOLDEMAIL To LMTOADDR
           Perform 400-Queue-One
           Move "Y" To WS-EML-SENT
         End-If.

       300-Queue-Letters.
         Move Space To LMTOADDR.
         Evaluate True
           When LNADRCHG Equal "Y"
             If LNNEWADDR1 Not Equal Space
               And LNUNDELIV Not Equal "Y" Then
               Move "*CHANGED*" To LMTEMPLATE
               Perform 400-Queue-One
             End-If
             If LNOLDADDR1 Not Equal Space Then
               Perform 310-Keep-Old-Address
               Move "*CHGOLDADR*" To LMTEMPLATE
               Perform 400-Queue-One
             End-If
           When Not IS-EML-SENT
             And LNNEWADDR1 Not Equal Space
             And LNUNDELIV Not Equal "Y"
             Move "*CHANGED*" To LMTEMPLATE
             Perform 400-Queue-One
         End-Evaluate.

      *>  The queue row has no room for a postal address, so the old
      *>  one waits here for LTR101 under the time of the change.
       310-Keep-Old-Address.
         Open I-O CHGNOTE.
         If WS-CNSTAT Equal "35" Then
           Close CHGNOTE
           Open Output CHGNOTE
         End-If.
         Move LNCUSTID      To CNCUSTID.
         Move Spaces        To CNDTTM.
         Move WS-CUR-DATE   To CNDTTM(1:8).
         Move WS-CUR-TIME   To CNDTTM(9:6).
         Move LNOLDADDR1    To CNADDR1.
         Move LNOLDADDR2    To CNADDR2.
         Move LNOLDCITY     To CNCITY.
         Move LNOLDSTATE    To CNSTATE.
         Move LNOLDZIP      To CNZIP.
         Move LNOPERID      To CNOPERID.
         Move "N"           To CNPRINTED.
         Write CHGNOTE-REC
           Invalid Key
             Rewrite CHGNOTE-REC
             End-Rewrite
         End-Write.
         Close CHGNOTE.

      *>  The text carries no values either - only that something
      *>  changed - so the mobile on file now is the one to tell.
       350-Queue-Text.
         Call "SUB156" Using LNCUSTID, WS-MOBILE, WS-MOB-RETVAL.
         If WS-MOB-RETVAL Equal "00" Then
           Move "*CHANGED*" To LMTEMPLATE
           Move WS-MOBILE   To LMTOADDR
           Move "S"         To LMCHANNEL
           Perform 400-Queue-One
           Move Space       To LMCHANNEL
         End-If.

       400-Queue-One.
         Call "SUB091" Using WS-MAIL-PRMSET, WS-MAIL-RETVAL.
         Move "00" To LS-RETVAL.

       999-End-Of-SubRutine.
         Exit Program.
