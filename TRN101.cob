      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM             **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Training-mode setup and teardown - new clerks stop learning **
      *> on live data. Every program in the registry opens its files **
      *> under the fixed data/ names, so training works by swapping  **
      *> the files themselves: setup parks the live customer file,   **
      *> audit trail, audit chain, sequence, mail queue, phone,      **
      *> address and email cross-references, contact log, child      **
      *> phone file, journal, the per-customer side files (seasonal  **
      *> and future addresses, interests, relationships, documents,  **
      *> address roles, holdings, events, postage pieces, cases,     **
      *> appointments, alerts, KYC and its history, bereavement      **
      *> notices, follow-up owners, change notices, watch list,      **
      *> subscriptions, confirmations and screening holds), the      **
      *> pending approval/portal/erasure queues and the access log   **
      *> aside under data/LIVE.* names, puts a scrubbed clone of     **
      *> the customer file in their place (names replaced by TRAINEE **
      *> SAMPLE ones, phones renumbered into the 555 range, national **
      *> IDs/emails/notes blanked, first fifty active records only,  **
      *> sequence restarted at 900000000 so practice IDs can never   **
      *> collide with live ones), and raises the data/TRAINING.CFG   **
      *> marker the screens splash TRAINING from (SUB143). Teardown  **
      *> deletes the practice files, puts the LIVE.* set back and    **
      *> drops the marker. The mode comes from data/TRNMODE.CFG: "S" **
      *> sets up, "E" ends. Run outside the PGM001 menu with nobody  **
      *> signed on. Setup refuses to run twice; teardown refuses     **
      *> without the marker.                                         **
      *>                                                             **
      *> DATE-WRITTEN: 2026-09-02                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Park the ADDRXRF.DAT address cross-reference with    **
      *>        the other live files.                                **
      *> 261015 Park the EMAILXRF.DAT email cross-reference with the **
      *>        other live files.                                    **
      *> 261015 Park the CUSTADDR.DAT address-role file with the     **
      *>        other per-customer side files.                       **
      *> 261015 Park the HOLDING.DAT product-holdings file with the  **
      *>        other per-customer side files.                       **
      *> 261015 Park the EVREG.DAT event-registration file with the  **
      *>        other per-customer side files.                       **
      *> 261015 Park the POSTPIECE.DAT postage-piece file, which     **
      *>        SUB310 returns update, with the other per-customer   **
      *>        side files.                                          **
      *> 261015 Park the CASE.DAT case file and its CASE.SEQ case-   **
      *>        number sequence with the other per-customer files.   **
      *> 261015 Park the APPOINT.DAT appointment file, so practice   **
      *>        bookings never reach APT101's reminders.             **
      *> 261015 Park the CUSTALRT.DAT alert flags with the other     **
      *>        per-customer side files.                             **
      *> 261015 Park the KYC.DAT review file with the other          **
      *>        per-customer side files.                             **
      *> 261015 Park the KYCHIST.DAT review history with the other   **
      *>        per-customer side files.                             **
      *> 261015 Park the ERASEREQ.DAT erasure queue, so a practice   **
      *>        request can never reach ERA101.                      **
      *> 261015 Park the DECEASED.DAT bereavement file with the      **
      *>        other per-customer side files.                       **
      *> 261015 Park the FUPOWNER.DAT follow-up owner file with the  **
      *>        other per-customer side files.                       **
      *> 261015 Park the CHGNOTE.DAT change-notice file with the     **
      *>        other per-customer side files.                       **
      *> 261015 Park the WATCH.DAT watch list with the other         **
      *>        per-customer side files.                             **
      *> 261015 Park the SUBSCR.DAT subscriptions, so practice       **
      *>        sign-ups never reach NWL101's mailings.              **
      *> 261015 Park the CONFIRM.DAT confirmation cycle with the     **
      *>        other per-customer side files.                       **
      *> 261015 Park the CNFBODY.DAT confirmation letter bodies with **
      *>        the other per-customer side files.                   **
      *> 261015 Park the RPHOLD.DAT screening holds, so a practice   **
      *>        hold can never be cleared into the live customers.   **
      *> 261015 Park the RPCLEAR.DAT screening clearances with the   **
      *>        screening holds.                                     **
      *>***************************************************************
       Identification Division.
         Program-Id.   TRN101.
           01 WS-FROM-NAME Pic X(30) Value Space.
           01 WS-TO-NAME   Pic X(30) Value Space.

      *>  The files that swap between live and practice.
      *>  The parked cross-reference makes SUB120 answer "no file"
      *>  while training is up, so the duplicate checks fall back to
      *>  scanning the practice customer file (the parked address
      *>  cross-reference likewise leaves the [Z]ip search with no
      *>  index to read, rather than live addresses to show, and the
      *>  parked email cross-reference keeps live addresses out of
      *>  the e[M]ail search and the shared-address warnings);
      *>  trainee contact rows collect on a practice log that
      *>  teardown deletes. The
      *>  per-customer side files and pending queues park too: the
      *>  practice clone keeps the live fifty RCUSTIDs, so a trainee
      *>  future-address row left on the live PENDADDR.DAT would be
      -         "R.MAILQ      ".
             05 Filler Pic X(60)
                Value "data/PHONEXRF.DAT             data/LIVE.PHONEXR
      -         "F.DAT        ".
             05 Filler Pic X(60)
                Value "data/ADDRXRF.DAT              data/LIVE.ADDRXRF
      -         ".DAT         ".
             05 Filler Pic X(60)
                Value "data/EMAILXRF.DAT             data/LIVE.EMAILXR
      -         "F.DAT        ".
             05 Filler Pic X(60)
                Value "data/CONTACT.DAT              data/LIVE.CONTACT
             05 Filler Pic X(60)
                Value "data/CUSTDOC.DAT              data/LIVE.CUSTDOC
      -         ".DAT         ".
             05 Filler Pic X(60)
                Value "data/CUSTADDR.DAT             data/LIVE.CUSTADD
      -         "R.DAT        ".
             05 Filler Pic X(60)
                Value "data/HOLDING.DAT              data/LIVE.HOLDING
      -         ".DAT         ".
             05 Filler Pic X(60)
                Value "data/EVREG.DAT                data/LIVE.EVREG.D
      -         "AT           ".
             05 Filler Pic X(60)
                Value "data/POSTPIECE.DAT            data/LIVE.POSTPIECE
      -         ".DAT       ".
             05 Filler Pic X(60)
                Value "data/CASE.DAT                 data/LIVE.CASE.DAT 
      -         "           ".
             05 Filler Pic X(60)
                Value "data/CASE.SEQ                 data/LIVE.CASE.SEQ 
      -         "           ".
             05 Filler Pic X(60)
                Value "data/APPOINT.DAT              data/LIVE.APPOINT.D
      -         "AT         ".
             05 Filler Pic X(60)
                Value "data/CUSTALRT.DAT             data/LIVE.CUSTALRT.
      -         "DAT        ".
             05 Filler Pic X(60)
                Value "data/KYC.DAT                  data/LIVE.KYC.DAT  
      -         "           ".
             05 Filler Pic X(60)
                Value "data/KYCHIST.DAT              data/LIVE.KYCHIST.D
      -         "AT         ".
             05 Filler Pic X(60)
                Value "data/ERASEREQ.DAT             data/LIVE.ERASEREQ.
      -         "DAT        ".
             05 Filler Pic X(60)
                Value "data/DECEASED.DAT             data/LIVE.DECEASED.
      -         "DAT        ".
             05 Filler Pic X(60)
                Value "data/FUPOWNER.DAT             data/LIVE.FUPOWNER.
      -         "DAT        ".
             05 Filler Pic X(60)
                Value "data/CHGNOTE.DAT              data/LIVE.CHGNOTE.D
      -         "AT         ".
             05 Filler Pic X(60)
                Value "data/WATCH.DAT                data/LIVE.WATCH.DAT
      -         "           ".
             05 Filler Pic X(60)
                Value "data/SUBSCR.DAT               data/LIVE.SUBSCR.DA
      -         "T          ".
             05 Filler Pic X(60)
                Value "data/CONFIRM.DAT              data/LIVE.CONFIRM.D
      -         "AT         ".
             05 Filler Pic X(60)
                Value "data/CNFBODY.DAT              data/LIVE.CNFBODY.D
      -         "AT         ".
             05 Filler Pic X(60)
                Value "data/RPHOLD.DAT               data/LIVE.RPHOLD.DA
      -         "T          ".
             05 Filler Pic X(60)
                Value "data/RPCLEAR.DAT              data/LIVE.RPCLEAR.D
      -         "AT         ".
             05 Filler Pic X(60)
                Value "data/PENDAPPR.DAT             data/LIVE.PENDAPP
      -         "R.DAT        ".
                Value "data/ACCESS.LOG               data/LIVE.ACCESS.
      -         "LOG          ".
           01 WS-SWAP-TBL Redefines WS-SWAP-LIST.
             05 WS-SWAP-ENTRY Occurs 39 Times Indexed By WS-SX.
               10 WS-SWAP-LIVE Pic X(30).
               10 WS-SWAP-PARK Pic X(30).

       200-Setup-Training.
         Perform 210-Park-One-File
           Varying WS-SX From 1 By 1
           Until WS-SX Greater Than 39.
         Perform 300-Clone-Scrubbed-Sample.
         Perform 400-Seed-Practice-Sequence.
         Open Output TRNCFG.
       500-End-Training.
         Perform 510-Drop-One-Practice
           Varying WS-SX From 1 By 1
           Until WS-SX Greater Than 39.
         Perform 520-Restore-One-File
           Varying WS-SX From 1 By 1
           Until WS-SX Greater Than 39.
         Call "CBL_DELETE_FILE" Using WS-TRNFILE
           Returning WS-DELETE-RC.
         Display "TRN101: training mode ended - live files "
