      *> Function codes: CREATE UPDATE REMOVE SEARCH UNDO LIFELIST   **
      *> STATS COMPANY TYPES OPERS RETMAIL HISTORY TERRLIST RPTARC   **
      *> EXTIDS WEBREQ APPROVE INTMAINT REPMAINT MAILOPS OFCMAINT    **
      *> SESSIONS RSNMAINT LEGALHLD PERMS RPCLEAR KYCREVW ERASEREQ   **
      *> ERASEAPR RECERT QAREVIEW ALRTCODE ALLOFFIC BACKLOG MYWORK   **
      *> FUPREASN CALMAINT SYSPARM BULLETIN DISTLIST RPTREQ AUDQRY   **
      *> NEWSLIST SRCMAINT PRODMNT EVTMAINT.                         **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Allowed.                                               **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Added RPCLEAR (restricted-party clearance, SUB415) - **
      *>        supervisor-only by default.                          **
      *> 261015 Added KYCREVW (KYC risk review, SUB420) - supervisor- **
      *>        only by default.                                     **
      *> 261015 Added ERASEREQ (log an erasure request, SUB425) for  **
      *>        all but view-only, and supervisor-only ERASEAPR        **
      *>        (approve one, SUB430).                               **
      *> 261015 Added RECERT (quarterly access recertification,      **
      *>        SUB435) - supervisor-only by default.                **
      *> 261015 Added QAREVIEW (QA review of sampled operator        **
      *>        changes, SUB440) - supervisor-only by default.       **
      *> 261015 Added ALRTCODE (customer alert code maintenance,     **
      *>        SUB445) - supervisor-only by default.                **
      *> 261015 Added ALLOFFIC (see every office's customers,        **
      *>        SUB148) - supervisor-only by default.                **
      *> 261015 Added BACKLOG (pending-work backlog counts,          **
      *>        SUB470) - supervisor-only by default.                **
      *> 261015 Added MYWORK (own follow-ups due, SUB475) for all    **
      *>        but view-only, and supervisor-only FUPREASN (bulk    **
      *>        follow-up reassignment, SUB480).                     **
      *> 261015 Added CALMAINT (shop calendar maintenance,           **
      *>        SUB485) - supervisor-only by default.                **
      *> 261015 Added SYSPARM (system parameter maintenance,         **
      *>        SUB490) - supervisor-only by default.                **
      *> 261015 Added BULLETIN (operator bulletin board              **
      *>        maintenance, SUB495) - supervisor-only by default.   **
      *> 261015 Added DISTLIST (report distribution list             **
      *>        maintenance, SUB500) - supervisor-only by default.   **
      *> 261015 Added RPTREQ (report request queue, SUB505) -        **
      *>        closed to view-only by default - and AUDQRY (an      **
      *>        AQY101 audit query run on request) - supervisor-only **
      *>        by default.                                          **
      *> 261015 Added NEWSLIST (newsletter list maintenance,         **
      *>        SUB510) - supervisor-only by default.                **
      *> 261015 Added SRCMAINT (lead-source maintenance, SUB530) -   **
      *>        supervisor-only by default.                          **
      *> 261015 Added PRODMNT (product reference maintenance,        **
      *>        SUB540) - supervisor-only by default.                **
      *> 261015 Added EVTMAINT (event maintenance, SUB555) -         **
      *>        every role except view-only by default.              **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB138.
           When "EXTIDS"
           When "WEBREQ"
           When "MAILOPS"
           When "ERASEREQ"
           When "MYWORK"
           When "RPTREQ"
           When "EVTMAINT"
             If LS-ROLE Not Equal "V" Then
               Move "00" To LS-RETVAL
             End-If
           When "RSNMAINT"
           When "LEGALHLD"
           When "PERMS"
           When "RPCLEAR"
           When "KYCREVW"
           When "ERASEAPR"
           When "RECERT"
           When "QAREVIEW"
           When "ALRTCODE"
           When "ALLOFFIC"
           When "BACKLOG"
           When "FUPREASN"
           When "CALMAINT"
           When "SYSPARM"
           When "BULLETIN"
           When "DISTLIST"
           When "AUDQRY"
           When "NEWSLIST"
           When "SRCMAINT"
           When "PRODMNT"
             If LS-ROLE Equal "S" Then
               Move "00" To LS-RETVAL
             End-If
