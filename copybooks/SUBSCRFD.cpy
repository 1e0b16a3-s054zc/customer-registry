      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     SUBSCRFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for SUBSCR.DAT, the newsletter subscriptions: **
      *> one row per customer and NEWSLIST.DAT list code, kept on    **
      *> the SUB515 screen and by the UNS101 unsubscribe feed. An    **
      *> unsubscribe flips the row to U and stamps the date and      **
      *> source rather than deleting it; subscribing again flips it  **
      *> back with a new subscribe date, the last unsubscribe date   **
      *> staying for the NWL102 gained/lost report. Independent of   **
      *> RCUSTDNE, which still blocks every email outright.          **
      *> Sources: O operator screen, R mail relay unsubscribe feed.  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 SBKEY.
               10 SBCUSTID  Pic X(10) Value Space.
               10 SBLIST    Pic X(4)  Value Space.
             05 SBSTAT      Pic X(1)  Value "A".
               88 SBSTAT-SUBSCRIBED   Value "A".
               88 SBSTAT-UNSUBSCRIBED Value "U".
             05 SBSUBDT     Pic 9(8)  Value Zero.
             05 SBSUBSRC    Pic X(1)  Value Space.
               88 SBSUBSRC-OPERATOR   Value "O".
             05 SBUNSDT     Pic 9(8)  Value Zero.
             05 SBUNSSRC    Pic X(1)  Value Space.
               88 SBUNSSRC-OPERATOR   Value "O".
               88 SBUNSSRC-RELAY      Value "R".
             05 SBOPERID    Pic X(8)  Value Space.
             05 SBUPDDTTM   Pic X(14) Value Space.
