      *>        SUB395 queue-operations screen when a FAILED row is    **
      *>        given up on for good - unlike FAILED it never comes    **
      *>        back onto the exception page.                          **
      *> 261015 Added the *DECEASED* template - the notice SUB455    **
      *>        queues to the owning rep's address when a customer's **
      *>        death is recorded.                                   **
      *> 261015 Added the *CHANGED* template (SUB460's "your         **
      *>        details were changed" notice) and *CHGOLDADR*, the   **
      *>        same notice as a letter to the address the customer  **
      *>        had before - LTR101 takes that address from          **
      *>        CHGNOTE.DAT.                                         **
      *> 261015 Added the *WATCHDIG* template - WCH101's nightly     **
      *>        watch-list digest to a rep or operator. MCUSTID is   **
      *>        blank (one digest covers many customers); the relay  **
      *>        merges the body from data/WATCHDIG.DAT.              **
      *> 261015 Added the *REPORT* template - a report section       **
      *>        BST101 bursts to an operator or rep on the           **
      *>        distribution list. MCUSTID is blank; the relay       **
      *>        attaches the section named on data/RPTMAIL.DAT.      **
      *> 261015 Added MCHANNEL and the SMS channel: an "S" row is a  **
      *>        text message with the customer's preferred mobile in **
      *>        MTOADDR, handed to the SMS gateway by SMS101 and left **
      *>        for MLR101/LTR101 alone. Blank is the old email/letter **
      *>        split on MTOADDR. SMR101 sets the new DELIVERED      **
      *>        status, or FAILED, from the gateway's receipts. Added **
      *>        the *APPTRMD* template (APT101's appointment-day text **
      *>        reminder). CNV108 converts the queue.                **
      *> 261015 Added the *CONFIRM* template - CNF101's yearly       **
      *>        "please confirm your details" request - and          **
      *>        *CONFRMD*, its reminder. An email row's body is      **
      *>        merged by the relay from data/CNFBODY.DAT; LTR101    **
      *>        prints the details on a letter row itself.           **
      *>***************************************************************
             05 MCUSTID    Pic X(10)  Value Space.
             05 MTOADDR    Pic X(40) Value Space.
               88 MTEMPLATE-WELCOME  Value "*WELCOME*".
               88 MTEMPLATE-REACTIVATE Value "*REACTIVATE*".
               88 MTEMPLATE-VERIFY   Value "*VERIFY*".
               88 MTEMPLATE-DECEASED Value "*DECEASED*".
               88 MTEMPLATE-CHANGED  Value "*CHANGED*".
               88 MTEMPLATE-CHGOLDADR Value "*CHGOLDADR*".
               88 MTEMPLATE-WATCHDIG Value "*WATCHDIG*".
               88 MTEMPLATE-REPORT   Value "*REPORT*".
               88 MTEMPLATE-APPTRMD  Value "*APPTRMD*".
               88 MTEMPLATE-CONFIRM  Value "*CONFIRM*".
               88 MTEMPLATE-CONFRMD  Value "*CONFRMD*".
             05 MSTATUS    Pic X(1)  Value "P".
               88 MSTATUS-PENDING    Value "P".
               88 MSTATUS-SENT       Value "S".
               88 MSTATUS-FAILED     Value "F".
               88 MSTATUS-RETIRED    Value "X".
               88 MSTATUS-DELIVERED  Value "D".
             05 MQUEUEDTTM Pic X(14) Value Space.
             05 MSENTDTTM  Pic X(14) Value Space.
             05 MRETRYCNT  Pic 9(2)  Value Zero.
             05 MCHANNEL   Pic X(1)  Value Space.
               88 MCHANNEL-SMS       Value "S".
