      *> 260822 Created.                                             **
      *> 260822 Widened CACTCUSTID to X(10) with the customer-ID       **
      *>        capacity expansion (MIG101 converts the log).          **
      *> 261015 Outbound batches log their own contact under         **
      *>        operator BATCH: MLR101 emails and LTR101 letters     **
      *>        (COMPLETED), CAM101 mail-list pulls (new LISTED -    **
      *>        queued, not yet sent) and BNC101 bounces (new        **
      *>        FAILED). SUB310 logs a postal return as FAILED       **
      *>        under the operator who keyed it.                     **
      *> 261015 Added method T (text message): SMS101 logs each      **
      *>        text handed to the gateway, SMR101 each one the      **
      *>        gateway reports failed.                              **
      *>***************************************************************
             05 CACTCUSTID  Pic X(10)  Value Space.
             05 CACTDTTM    Pic X(14) Value Space.
               88 CACTMETHOD-EMAIL  Value "E".
               88 CACTMETHOD-MAIL   Value "M".
               88 CACTMETHOD-VISIT  Value "V".
               88 CACTMETHOD-TEXT   Value "T".
             05 CACTOUTCOME Pic X(1)  Value Space.
               88 CACTOUTCOME-COMPLETED Value "C".
               88 CACTOUTCOME-LEFTMSG   Value "L".
               88 CACTOUTCOME-NOANSWER  Value "N".
               88 CACTOUTCOME-OTHER     Value "O".
               88 CACTOUTCOME-FAILED    Value "F".
               88 CACTOUTCOME-LISTED    Value "Q".
             05 CACTTEXT    Pic X(40) Value Space.
