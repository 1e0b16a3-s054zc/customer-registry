      *> 260808 Created.                                             **
      *> 260822 Widened LMCUSTID to X(10) with the customer-ID         **
      *>        capacity expansion.                                    **
      *> 261015 Added LMCHANNEL - "S" queues a text message to the   **
      *>        mobile number in LMTOADDR; anything else is the usual **
      *>        email/letter row.                                    **
      *>***************************************************************
             05 LMCUSTID   Pic X(10).
             05 LMTOADDR   Pic X(40).
             05 LMTEMPLATE Pic X(15).
             05 LMSTATUS   Pic X(1).
             05 LMCHANNEL  Pic X(1).
