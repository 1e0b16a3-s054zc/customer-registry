      *>        from (sent timestamp blank, retry count zero) - an    **
      *>        unset retry count left the mailer doing arithmetic    **
      *>        on whatever the buffer held.                          **
      *> 261015 Carry the channel: an SMS row (LMCHANNEL "S") is     **
      *>        stamped so only SMS101 picks it up. Any other value  **
      *>        queues the usual email/letter row, so callers that   **
      *>        predate the channel need not set it.                 **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB091.
         Move WS-CUR-TIME To MQUEUEDTTM(9:6).
         Move Spaces     To MSENTDTTM.
         Move Zero       To MRETRYCNT.
         If LMCHANNEL Equal "S" Then
           Move "S"      To MCHANNEL
         Else
           Move Space    To MCHANNEL
         End-If.

         Open Input MAILQ.
         If WS-MAILSTAT Equal "35" Then
