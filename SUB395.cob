      *> 260902 Created.                                             **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 SMS-channel rows show as "SMS" + the mobile on the   **
      *>        failed list, and DELIVERED rows count with the sent. **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB395.
                 Or MQUEUEDTTM(1:8) Less Than WS-OLDEST-Q Then
                 Move MQUEUEDTTM(1:8) To WS-OLDEST-Q
               End-If
             When MSTATUS-SENT Or MSTATUS-DELIVERED
               Add 1 To WS-SENT-CNT
             When MSTATUS-FAILED
               Add 1 To WS-FAIL-CNT
             Add 1 To WS-ROW-CNT
             Move WS-FAIL-SEEN    To WS-R-ORD(WS-ROW-CNT)
             Move MCUSTID         To WS-R-CUSTID(WS-ROW-CNT)
             Evaluate True
               When MCHANNEL-SMS
                 Move Space To WS-R-ADDR(WS-ROW-CNT)
                 String "SMS " Delimited By Size
                        MTOADDR(1:20) Delimited By Size
                   Into WS-R-ADDR(WS-ROW-CNT)
                 End-String
               When MTOADDR Equal Space
                 Move "(LETTER)" To WS-R-ADDR(WS-ROW-CNT)
               When Other
                 Move MTOADDR(1:24) To WS-R-ADDR(WS-ROW-CNT)
             End-Evaluate
             Move MTEMPLATE(1:12) To WS-R-TMPL(WS-ROW-CNT)
             Move MRETRYCNT       To WS-R-RETRY(WS-ROW-CNT)
             Move MQUEUEDTTM(1:8) To WS-R-QUEUED(WS-ROW-CNT)
      *>  Finds the chosen row again by its failed-row ordinal and
      *>  applies the action in place: a requeue goes back to
      *>  PENDING with a fresh retry count for tonight's MLR101/
      *>  LTR101/SMS101 pass, a retire parks it as X for good. Both
      *>  land on the operations log.
       400-Act-On-Row.
         If WS-ENT-ROW Equal Zero
           Or WS-ENT-ROW Greater Than WS-ROW-CNT Then
