      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     QAFD                                          **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for QAREVIEW.DAT, the quality-assurance       **
      *> sample of operator changes. QAS101 appends one pending row  **
      *> per sampled change - a create or an update, identified by   **
      *> the customer ID and audit timestamp it shares with its      **
      *> CUSTOMER.AUDIT rows. A supervisor marks it correct or in    **
      *> error on the SUB440 screen, with an error category          **
      *> (QACATWS), the field at fault and a comment. QAS102 reports **
      *> the error rates per operator and per field each month.     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 QASTATUS   Pic X(1)  Value "P".
               88 QASTATUS-PENDING   Value "P".
               88 QASTATUS-CORRECT   Value "C".
               88 QASTATUS-ERROR     Value "E".
             05 QASMPDT    Pic 9(8)  Value Zero.
             05 QAOPERID   Pic X(8)  Value Space.
             05 QACUSTID   Pic X(10) Value Space.
             05 QATIMESTAMP Pic X(14) Value Space.
             05 QAACTION   Pic X(1)  Value Space.
             05 QAFLDCNT   Pic 9(3)  Value Zero.
             05 QAERRCAT   Pic X(2)  Value Space.
             05 QAERRFLD   Pic X(15) Value Space.
             05 QACOMMENT  Pic X(40) Value Space.
             05 QAREVOPER  Pic X(8)  Value Space.
             05 QAREVDTTM  Pic X(14) Value Space.
