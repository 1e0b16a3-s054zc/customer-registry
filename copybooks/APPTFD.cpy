      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     APPTFD                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for APPOINT.DAT, the visit and call-back      **
      *> calendar: one row per booked slot, keyed by the operator    **
      *> or rep who keeps it plus the date and start time, with the  **
      *> customer ID as a duplicates-allowed alternate key so SUB410 **
      *> can list one customer's bookings. SUB410 refuses a booking  **
      *> whose time overlaps another booked slot of the same rep;    **
      *> APT101 prints each rep's day from it.                       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 APPTKEY.
               10 APPTOPERID Pic X(8)  Value Space.
               10 APPTDATE   Pic 9(8)  Value Zero.
               10 APPTTIME   Pic 9(4)  Value Zero.
             05 APPTCUSTID  Pic X(10) Value Space.
             05 APPTTYPE    Pic X(1)  Value Space.
               88 APPTTYPE-VISIT     Value "V".
               88 APPTTYPE-CALLBACK  Value "P".
             05 APPTDUR     Pic 9(3)  Value Zero.
             05 APPTSTAT    Pic X(1)  Value Space.
               88 APPTSTAT-BOOKED    Value "B".
               88 APPTSTAT-DONE      Value "C".
               88 APPTSTAT-CANCELLED Value "X".
             05 APPTNOTE    Pic X(40) Value Space.
             05 APPTBOOKOP  Pic X(8)  Value Space.
             05 APPTBOOKDT  Pic 9(8)  Value Zero.
