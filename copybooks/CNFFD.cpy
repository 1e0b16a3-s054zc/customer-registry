      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CNFFD                                         **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for CONFIRM.DAT, the yearly "please confirm   **
      *> your details" cycle: one row per customer, keyed by         **
      *> customer ID. CNF101 starts a customer's row the first night **
      *> it sees them and works the cycle from it - the request when **
      *> CFDUEDT comes round, a reminder after CNF-REMIND-DAYS, and  **
      *> a missed cycle counted when the next anniversary passes     **
      *> with no reply. A reply (SUB172: the WEB101 portal or the    **
      *> SUB560 clerk screen) stamps the date, how and by whom, and  **
      *> moves CFDUEDT on to the anniversary a year later. A zero    **
      *> CFLASTDT means the customer has never confirmed.            **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 CFCUSTID   Pic X(10) Value Space.
             05 CFLASTDT   Pic 9(8)  Value Zero.
             05 CFLASTHOW  Pic X(1)  Value Space.
               88 CFLASTHOW-PORTAL   Value "W".
               88 CFLASTHOW-PHONE    Value "P".
               88 CFLASTHOW-MAIL     Value "M".
               88 CFLASTHOW-VISIT    Value "V".
               88 CFLASTHOW-EMAIL    Value "E".
               88 CFLASTHOW-VALID    Value "W" "P" "M" "V" "E".
             05 CFLASTOP   Pic X(8)  Value Space.
             05 CFDUEDT    Pic 9(8)  Value Zero.
             05 CFSENTDT   Pic 9(8)  Value Zero.
             05 CFCHANNEL  Pic X(1)  Value Space.
               88 CFCHANNEL-EMAIL    Value "E".
               88 CFCHANNEL-LETTER   Value "L".
               88 CFCHANNEL-NONE     Value "N".
             05 CFREMDT    Pic 9(8)  Value Zero.
             05 CFMISSED   Pic 9(2)  Value Zero.
