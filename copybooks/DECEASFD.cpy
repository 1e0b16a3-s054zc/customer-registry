      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     DECEASFD                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for DECEASED.DAT, one row per customer whose  **
      *> death has been recorded on the SUB455 screen, keyed by      **
      *> customer ID: the date of death, the person who told us (a   **
      *> customer record linked on CUSTREL.DAT as executor or next   **
      *> of kin), who recorded it and when, and whether the owning   **
      *> rep's notice was queued. The customer record itself goes to **
      *> lifecycle D with do-not-mail/call/email set; PUR101 keeps   **
      *> it for the estate period (system parameter ESTATE-DAYS).    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 DCCUSTID   Pic X(10) Value Space.
             05 DCDEATHDT  Pic 9(8)  Value Zero.
             05 DCNOTIFID  Pic X(10) Value Space.
             05 DCNOTIFROLE Pic X(2) Value Space.
               88 DCNOTIFROLE-EXECUTOR  Value "EX".
               88 DCNOTIFROLE-NEXTOFKIN Value "NK".
             05 DCRECOPER  Pic X(8)  Value Space.
             05 DCRECDTTM  Pic X(14) Value Space.
             05 DCMAILCNT  Pic 9(4)  Value Zero.
             05 DCREPNOTE  Pic X(1)  Value "N".
               88 DCREPNOTE-YES      Value "Y".
