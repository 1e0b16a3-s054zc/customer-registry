      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     RPCLRFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for RPCLEAR.DAT, the supervisor clearances of **
      *> restricted-party hits: one row per customer and list entry  **
      *> a supervisor has ruled a false match on SUB415. The         **
      *> clearance holds for the name it was given against only -   **
      *> once the customer's name changes, SUB146 screens the new    **
      *> name afresh.                                                **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 RCLKEY.
               10 RCLCUSTID  Pic X(10) Value Space.
               10 RCLENTRYID Pic X(8)  Value Space.
             05 RCLNAME     Pic X(40) Value Space.
             05 RCLOPERID   Pic X(8)  Value Space.
             05 RCLDATE     Pic 9(8)  Value Zero.
