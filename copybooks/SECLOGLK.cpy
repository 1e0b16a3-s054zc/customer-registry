      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     SECLOGLK                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter layout for SUB171, the security event log writer: **
      *> the operator, event type, customer ID (blank when none),    **
      *> outcome and detail of one SECLOG.DAT row. SUB171 stamps the **
      *> time.                                                       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LSEOPERID   Pic X(8).
             05 LSEEVENT    Pic X(16).
             05 LSECUSTID   Pic X(10).
             05 LSEOUTCOME  Pic X(8).
             05 LSEDETAIL   Pic X(60).
