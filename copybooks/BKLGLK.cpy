      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     BKLGLK                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB149, the pending-work backlog count.   **
      *> One entry per queue, in this fixed order:                   **
      *>   1 WEB REQUESTS    PENDCHG.DAT rows pending (SUB360)       **
      *>   2 DUAL CONTROL    PENDAPPR.DAT rows pending (SUB370)      **
      *>   3 FUTURE ADDRESS  PENDADDR.DAT rows due and not applied,  **
      *>                     or in error (SUB345/FUT101)             **
      *>   4 DEMOTIONS       LCYPEND.DAT pending demotions (LCY101)  **
      *>   5 FAILED MAIL     CUSTOMER.MAILQ rows FAILED (SUB395)     **
      *>   6 FOLLOW-UPS      RCUSTFUPDT before today                 **
      *> For each queue: its name, its target age in days (from the  **
      *> BKL-* system parameters) and the unit ages are counted in   **
      *> (B business days, else calendar), and per office            **
      *> (RCUSTOFFICE, blank for customers with none) and in total   **
      *> the item count, the oldest item's age and the count past    **
      *> the target.                                                 **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Added LBKQUNIT, the unit each queue's ages are       **
      *>        counted in.                                          **
      *>***************************************************************
             05 LBKQUEUE Occurs 6 Times.
               10 LBKQNAME    Pic X(15).
               10 LBKQTARGET  Pic 9(4).
               10 LBKQUNIT    Pic X(1).
               10 LBKQCOUNT   Pic 9(6).
               10 LBKQOLDEST  Pic 9(5).
               10 LBKQOVER    Pic 9(6).
             05 LBKOFCCNT Pic 9(2).
             05 LBKOFFICE Occurs 20 Times.
               10 LBKOCODE    Pic X(3).
               10 LBKOQUEUE Occurs 6 Times.
                 15 LBKOCOUNT  Pic 9(6).
                 15 LBKOOLDEST Pic 9(5).
                 15 LBKOOVER   Pic 9(6).
