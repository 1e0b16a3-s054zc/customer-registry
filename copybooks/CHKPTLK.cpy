      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     CHKPTLK                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB170, the shared checkpoint/restart     **
      *> subrutine: the job, the fingerprint of its input file where **
      *> it has one, the key of the last record finished with the    **
      *> records read and the job's four counters, and the           **
      *> checkpoint interval (CHKPT-EVERY) SUB170 hands back at the  **
      *> start of a run. On a restart the key and counters come back **
      *> as they stood at the last checkpoint; LCKCUSTID is the      **
      *> customer asked about by the J function.                     **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LCKJOB     Pic X(8).
             05 LCKFILEID  Pic X(18).
             05 LCKKEY     Pic X(30).
             05 LCKRECS    Pic 9(9).
             05 LCKCNT1    Pic 9(9).
             05 LCKCNT2    Pic 9(9).
             05 LCKCNT3    Pic 9(9).
             05 LCKCNT4    Pic 9(9).
             05 LCKEVERY   Pic 9(6).
             05 LCKSINCE   Pic 9(6).
             05 LCKRESTART Pic X(1).
               88 LCKRESTART-YES     Value "Y".
             05 LCKRSTKEY  Pic X(30).
             05 LCKRSTDTTM Pic X(14).
             05 LCKSTAT    Pic X(1).
             05 LCKSTART   Pic X(14).
             05 LCKSTAMP   Pic X(14).
             05 LCKENDED   Pic X(14).
             05 LCKCUSTID  Pic X(10).
