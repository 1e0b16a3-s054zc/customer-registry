      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     TZLK                                          **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Parameter set for SUB157, the customer time-zone subrutine: **
      *> the address the zone is derived from, the office date and   **
      *> time asked about (zero = the machine clock), and the zone,  **
      *> the customer's local time, the permitted calling window in  **
      *> the customer's time and on the office clock, and a line of  **
      *> screen text answered.                                       **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 LTZSTATE   Pic X(2).
             05 LTZZIP     Pic X(10).
             05 LTZCTRY    Pic X(2).
             05 LTZDATE    Pic 9(8).
             05 LTZTIME    Pic 9(4).
             05 LTZZONE    Pic X(4).
             05 LTZUTCSGN  Pic X(1).
             05 LTZUTCOFF  Pic 9(4).
             05 LTZDSTRULE Pic X(1).
             05 LTZDSTON   Pic X(1).
             05 LTZLOCAL   Pic 9(4).
             05 LTZFROM    Pic 9(4).
             05 LTZTO      Pic 9(4).
             05 LTZOFCFROM Pic 9(4).
             05 LTZOFCTO   Pic 9(4).
             05 LTZINHRS   Pic X(1).
               88 LTZINHRS-YES       Value "Y".
             05 LTZTEXT    Pic X(36).
