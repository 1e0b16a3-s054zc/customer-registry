      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     RRQCATWS                                      **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> The programs that may be asked for from the SUB505 report   **
      *> request screen, shared with the RRQ101 runner so the two    **
      *> never disagree. Per program:                                **
      *>  RR-PERM     SUB138 function code the requester needs.      **
      *>  RR-PRTFILE  the print file the run writes.                 **
      *>  RR-SELFARC  Y when the program files its own run through   **
      *>              SUB117; otherwise the runner files it.         **
      *>  RR-PARMCNT  prompts it takes; the first RR-PARMREQ of them **
      *>              must be answered. The answers are fed to the   **
      *>              program's console prompts in order.            **
      *>  RR-PARMFILE a config file the first answer is written to   **
      *>              for the run instead (blank = none).            **
      *>  RR-KEEPFILE a file the run would otherwise disturb, put    **
      *>              back as it was afterwards (blank = none).      **
      *>              The parameter file is always put back too.     **
      *>  RR-LABEL    the prompts as shown on the screen.            **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 RR-CAT-VALUES.
               10 Filler Pic X(8)  Value "HQY101".
               10 Filler Pic X(8)  Value "HISTORY".
               10 Filler Pic X(20) Value "data/CUSTHQY.PRT".
               10 Filler Pic X(1)  Value "N".
               10 Filler Pic 9(1)  Value 3.
               10 Filler Pic 9(1)  Value 3.
               10 Filler Pic X(20) Value Space.
               10 Filler Pic X(20) Value Space.
               10 Filler Pic X(16) Value "CUSTOMER ID".
               10 Filler Pic X(16) Value "FROM YEAR".
               10 Filler Pic X(16) Value "TO YEAR".
               10 Filler Pic X(16) Value Space.
               10 Filler Pic X(8)  Value "AQY101".
               10 Filler Pic X(8)  Value "AUDQRY".
               10 Filler Pic X(20) Value "data/AUDQUERY.PRT".
               10 Filler Pic X(1)  Value "N".
               10 Filler Pic 9(1)  Value 4.
               10 Filler Pic 9(1)  Value 0.
               10 Filler Pic X(20) Value Space.
               10 Filler Pic X(20) Value Space.
               10 Filler Pic X(16) Value "OPERATOR ID".
               10 Filler Pic X(16) Value "FIELD NAME".
               10 Filler Pic X(16) Value "FROM YYYYMMDD".
               10 Filler Pic X(16) Value "TO YYYYMMDD".
               10 Filler Pic X(8)  Value "TER101".
               10 Filler Pic X(8)  Value "TERRLIST".
               10 Filler Pic X(20) Value "data/TERROSTER.PRT".
               10 Filler Pic X(1)  Value "Y".
               10 Filler Pic 9(1)  Value 1.
               10 Filler Pic 9(1)  Value 1.
               10 Filler Pic X(20) Value "data/OFFICE.CFG".
               10 Filler Pic X(20) Value "data/TER101.BST".
               10 Filler Pic X(16) Value "OFFICE CODE".
               10 Filler Pic X(16) Value Space.
               10 Filler Pic X(16) Value Space.
               10 Filler Pic X(16) Value Space.
               10 Filler Pic X(8)  Value "RPT113".
               10 Filler Pic X(8)  Value "STATS".
               10 Filler Pic X(20) Value "data/GEODIST.PRT".
               10 Filler Pic X(1)  Value "N".
               10 Filler Pic 9(1)  Value 0.
               10 Filler Pic 9(1)  Value 0.
               10 Filler Pic X(20) Value Space.
               10 Filler Pic X(20) Value "data/GEODIST.SNP".
               10 Filler Pic X(16) Value Space.
               10 Filler Pic X(16) Value Space.
               10 Filler Pic X(16) Value Space.
               10 Filler Pic X(16) Value Space.
             05 RR-CAT-TBL Redefines RR-CAT-VALUES.
               10 RR-CAT-ENTRY Occurs 4 Times Indexed By RR-CX.
                 15 RR-PGM      Pic X(8).
                 15 RR-PERM     Pic X(8).
                 15 RR-PRTFILE  Pic X(20).
                 15 RR-SELFARC  Pic X(1).
                 15 RR-PARMCNT  Pic 9(1).
                 15 RR-PARMREQ  Pic 9(1).
                 15 RR-PARMFILE Pic X(20).
                 15 RR-KEEPFILE Pic X(20).
                 15 RR-LABEL    Pic X(16) Occurs 4 Times.
