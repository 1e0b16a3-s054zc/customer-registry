      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     DISTFD                                        **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for DISTLIST.DAT, the report distribution     **
      *> list: one row per report and recipient, maintained on the   **
      *> SUB500 supervisor screen and read by the BST101 burst run.  **
      *> The recipient is an operator (mailed to OOPEREMAIL), a rep  **
      *> named by territory code (mailed to the SALESREP.DAT address **
      *> through SUB129) or a branch office (printed to that         **
      *> office's data/BRANCH.<office>.PRT). The selector says which **
      *> section of the report the recipient gets: A the whole run,  **
      *> T the lines of one territory (RCUSTTERR), O the lines of    **
      *> one office (RCUSTOFFICE). A rep row always selects its own  **
      *> territory and a branch row its own office.                  **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 DLKEY.
               10 DLRPTNAME Pic X(8)  Value Space.
               10 DLRTYPE   Pic X(1)  Value Space.
                 88 DLRTYPE-OPER      Value "O".
                 88 DLRTYPE-REP       Value "R".
                 88 DLRTYPE-BRANCH    Value "B".
               10 DLRID     Pic X(8)  Value Space.
             05 DLSELTYPE   Pic X(1)  Value Space.
               88 DLSEL-ALL           Value "A".
               88 DLSEL-TERR          Value "T".
               88 DLSEL-OFFICE        Value "O".
             05 DLSELVAL    Pic X(4)  Value Space.
             05 DLADDOP     Pic X(8)  Value Space.
             05 DLADDDTTM   Pic X(14) Value Space.
