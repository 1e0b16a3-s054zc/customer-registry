      *>        sibling of the RCUSTUNDELIV postal flag. The outbound  **
      *>        paths skip a flagged address; SUB102 clears the flag   **
      *>        when the email address changes.                        **
      *> 261015 Added lifecycle stage D (deceased), set by the       **
      *>        SUB455 record-death action.                          **
      *> 261015 Added RCUSTDNT, the do-not-text indicator for the SMS **
      *>        channel - set from the CREATE/UPDATE screens like    **
      *>        RCUSTDNM/RCUSTDNC/RCUSTDNE and honored by whatever   **
      *>        queues a text and again by SMS101 at hand-off.       **
      *>        CNV108 converts the file (defaulted N).              **
      *> 261015 Added the structured name parts beside RCUSTNAME -   **
      *>        RCUSTTITLE, RCUSTFNAME, RCUSTMNAME, RCUSTLNAME and   **
      *>        RCUSTSUFFIX - with RCUSTSALUT, the salutation the    **
      *>        customer wants (T title and surname, F first name,   **
      *>        N first name and surname with no title; blank is T   **
      *>        when a title is on file, N otherwise) and            **
      *>        RCUSTNMSPLIT, whether the parts can be trusted (Y    **
      *>        split, R left for review by the NMP101/SUB159        **
      *>        parser, N never split). SUB159 builds the letter     **
      *>        name and salutation from them. CNV109 converts the   **
      *>        file.                                                **
      *> 261015 Added RCUSTSRC, the lead-source code saying where    **
      *>        the customer came from (LEADSRC.DAT via SUB163,      **
      *>        maintained on SUB530) - keyed on SUB200, stamped by  **
      *>        the LOD101/CSV101 batches, and reported by source on **
      *>        the FNL101 prospect funnel. Blank means the record   **
      *>        predates it. CNV110 converts the file.               **
      *> 261015 CNV108 now converts the file in one pass from 500    **
      *>        to 583 bytes (RCUSTDNT N, name parts blank,          **
      *>        RCUSTNMSPLIT N, RCUSTSRC blank); the CNV109 and      **
      *>        CNV110 customer steps are withdrawn.                 **
      *>***************************************************************
             05 RCUSTID    Pic X(10)  Value Space.
             05 RCUSTSTAT  Pic X(1)  Value "A".
               88 RCUSTLIFECYC-PROSPECT Value "P".
               88 RCUSTLIFECYC-ACTIVE   Value "A".
               88 RCUSTLIFECYC-INACTIVE Value "I".
               88 RCUSTLIFECYC-DECEASED Value "D".
             05 RCUSTLIFEDT Pic 9(8) Value Zero.
             05 RCUSTPREF  Pic X(1)  Value "1".
               88 RCUSTPREF-PHONE1  Value "1".
               88 RCUSTCOPRIM-YES Value "Y".
               88 RCUSTCOPRIM-NO  Value "N".
             05 RCUSTLANG    Pic X(2)  Value Space.
             05 RCUSTDNT     Pic X(1)  Value "N".
               88 RCUSTDNT-YES Value "Y".
               88 RCUSTDNT-NO  Value "N".
             05 RCUSTTITLE   Pic X(6)  Value Space.
             05 RCUSTFNAME   Pic X(20) Value Space.
             05 RCUSTMNAME   Pic X(20) Value Space.
             05 RCUSTLNAME   Pic X(25) Value Space.
             05 RCUSTSUFFIX  Pic X(6)  Value Space.
             05 RCUSTSALUT   Pic X(1)  Value Space.
               88 RCUSTSALUT-TITLE   Value "T".
               88 RCUSTSALUT-FIRST   Value "F".
               88 RCUSTSALUT-NEUTRAL Value "N".
             05 RCUSTNMSPLIT Pic X(1)  Value "N".
               88 RCUSTNMSPLIT-YES    Value "Y".
               88 RCUSTNMSPLIT-REVIEW Value "R".
               88 RCUSTNMSPLIT-NO     Value "N".
             05 RCUSTSRC     Pic X(3)  Value Space.
