      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Morning backlog report - the work waiting on a person       **
      *> across every pending queue on one page: web requests        **
      *> (SUB360), dual-control approvals (SUB370), future addresses **
      *> due or in error, pending demotions (LCY101), FAILED mail    **
      *> queue rows and overdue follow-ups. For each queue, per      **
      *> office and in total: the item count, the oldest item's age  **
      *> in days and the count past the queue's target age           **
      *> (BKL-* system parameters; a B by the target marks a queue   **
      *> counted in business days). The counting itself is SUB149's, **
      *> the same figures the SUB470 supervisor screen shows.        **
      *> Output: data/BACKLOG.PRT, archived through SUB117. Run      **
      *> each morning outside the PGM001 menu, after the night jobs. **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Marks a queue aged in business days with a B         **
      *>        by its target.                                       **
      *> 261015 Run date now comes from the processing date          **
      *>        (SUB152) instead of the machine clock.               **
      *> 261015 Queue targets now come from the BKL-* system         **
      *>        parameters (SUB153).                                 **
      *>***************************************************************
       Identification Division.
         Program-Id.   BKL101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd PRTFILE.
           01 PRT-REC Pic X(104).

         Working-Storage Section.
           01 WS-PRTFILE  Pic X(30) Value "data/BACKLOG.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).
           01 WS-CUR-DATE Pic 9(8).
           01 WS-PDT-FUNC   Pic X(1) Value "G".
           01 WS-PDT-PRMSET.
             Copy PDTLK.
           01 WS-PDT-RETVAL Pic X(2).
           01 WS-QX       Pic 9(1)  Value Zero.
           01 WS-OX       Pic 9(2)  Value Zero.
           01 WS-GRAND-CNT  Pic 9(7) Value Zero.
           01 WS-GRAND-OVER Pic 9(7) Value Zero.

           01 WS-BKL-PRMSET.
             Copy BKLGLK.
           01 WS-BKL-RETVAL Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(30) Value "PENDING-WORK BACKLOG - ".
             05 H-DATE Pic X(8).
             05 Filler Pic X(66) Value Space.
           01 WS-COL-HDG.
             05 Filler Pic X(17) Value "QUEUE".
             05 Filler Pic X(8)  Value "TARGET".
             05 Filler Pic X(10) Value "OFFICE".
             05 Filler Pic X(9)  Value "  COUNT".
             05 Filler Pic X(9)  Value "OLDEST".
             05 Filler Pic X(51) Value "PAST TARGET".
           01 WS-DETAIL.
             05 D-QUEUE   Pic X(15).
             05 Filler    Pic X(2)  Value Space.
             05 D-TARGET  Pic X(6).
             05 Filler    Pic X(2)  Value Space.
             05 D-OFFICE  Pic X(8).
             05 Filler    Pic X(2)  Value Space.
             05 D-COUNT   Pic ZZZ,ZZ9.
             05 Filler    Pic X(2)  Value Space.
             05 D-OLDEST  Pic ZZ,ZZ9.
             05 Filler    Pic X(7)  Value Space.
             05 D-OVER    Pic ZZZ,ZZ9.
             05 Filler    Pic X(40) Value Space.
           01 WS-TARGET-ED Pic ZZZ9.
           01 WS-TOTAL-LINE.
             05 Filler      Pic X(24) Value "ITEMS WAITING: ".
             05 T-GRAND-CNT Pic Z,ZZZ,ZZ9.
             05 Filler      Pic X(18) Value "   PAST TARGET: ".
             05 T-GRAND-OVER Pic Z,ZZZ,ZZ9.
             05 Filler      Pic X(44) Value Space.
           01 WS-NOTE-LINE.
             05 Filler Pic X(104)
                Value "AGES IN DAYS (TARGET B = BUSINESS DAYS). "
                    & "(NONE) = NO OFFICE RECORDED.".
           01 WS-BLANK-LINE Pic X(104) Value Space.

       Procedure Division.
       100-Main.
         Call "SUB152" Using WS-PDT-FUNC, WS-PDT-PRMSET, WS-PDT-RETVAL.
         Move LPDDATE To WS-CUR-DATE.
         Call "SUB149" Using WS-BKL-PRMSET, WS-BKL-RETVAL.

         Open Output PRTFILE.
         Move WS-CUR-DATE To H-DATE.
         Write PRT-REC From WS-HDG-1.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-COL-HDG.
         Perform 200-Write-Queue
           Varying WS-QX From 1 By 1
           Until WS-QX Greater Than 6.
         Move WS-GRAND-CNT  To T-GRAND-CNT.
         Move WS-GRAND-OVER To T-GRAND-OVER.
         Write PRT-REC From WS-TOTAL-LINE.
         Write PRT-REC From WS-BLANK-LINE.
         Write PRT-REC From WS-NOTE-LINE.
         Close PRTFILE.

         Move "BKL101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "BKL101: " WS-GRAND-CNT " item(s) waiting, "
                 WS-GRAND-OVER " past target.".
         Perform 999-End-Of-Program.

      *>  One line per office with work in the queue, then the
      *>  queue's total; an empty queue prints its total of zero.
       200-Write-Queue.
         Move LBKQTARGET(WS-QX) To WS-TARGET-ED.
         Move LBKQNAME(WS-QX)   To D-QUEUE.
         Move WS-TARGET-ED      To D-TARGET.
         If LBKQUNIT(WS-QX) Equal "B" Then
           Move "B" To D-TARGET(6:1)
         End-If.
         Perform 210-Write-Office
           Varying WS-OX From 1 By 1
           Until WS-OX Greater Than LBKOFCCNT.
         Move "TOTAL"             To D-OFFICE.
         Move LBKQCOUNT(WS-QX)    To D-COUNT.
         Move LBKQOLDEST(WS-QX)   To D-OLDEST.
         Move LBKQOVER(WS-QX)     To D-OVER.
         Write PRT-REC From WS-DETAIL.
         Write PRT-REC From WS-BLANK-LINE.
         Add LBKQCOUNT(WS-QX) To WS-GRAND-CNT.
         Add LBKQOVER(WS-QX)  To WS-GRAND-OVER.

       210-Write-Office.
         If LBKOCOUNT(WS-OX, WS-QX) Greater Than Zero Then
           If LBKOCODE(WS-OX) Equal Space Then
             Move "(NONE)" To D-OFFICE
           Else
             Move LBKOCODE(WS-OX) To D-OFFICE
           End-If
           Move LBKOCOUNT(WS-OX, WS-QX)  To D-COUNT
           Move LBKOOLDEST(WS-OX, WS-QX) To D-OLDEST
           Move LBKOOVER(WS-OX, WS-QX)   To D-OVER
           Write PRT-REC From WS-DETAIL
           Move Space To D-QUEUE
           Move Space To D-TARGET
         End-If.

       999-End-Of-Program.
         Stop Run.
