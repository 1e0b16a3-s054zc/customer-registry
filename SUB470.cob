      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine showing the pending-work backlog on screen, so  **
      *> a supervisor can decide the day's staffing first thing: per **
      *> queue the item count, the oldest item's age in days and the **
      *> count past the queue's target age - for every office, or    **
      *> for the one office keyed. The counts are SUB149's, the same **
      *> ones the BKL101 morning report prints; [R]efresh counts     **
      *> again. Reached from the PGM001 more-options menu (SUB465)   **
      *> per the BACKLOG permission.                                 **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Shows a B by the target of a queue aged in           **
      *>        business days.                                       **
      *> 261015 The footnote names the BKL-* system parameters       **
      *>        as the source of the targets.                        **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB470.

       Data Division.
         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-OFC-CODE Pic X(3)  Value Space.
           01 WS-QX       Pic 9(1)  Value Zero.
           01 WS-OX       Pic 9(2)  Value Zero.
           01 WS-OFC-FOUND Pic X    Value "N".
             88 OFC-FOUND           Value "Y".
           01 WS-BKL-PRMSET.
             Copy BKLGLK.
           01 WS-BKL-RETVAL Pic X(2).
           01 WS-SHOW-TBL.
             05 WS-SHOW-ROW Occurs 6 Times.
               10 WS-S-NAME   Pic X(15).
               10 WS-S-TARGET Pic 9(4).
               10 WS-S-UNIT   Pic X(1).
               10 WS-S-COUNT  Pic 9(6).
               10 WS-S-OLDEST Pic 9(5).
               10 WS-S-OVER   Pic 9(6).

         Screen Section.
           01 SS-BACKLOG.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "PENDING-WORK BACKLOG.".
             05 Line  6 Col  3 Value "OFFICE (blank=all):".
             05 Line  6 Col 23 Pic X(3) Using WS-OFC-CODE.
             05 Line  8 Col  3 Value "QUEUE".
             05 Line  8 Col 21 Value "TARGET".
             05 Line  8 Col 31 Value "COUNT".
             05 Line  8 Col 39 Value "OLDEST".
             05 Line  8 Col 47 Value "PAST TARGET".
             05 Line 10 Col  3 Pic X(15)   From WS-S-NAME(1).
             05 Line 10 Col 21 Pic ZZZ9    From WS-S-TARGET(1).
             05 Line 10 Col 26 Pic X       From WS-S-UNIT(1).
             05 Line 10 Col 29 Pic ZZZZZ9  From WS-S-COUNT(1).
             05 Line 10 Col 39 Pic ZZZZ9   From WS-S-OLDEST(1).
             05 Line 10 Col 50 Pic ZZZZZ9  From WS-S-OVER(1).
             05 Line 11 Col  3 Pic X(15)   From WS-S-NAME(2).
             05 Line 11 Col 21 Pic ZZZ9    From WS-S-TARGET(2).
             05 Line 11 Col 26 Pic X       From WS-S-UNIT(2).
             05 Line 11 Col 29 Pic ZZZZZ9  From WS-S-COUNT(2).
             05 Line 11 Col 39 Pic ZZZZ9   From WS-S-OLDEST(2).
             05 Line 11 Col 50 Pic ZZZZZ9  From WS-S-OVER(2).
             05 Line 12 Col  3 Pic X(15)   From WS-S-NAME(3).
             05 Line 12 Col 21 Pic ZZZ9    From WS-S-TARGET(3).
             05 Line 12 Col 26 Pic X       From WS-S-UNIT(3).
             05 Line 12 Col 29 Pic ZZZZZ9  From WS-S-COUNT(3).
             05 Line 12 Col 39 Pic ZZZZ9   From WS-S-OLDEST(3).
             05 Line 12 Col 50 Pic ZZZZZ9  From WS-S-OVER(3).
             05 Line 13 Col  3 Pic X(15)   From WS-S-NAME(4).
             05 Line 13 Col 21 Pic ZZZ9    From WS-S-TARGET(4).
             05 Line 13 Col 26 Pic X       From WS-S-UNIT(4).
             05 Line 13 Col 29 Pic ZZZZZ9  From WS-S-COUNT(4).
             05 Line 13 Col 39 Pic ZZZZ9   From WS-S-OLDEST(4).
             05 Line 13 Col 50 Pic ZZZZZ9  From WS-S-OVER(4).
             05 Line 14 Col  3 Pic X(15)   From WS-S-NAME(5).
             05 Line 14 Col 21 Pic ZZZ9    From WS-S-TARGET(5).
             05 Line 14 Col 26 Pic X       From WS-S-UNIT(5).
             05 Line 14 Col 29 Pic ZZZZZ9  From WS-S-COUNT(5).
             05 Line 14 Col 39 Pic ZZZZ9   From WS-S-OLDEST(5).
             05 Line 14 Col 50 Pic ZZZZZ9  From WS-S-OVER(5).
             05 Line 15 Col  3 Pic X(15)   From WS-S-NAME(6).
             05 Line 15 Col 21 Pic ZZZ9    From WS-S-TARGET(6).
             05 Line 15 Col 26 Pic X       From WS-S-UNIT(6).
             05 Line 15 Col 29 Pic ZZZZZ9  From WS-S-COUNT(6).
             05 Line 15 Col 39 Pic ZZZZ9   From WS-S-OLDEST(6).
             05 Line 15 Col 50 Pic ZZZZZ9  From WS-S-OVER(6).
             05 Line 17 Col  3 Value "(ages in days; target from"
                                     & " BKL-* parameters, B ="
                                     & " business days)".
             05 Line 23 Col  2 Value "Options: [B]ack [R]efresh".
             05 Line 23 Col 28 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-OFC-CODE.
         Perform 200-Count-Backlog.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Display SS-BACKLOG.
         Accept  SS-BACKLOG.
         Evaluate WS-INPKEY
           When "R" Perform 200-Count-Backlog
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

       200-Count-Backlog.
         Move Space To WS-STATUS.
         Call "SUB149" Using WS-BKL-PRMSET, WS-BKL-RETVAL.
         Move "N" To WS-OFC-FOUND.
         If WS-OFC-CODE Not Equal Space Then
           Perform 220-Check-Office-Next
             Varying WS-OX From 1 By 1
             Until WS-OX Greater Than LBKOFCCNT Or OFC-FOUND
           If OFC-FOUND Then
             Subtract 1 From WS-OX
           Else
             Move "Nothing waiting for that office." To WS-STATUS
           End-If
         End-If.
         Perform 210-Load-Row
           Varying WS-QX From 1 By 1
           Until WS-QX Greater Than 6.

       210-Load-Row.
         Move LBKQNAME(WS-QX)   To WS-S-NAME(WS-QX).
         Move LBKQTARGET(WS-QX) To WS-S-TARGET(WS-QX).
         Move Space             To WS-S-UNIT(WS-QX).
         If LBKQUNIT(WS-QX) Equal "B" Then
           Move "B" To WS-S-UNIT(WS-QX)
         End-If.
         Evaluate True
           When WS-OFC-CODE Equal Space
             Move LBKQCOUNT(WS-QX)  To WS-S-COUNT(WS-QX)
             Move LBKQOLDEST(WS-QX) To WS-S-OLDEST(WS-QX)
             Move LBKQOVER(WS-QX)   To WS-S-OVER(WS-QX)
           When OFC-FOUND
             Move LBKOCOUNT(WS-OX, WS-QX)  To WS-S-COUNT(WS-QX)
             Move LBKOOLDEST(WS-OX, WS-QX) To WS-S-OLDEST(WS-QX)
             Move LBKOOVER(WS-OX, WS-QX)   To WS-S-OVER(WS-QX)
           When Other
             Move Zero To WS-S-COUNT(WS-QX)
             Move Zero To WS-S-OLDEST(WS-QX)
             Move Zero To WS-S-OVER(WS-QX)
         End-Evaluate.

       220-Check-Office-Next.
         If LBKOCODE(WS-OX) Equal WS-OFC-CODE Then
           Move "Y" To WS-OFC-FOUND
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
