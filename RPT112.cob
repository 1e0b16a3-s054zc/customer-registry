      *> Campaign effectiveness report - the join nobody was doing.  **
      *> Matches every CAMPHIST.DAT extraction row (who CAM101       **
      *> pulled, and when) to the CONTACT.DAT rows logged for that   **
      *> customer in the following N days (system parameter          **
      *> CAMPEFF-DAYS, default 30), and prints one line per          **
      *> campaign: customers pulled, customers actually reached      **
      *> (at least one contact row in the window that is not a       **
      *> failure), the reach rate, and the matched contacts broken   **
      *> down by the CACTOUTCOME codes (C completed / L left message **
      *> / N no answer / O other / F failed bounce or return) - so   **
      *> the filter recipes that produce conversations instead of    **
      *> dial tones become visible across campaigns. CAM101's own    **
      *> LISTED rows for the pull are not contact and are skipped.   **
      *> The contact log is loaded into memory once; if it outgrows  **
      *> the table the report says so and counts only what fits.     **
      *> Output: data/CAMPEFF.PRT. Run outside the PGM001 menu.      **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 The match window comes from system parameter         **
      *>        CAMPEFF-DAYS (SUB153) instead of CAMPEFF.CFG.        **
      *> 261015 Batch-logged sends count toward reach; a FAILED      **
      *>        bounce or return is tallied in a new FAILED column   **
      *>        but does not make a customer reached, and CAM101's   **
      *>        LISTED pull rows are skipped.                        **
      *>***************************************************************
       Identification Division.
         Program-Id.   RPT112.
           Select CONTACT Assign WS-CONTFILE
             Organization Is Line Sequential
             File Status WS-CONTSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.
           01 CONTACT-REC.
             Copy CONTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(80).

           01 WS-HISTSTAT Pic 9(2).
           01 WS-CONTFILE Pic X(20) Value "data/CONTACT.DAT".
           01 WS-CONTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(20) Value "data/CAMPEFF.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-WINDOW-DAYS Pic 9(3) Value 30.
           01 WS-PRM-FUNC     Pic X(1)  Value "G".
           01 WS-PRM-PRMSET.
             Copy PARMLK.
           01 WS-PRM-RETVAL   Pic X(2).

      *>  The contact log, loaded once: customer, the day number of
      *>  the row, and its outcome code.
               10 WS-C-OUT-L   Pic 9(6) Comp-5.
               10 WS-C-OUT-N   Pic 9(6) Comp-5.
               10 WS-C-OUT-O   Pic 9(6) Comp-5.
               10 WS-C-OUT-F   Pic 9(6) Comp-5.
           01 WS-CAMP-SLOT Pic 9(2) Comp-5 Value Zero.
           01 WS-FX        Pic 9(2) Comp-5 Value Zero.
           01 WS-ROW-HIT   Pic X    Value "N".
             05 Filler Pic X(8)  Value "  LFTMSG".
             05 Filler Pic X(8)  Value "  NOANSW".
             05 Filler Pic X(8)  Value "   OTHER".
             05 Filler Pic X(8)  Value "  FAILED".
             05 Filler Pic X(14) Value Space.

           01 WS-DETAIL.
             05 D-CAMPID  Pic X(8).
             05 D-OUT-N   Pic ZZZ,ZZ9.
             05 Filler    Pic X(1)   Value Space.
             05 D-OUT-O   Pic ZZZ,ZZ9.
             05 Filler    Pic X(1)   Value Space.
             05 D-OUT-F   Pic ZZZ,ZZ9.
             05 Filler    Pic X(8)   Value Space.

           01 WS-TRUNC-LINE Pic X(80) Value
              "*** CONTACT LOG OVERFLOWED THE TABLE - COUNTS ARE LOW".
         End-If.
         Perform 999-End-Of-Program.

      *>  The match window is system parameter CAMPEFF-DAYS
      *>  (SUB153, default 30).
       150-Read-Config.
         Move "CAMPEFF-DAYS" To LSPNAME.
         Call "SUB153" Using WS-PRM-FUNC, WS-PRM-PRMSET,
             WS-PRM-RETVAL.
         Move LSPNUM To WS-WINDOW-DAYS.

       200-Load-Contacts.
         Open Input CONTACT.
         End-If.

       210-Load-Contact-Next.
         If CACTOUTCOME-LISTED Then
           Perform 220-Load-Contact-Read
         Else
         If WS-CONT-CNT Equal 5000 Then
           Move "Y" To WS-CONT-FULL
         Else
           Move WS-CALC-DAYNUM To WS-T-DAYNUM(WS-CONT-CNT)
           Move CACTOUTCOME To WS-T-OUTCOME(WS-CONT-CNT)
           Perform 220-Load-Contact-Read
         End-If
         End-If.

       220-Load-Contact-Read.

      *>  One extraction row: find (or open) the campaign slot, count
      *>  the pull, then walk the contact table for rows on this
      *>  customer inside the window - any hit but a failure makes
      *>  the customer reached, and every hit's outcome is tallied.
       300-Match-Next.
         Perform 320-Find-Campaign-Slot.
         If WS-CAMP-SLOT Greater Than Zero Then
           Move Zero To WS-C-OUT-L(WS-CAMP-SLOT)
           Move Zero To WS-C-OUT-N(WS-CAMP-SLOT)
           Move Zero To WS-C-OUT-O(WS-CAMP-SLOT)
           Move Zero To WS-C-OUT-F(WS-CAMP-SLOT)
         End-If.

       325-Find-Slot-Scan.
             Greater Than Or Equal WS-FROM-DAYNUM
           And WS-T-DAYNUM(WS-TX)
             Less Than Or Equal WS-TO-DAYNUM Then
           If WS-T-OUTCOME(WS-TX) Not Equal "F" Then
             Move "Y" To WS-ROW-HIT
           End-If
           Evaluate WS-T-OUTCOME(WS-TX)
             When "C" Add 1 To WS-C-OUT-C(WS-CAMP-SLOT)
             When "F" Add 1 To WS-C-OUT-F(WS-CAMP-SLOT)
             When "L" Add 1 To WS-C-OUT-L(WS-CAMP-SLOT)
             When "N" Add 1 To WS-C-OUT-N(WS-CAMP-SLOT)
             When Other Add 1 To WS-C-OUT-O(WS-CAMP-SLOT)
         Move WS-C-OUT-L(WS-CX)  To D-OUT-L.
         Move WS-C-OUT-N(WS-CX)  To D-OUT-N.
         Move WS-C-OUT-O(WS-CX)  To D-OUT-O.
         Move WS-C-OUT-F(WS-CX)  To D-OUT-F.
         Write PRT-REC From WS-DETAIL.

       999-End-Of-Program.
