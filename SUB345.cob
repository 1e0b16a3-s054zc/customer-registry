      *> 260902 Created.                                             **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Index a saved pending address on the ADDRXRF.DAT     **
      *>        address cross-reference (SUB160) and take it off     **
      *>        again on [C]ancel.                                   **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB345.
             05 WS-ADDR-STATE Pic X(2).
             05 WS-ADDR-ZIP   Pic X(10).
           01 WS-ADDR-RETVAL Pic X(2) Value Space.
           01 WS-AXR-FUNC   Pic X(1).
           01 WS-AXR-PRMSET.
             Copy ADDRXLK.
           01 WS-AXR-RETVAL Pic X(2).

         Linkage Section.
           01 LS-CUSTID Pic X(10).
         Write PENDADDR-REC
         End-Write.
         Close PENDADDR.
         Move "A"          To WS-AXR-FUNC.
         Move WS-ENT-ZIP   To LAXZIP.
         Move "P"          To LAXSOURCE.
         Move LS-CUSTID    To LAXCUSTID.
         Move WS-ENT-ADDR1 To LAXSTREET.
         Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
             WS-AXR-RETVAL.
         Move "Future address saved!" To WS-STATUS.

      *>  Retires every still-pending row for this customer (status
      *>  X) - the move that fell through, or a re-entry replacing a
      *>  mistyped one - and takes each off the address cross-
      *>  reference.
       130-Cancel-Pending.
         Move Zero To WS-CANC-CNT.
         Move "N"  To WS-EOF.
           Rewrite PENDADDR-REC
           End-Rewrite
           Add 1 To WS-CANC-CNT
           Move "D"       To WS-AXR-FUNC
           Move PD-ZIP    To LAXZIP
           Move "P"       To LAXSOURCE
           Move LS-CUSTID To LAXCUSTID
           Call "SUB160" Using WS-AXR-FUNC, WS-AXR-PRMSET,
               WS-AXR-RETVAL
         End-If.

       999-End-Of-SubRutine.
