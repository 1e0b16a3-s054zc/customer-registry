      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Rebuilds the ADDRXRF.DAT address cross-reference from       **
      *> scratch: one entry per customer mailing address on          **
      *> CUSTOMER.DAT (source C, every status - the SUB230 search    **
      *> applies the status rule itself), one per seasonal address   **
      *> on SEASADDR.DAT (S) and one per still-pending future-dated  **
      *> address on PENDADDR.DAT (P). An address with no ZIP is not  **
      *> indexed - the search always asks for one. Run once to       **
      *> create the cross-reference in the first place, and again    **
      *> whenever it has drifted from the files it indexes (a        **
      *> restore, an RCV101 roll-forward, a hand-edit, an abended    **
      *> job). Builds to a .NEW staging file and renames it into     **
      *> place, the same as XRF101, so a search never reads a half-  **
      *> built index. Run outside the PGM001 menu.                   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   XRF102.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select SEASADDR Assign WS-SEASFILE
             Organization Is Line Sequential
             File Status WS-SEASSTAT.
           Select PENDADDR Assign WS-PENDFILE
             Access Mode Is Sequential
             File Status WS-PENDSTAT.
           Select ADDRXRF Assign WS-AXRFILE-NEW
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is AXKEY
             File Status WS-AXRSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd SEASADDR.
           01 SEASADDR-REC.
             05 SA-CUSTID   Pic X(10).
             05 SA-FROMMMDD Pic 9(4).
             05 SA-TOMMDD   Pic 9(4).
             05 SA-ADDR1    Pic X(30).
             05 SA-ADDR2    Pic X(30).
             05 SA-CITY     Pic X(20).
             05 SA-STATE    Pic X(2).
             05 SA-ZIP      Pic X(10).

           Fd PENDADDR.
           01 PENDADDR-REC.
             05 PD-STATUS  Pic X(1).
             05 PD-CUSTID  Pic X(10).
             05 PD-EFFDT   Pic 9(8).
             05 PD-ADDR1   Pic X(30).
             05 PD-ADDR2   Pic X(30).
             05 PD-CITY    Pic X(20).
             05 PD-STATE   Pic X(2).
             05 PD-ZIP     Pic X(10).
             05 PD-ENTOPER Pic X(8).
             05 PD-ENTDTTM Pic X(14).
             05 PD-APPDTTM Pic X(14).

           Fd ADDRXRF.
           01 ADDRXRF-REC.
             Copy ADDRXFD.

         Working-Storage Section.
           01 WS-CUSTFILE    Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT    Pic 9(2).
           01 WS-SEASFILE    Pic X(20) Value "data/SEASADDR.DAT".
           01 WS-SEASSTAT    Pic 9(2).
           01 WS-PENDFILE    Pic X(20) Value "data/PENDADDR.DAT".
           01 WS-PENDSTAT    Pic 9(2).
           01 WS-AXRFILE     Pic X(20) Value "data/ADDRXRF.DAT".
           01 WS-AXRFILE-NEW Pic X(24) Value "data/ADDRXRF.DAT.NEW".
           01 WS-AXRSTAT     Pic 9(2).
           01 WS-EOF         Pic X     Value "N".
             88 IS-EOF                 Value "Y".
           01 WS-CUST-CNT    Pic 9(6)  Value Zero.
           01 WS-SEAS-CNT    Pic 9(6)  Value Zero.
           01 WS-PEND-CNT    Pic 9(6)  Value Zero.
           01 WS-RENAME-RC   Pic S9(9) Comp-5 Value Zero.

       Procedure Division.
       100-Main.
         Open Input CUST.
         If WS-CUSTSTAT Equal "35" Then
           Display "XRF102: CUSTOMER.DAT not found."
         Else
           Open Output ADDRXRF
           Perform 310-Read-Next
           Perform 300-Index-Next
             Until IS-EOF
           Close CUST
           Perform 400-Index-Seasonal
           Perform 500-Index-Pending
           Close ADDRXRF
           Call "CBL_RENAME_FILE"
             Using WS-AXRFILE-NEW, WS-AXRFILE
             Returning WS-RENAME-RC
           If WS-RENAME-RC Not Equal Zero Then
             Display "XRF102: could not activate the rebuilt "
                     "cross-reference."
           Else
             Display "XRF102: " WS-CUST-CNT " customer, "
                     WS-SEAS-CNT " seasonal, "
                     WS-PEND-CNT " pending address(es) indexed."
           End-If
         End-If.
         Perform 999-End-Of-Program.

       300-Index-Next.
         If RCUSTZIP(1:5) Not Equal Space Then
           Move RCUSTZIP(1:5) To AXZIP5
           Move "C"           To AXSOURCE
           Move RCUSTID       To AXCUSTID
           Move RCUSTADDR1    To AXSTREET
           Perform 900-Write-Entry
           If WS-AXRSTAT Equal "00" Then
             Add 1 To WS-CUST-CNT
           End-If
         End-If.
         Perform 310-Read-Next.

       310-Read-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       400-Index-Seasonal.
         Move "N" To WS-EOF.
         Open Input SEASADDR.
         If WS-SEASSTAT Not Equal "00" Then
           Close SEASADDR
         Else
           Perform 410-Index-Seasonal-Next
             Until IS-EOF
           Close SEASADDR
         End-If.

       410-Index-Seasonal-Next.
         Read SEASADDR
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And SA-ZIP(1:5) Not Equal Space Then
           Move SA-ZIP(1:5) To AXZIP5
           Move "S"         To AXSOURCE
           Move SA-CUSTID   To AXCUSTID
           Move SA-ADDR1    To AXSTREET
           Perform 900-Write-Entry
           If WS-AXRSTAT Equal "00" Then
             Add 1 To WS-SEAS-CNT
           End-If
         End-If.

      *>  Only rows still waiting to be applied (status P) - an
      *>  applied row is the customer's own address by now, and a
      *>  cancelled one is nobody's.
       500-Index-Pending.
         Move "N" To WS-EOF.
         Open Input PENDADDR.
         If WS-PENDSTAT Not Equal "00" Then
           Close PENDADDR
         Else
           Perform 510-Index-Pending-Next
             Until IS-EOF
           Close PENDADDR
         End-If.

       510-Index-Pending-Next.
         Read PENDADDR Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And PD-STATUS Equal "P"
           And PD-ZIP(1:5) Not Equal Space Then
           Move PD-ZIP(1:5) To AXZIP5
           Move "P"         To AXSOURCE
           Move PD-CUSTID   To AXCUSTID
           Move PD-ADDR1    To AXSTREET
           Perform 900-Write-Entry
           If WS-AXRSTAT Equal "00" Then
             Add 1 To WS-PEND-CNT
           End-If
         End-If.

      *>  Two pending moves into the same ZIP for one customer share
      *>  an entry - the later row's street wins, as on SUB160.
       900-Write-Entry.
         Inspect AXSTREET Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         Write ADDRXRF-REC
           Invalid Key
             Rewrite ADDRXRF-REC
             End-Rewrite
         End-Write.

       999-End-Of-Program.
         Stop Run.
