      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> One-time name-parsing sweep over CUSTOMER.DAT, run after    **
      *> CNV108 to fill the structured name parts (RCUSTTITLE ...    **
      *> RCUSTSUFFIX) from the free-text RCUSTNAME through SUB159.   **
      *> Records already split (RCUSTNMSPLIT Y - parsed before, or   **
      *> typed in by an operator on the UPDATE CUSTOMER notes        **
      *> screen) are left alone, so the sweep can be rerun safely    **
      *> after the review list has been worked. A record on legal    **
      *> hold (SUB140) is not touched and is listed as such.         **
      *>                                                             **
      *> Every name SUB159 cannot split with confidence - a company, **
      *> a couple ("AND", "&"), a single word, too many words - is   **
      *> marked R and listed on data/NMPARSE.PRT with the reason,    **
      *> for an operator to type the parts in by hand or leave the   **
      *> customer on "Dear Customer". The listing is archived        **
      *> through SUB117. Each record the sweep rewrites is           **
      *> journalled through SUB097 (before/after image) so an RCV101 **
      *> roll-forward carries it; the parts are derived from the     **
      *> name already on file, so no SUB090 audit rows are written.  **
      *> Snapshots the customer files through SUB092 first, like     **
      *> every other batch that writes to CUSTOMER.DAT. Run outside  **
      *> the PGM001 menu.                                            **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *> 261015 Runs after CNV108, which now converts the            **
      *>        customer file.                                       **
      *>***************************************************************
       Identification Division.
         Program-Id.   NMP101.

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
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd PRTFILE.
           01 PRT-REC Pic X(88).

         Working-Storage Section.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value "data/NMPARSE.PRT".
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-ABORT    Pic X     Value "N".
             88 IS-ABORT            Value "Y".
           01 WS-BAK-RETVAL Pic X(2).
           01 WS-READ-CNT  Pic 9(6) Value Zero.
           01 WS-DONE-CNT  Pic 9(6) Value Zero.
           01 WS-SPLIT-CNT Pic 9(6) Value Zero.
           01 WS-REVW-CNT  Pic 9(6) Value Zero.
           01 WS-HOLD-CNT  Pic 9(6) Value Zero.
           01 WS-JRNL-ACTION Pic X(1).
           01 WS-JRNL-BEFORE Pic X(600).
           01 WS-JRNL-AFTER  Pic X(600).
           01 WS-JRNL-RETVAL Pic X(2).
           01 WS-HOLD-PRMSET.
             05 WS-HOLD-ID   Pic X(10).
             05 WS-HOLD-OPER Pic X(8).
             05 WS-HOLD-DATE Pic 9(8).
           01 WS-HOLD-RETVAL Pic X(2).
           01 WS-NAME-FUNC   Pic X(1).
           01 WS-NAME-PRMSET.
             Copy NAMELK.
           01 WS-NAME-RETVAL Pic X(2).
           01 WS-ARC-NAME    Pic X(8).
           01 WS-ARC-RETVAL  Pic X(2).

           01 WS-HDG-1.
             05 Filler Pic X(40)
                Value "CUSTOMER NAME PARSING - NAMES TO REVIEW".
             05 Filler Pic X(48) Value Space.
           01 WS-HDG-2.
             05 Filler Pic X(10) Value "ID".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(40) Value "NAME".
             05 Filler Pic X(2)  Value Space.
             05 Filler Pic X(24) Value "REASON".
             05 Filler Pic X(10) Value Space.

           01 WS-DETAIL.
             05 D-CUSTID Pic X(10).
             05 Filler   Pic X(2)  Value Space.
             05 D-NAME   Pic X(40).
             05 Filler   Pic X(2)  Value Space.
             05 D-REASON Pic X(24).
             05 Filler   Pic X(10) Value Space.

           01 WS-TOTAL.
             05 Filler    Pic X(20) Value "RECORDS READ".
             05 T-READ    Pic Z(5)9.
             05 Filler    Pic X(4)  Value Space.
             05 Filler    Pic X(8)  Value "SPLIT".
             05 T-SPLIT   Pic Z(5)9.
             05 Filler    Pic X(4)  Value Space.
             05 Filler    Pic X(8)  Value "REVIEW".
             05 T-REVW    Pic Z(5)9.
             05 Filler    Pic X(4)  Value Space.
             05 Filler    Pic X(6)  Value "HOLD".
             05 T-HOLD    Pic Z(5)9.
             05 Filler    Pic X(10) Value Space.

       Procedure Division.
       100-Main.
         Perform 150-Backup-Files.
         If Not IS-ABORT Then
           Perform 200-Initialize
           Perform 300-Process-Next
             Until IS-EOF
           Perform 900-Finalize
         End-If.
         Perform 999-End-Of-Program.

       150-Backup-Files.
         Call "SUB092" Using WS-BAK-RETVAL.
         If WS-BAK-RETVAL Not Equal "00" Then
           Display "NMP101: backup failed - aborting without changes."
           Move "Y" To WS-ABORT
         End-If.

       200-Initialize.
         Open I-O CUST.
         If WS-CUSTSTAT Equal "35" Then
           Display "NMP101: CUSTOMER.DAT not found."
           Move "Y" To WS-EOF
         Else
           Open Output PRTFILE
           Write PRT-REC From WS-HDG-1
           Write PRT-REC From WS-HDG-2
           Perform 310-Read-Next
         End-If.

       300-Process-Next.
         Add 1 To WS-READ-CNT.
         If RCUSTNMSPLIT-YES Then
           Add 1 To WS-DONE-CNT
         Else
           Move RCUSTID To WS-HOLD-ID
           Call "SUB140" Using WS-HOLD-PRMSET, WS-HOLD-RETVAL
           If WS-HOLD-RETVAL Equal "00" Then
             Add 1 To WS-HOLD-CNT
             Move RCUSTID     To D-CUSTID
             Move RCUSTNAME   To D-NAME
             Move "LEGAL HOLD - NOT PARSED" To D-REASON
             Write PRT-REC From WS-DETAIL
           Else
             Perform 320-Parse-Name
           End-If
         End-If.
         Perform 310-Read-Next.

       310-Read-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.

      *>  A name left for review is only rewritten the first time it
      *>  is marked R; later runs list it again without touching it.
       320-Parse-Name.
         Move Space To WS-JRNL-BEFORE.
         Move CUST-REC To WS-JRNL-BEFORE(1:Length Of CUST-REC).
         Move Space       To WS-NAME-PRMSET.
         Move RCUSTNAME   To LNMNAME.
         Move RCUSTPNAME  To LNMPNAME.
         Move "P" To WS-NAME-FUNC.
         Call "SUB159" Using WS-NAME-FUNC, WS-NAME-PRMSET,
             WS-NAME-RETVAL.
         Move LNMTITLE  To RCUSTTITLE.
         Move LNMFIRST  To RCUSTFNAME.
         Move LNMMIDDLE To RCUSTMNAME.
         Move LNMLAST   To RCUSTLNAME.
         Move LNMSUFFIX To RCUSTSUFFIX.
         Move LNMSPLIT  To RCUSTNMSPLIT.
         If LNMSPLIT-YES Then
           Add 1 To WS-SPLIT-CNT
         Else
           Add 1 To WS-REVW-CNT
           Move RCUSTID   To D-CUSTID
           Move RCUSTNAME To D-NAME
           Move LNMREASON To D-REASON
           Write PRT-REC From WS-DETAIL
         End-If.
         If CUST-REC Not Equal
           WS-JRNL-BEFORE(1:Length Of CUST-REC) Then
           Move "U"      To WS-JRNL-ACTION
           Move Space    To WS-JRNL-AFTER
           Move CUST-REC To WS-JRNL-AFTER(1:Length Of CUST-REC)
           Call "SUB097" Using WS-JRNL-ACTION, WS-JRNL-BEFORE,
               WS-JRNL-AFTER, WS-JRNL-RETVAL
           Rewrite CUST-REC
           End-Rewrite
         End-If.

       900-Finalize.
         Move WS-READ-CNT  To T-READ.
         Move WS-SPLIT-CNT To T-SPLIT.
         Move WS-REVW-CNT  To T-REVW.
         Move WS-HOLD-CNT  To T-HOLD.
         Move Space To PRT-REC.
         Write PRT-REC.
         Write PRT-REC From WS-TOTAL.
         Close CUST.
         Close PRTFILE.
         Move "NMP101" To WS-ARC-NAME.
         Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL.
         Display "NMP101: " WS-READ-CNT " read, "
                 WS-SPLIT-CNT " split, "
                 WS-REVW-CNT " left for review, "
                 WS-HOLD-CNT " on legal hold, "
                 WS-DONE-CNT " already split.".

       999-End-Of-Program.
         Stop Run.
