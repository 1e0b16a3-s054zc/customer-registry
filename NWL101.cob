      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM             **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Newsletter list extract, one run per newsletter issue. Asks **
      *> on the console for the NEWSLIST.DAT list code, then writes  **
      *> every customer subscribed to it on SUBSCR.DAT (SUB515) to   **
      *> the relay's pickup file data/NEWS<list>.DAT - list code,    **
      *> customer ID, address, name and RCUSTLANG language, the      **
      *> first two of which the relay hands back on an unsubscribe   **
      *> (UNS101). A subscriber is left off, and counted, when the   **
      *> customer:                                                   **
      *>   - is not active or is recorded as deceased;               **
      *>   - is do-not-email (RCUSTDNE), which still overrides every **
      *>     subscription;                                           **
      *>   - has no email, or one BNC101 marked bad (RCUSTEMLBAD);   **
      *>   - has an email never verified (RCUSTEMLVER, VRF101) -     **
      *>     newsletters go only to proven addresses.                **
      *> SUB131 control records bracket the file. Each customer      **
      *> listed is logged on CONTACT.DAT as LISTED (SUB096, operator **
      *> BATCH) the way CAM101 logs a campaign pull. Run outside the **
      *> PGM001 menu, on the console, once per issue.                **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   NWL101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select SUBSCR Assign WS-SUBFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is SBKEY
             File Status WS-SUBSTAT.
           Select NEWSLIST Assign WS-NLFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is NLCODE
             File Status WS-NLSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select NEWSOUT Assign WS-OUTFILE
             Organization Is Line Sequential
             File Status WS-OUTSTAT.

       Data Division.
         File Section.
           Fd SUBSCR.
           01 SUBSCR-REC.
             Copy SUBSCRFD.

           Fd NEWSLIST.
           01 NEWSLIST-REC.
             Copy NLISTFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Fd NEWSOUT.
           01 NEWSOUT-REC.
             05 NO-LIST   Pic X(4).
             05 NO-CUSTID Pic X(10).
             05 NO-EMAIL  Pic X(40).
             05 NO-NAME   Pic X(40).
             05 NO-LANG   Pic X(2).

         Working-Storage Section.
           01 WS-SUBFILE  Pic X(20) Value "data/SUBSCR.DAT".
           01 WS-SUBSTAT  Pic 9(2).
           01 WS-NLFILE   Pic X(20) Value "data/NEWSLIST.DAT".
           01 WS-NLSTAT   Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-OUTFILE  Pic X(30) Value Space.
           01 WS-OUTSTAT  Pic 9(2).
           01 WS-ENT-LIST Pic X(4)  Value Space.
           01 WS-LIST-OK  Pic X     Value "N".
             88 IS-LIST-OK          Value "Y".
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-LIST-CNT Pic 9(6)  Value Zero.
           01 WS-INACT-CNT Pic 9(6) Value Zero.
           01 WS-DNE-CNT  Pic 9(6)  Value Zero.
           01 WS-BAD-CNT  Pic 9(6)  Value Zero.
           01 WS-UNVER-CNT Pic 9(6) Value Zero.
           01 WS-CONT-PRMSET.
             05 WS-CACTCUSTID  Pic X(10).
             05 WS-CACTOPERID  Pic X(8).
             05 WS-CACTMETHOD  Pic X(1).
             05 WS-CACTOUTCOME Pic X(1).
             05 WS-CACTTEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).

       Procedure Division.
       100-Main.
         Display "NWL101: newsletter list code?"
         Accept WS-ENT-LIST.
         Perform 200-Check-List.
         If Not IS-LIST-OK Then
           Display "NWL101: list " WS-ENT-LIST
                   " not on file or not active."
         Else
           Perform 300-Extract-List
           Display "NWL101: list " WS-ENT-LIST ": "
                   WS-LIST-CNT " subscriber(s) listed, "
                   WS-INACT-CNT " inactive, "
                   WS-DNE-CNT " do-not-email, "
                   WS-BAD-CNT " no usable address, "
                   WS-UNVER-CNT " unverified."
         End-If.
         Perform 999-End-Of-Program.

       200-Check-List.
         Move "N" To WS-LIST-OK.
         Open Input NEWSLIST.
         If WS-NLSTAT Equal "00" Then
           Move WS-ENT-LIST To NLCODE
           Read NEWSLIST
             Key Is NLCODE
             Invalid Key Continue
             Not Invalid Key
               If NLSTAT-ACTIVE Then
                 Move "Y" To WS-LIST-OK
               End-If
           End-Read
         End-If.
         Close NEWSLIST.

      *>  One pickup file per list, so two issues pulled the same
      *>  night do not overwrite each other.
       300-Extract-List.
         Move Space To WS-OUTFILE.
         String "data/NEWS" Delimited By Size
                WS-ENT-LIST Delimited By Space
                ".DAT" Delimited By Size
           Into WS-OUTFILE
         End-String.
         Open Input SUBSCR.
         If WS-SUBSTAT Not Equal "00" Then
           Close SUBSCR
           Display "NWL101: SUBSCR.DAT not found."
         Else
           Open Input CUST
           Open Output NEWSOUT
           Perform 370-Write-Control-Header
           Move "N" To WS-EOF
           Perform 310-Read-Next
           Perform 320-Select-Next
             Until IS-EOF
           Perform 380-Write-Control-Trailer
           Close NEWSOUT
           Close CUST
           Close SUBSCR
         End-If.

       310-Read-Next.
         Read SUBSCR Next Record
           At End Move "Y" To WS-EOF
         End-Read.

       320-Select-Next.
         If SBLIST Equal WS-ENT-LIST
           And SBSTAT-SUBSCRIBED Then
           Move SBCUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key
               Add 1 To WS-INACT-CNT
             Not Invalid Key
               Perform 330-Check-Customer
           End-Read
         End-If.
         Perform 310-Read-Next.

      *>  The order matters only for the counts: each subscriber
      *>  left off is counted once, under the first reason found.
       330-Check-Customer.
         Evaluate True
           When Not RCUSTSTAT-ACTIVE
             Add 1 To WS-INACT-CNT
           When RCUSTLIFECYC-DECEASED
             Add 1 To WS-INACT-CNT
           When RCUSTDNE-YES
             Add 1 To WS-DNE-CNT
           When RCUSTEMAIL Equal Space
             Add 1 To WS-BAD-CNT
           When RCUSTEMLBAD-YES
             Add 1 To WS-BAD-CNT
           When Not RCUSTEMLVER-YES
             Add 1 To WS-UNVER-CNT
           When Other
             Perform 340-Write-List-Row
         End-Evaluate.

       340-Write-List-Row.
         Move WS-ENT-LIST To NO-LIST.
         Move RCUSTID     To NO-CUSTID.
         Move RCUSTEMAIL  To NO-EMAIL.
         Move RCUSTNAME   To NO-NAME.
         Move RCUSTLANG   To NO-LANG.
         Write NEWSOUT-REC
         End-Write.
         Move "A" To WS-CTL-FUNC.
         Move Space To WS-CTL-REC.
         Move NEWSOUT-REC
           To WS-CTL-REC(1:Length Of NEWSOUT-REC).
         Move Length Of NEWSOUT-REC To WS-CTL-LEN.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Perform 350-Log-Contact.
         Add 1 To WS-LIST-CNT.

      *>  Handed to the relay, not yet sent - LISTED, as CAM101 logs
      *>  a mail campaign pull.
       350-Log-Contact.
         Move RCUSTID  To WS-CACTCUSTID.
         Move "BATCH"  To WS-CACTOPERID.
         Move "E"      To WS-CACTMETHOD.
         Move "Q"      To WS-CACTOUTCOME.
         Move Space    To WS-CACTTEXT.
         String "NEWS " Delimited By Size
                WS-ENT-LIST Delimited By Space
                " EMAIL LISTED" Delimited By Size
           Into WS-CACTTEXT
         End-String.
         Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL.

       370-Write-Control-Header.
         Move Zero To WS-CTL-COUNT.
         Move Zero To WS-CTL-HASH.
         Move "H" To WS-CTL-FUNC.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Move WS-CTL-REC(1:Length Of NEWSOUT-REC)
           To NEWSOUT-REC.
         Write NEWSOUT-REC
         End-Write.

       380-Write-Control-Trailer.
         Move "T" To WS-CTL-FUNC.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.
         Move WS-CTL-REC(1:Length Of NEWSOUT-REC)
           To NEWSOUT-REC.
         Write NEWSOUT-REC
         End-Write.

       999-End-Of-Program.
         Stop Run.
