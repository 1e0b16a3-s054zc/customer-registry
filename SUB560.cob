      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to take a customer's reply to the yearly        **
      *> "please confirm your details" request (CNF101) at the       **
      *> counter or on the phone, reached from the SUB230 detail     **
      *> screen's confir[M] option with the customer already         **
      *> fetched. Shows the details we hold, the national ID masked  **
      *> through SUB098, and where the customer stands on            **
      *> CONFIRM.DAT (SUB172). [C]onfirmed records the reply with    **
      *> how it came in (P phone, M mail, V visit, E email) and the  **
      *> signed-on operator, moving the next request on a year, and  **
      *> logs a completed contact through SUB096. Corrections are    **
      *> made on the detail screen as usual, not here.               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB560.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.

       Data Division.
         File Section.
           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

         Working-Storage Section.
           01 WS-TRAIN-MSG Pic X(16) Value Space.
           01 WS-TRN-RETVAL Pic X(2) Value Space.
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-ENT-HOW  Pic X     Value Space.
           01 WS-NATID-MASKED Pic X(15) Value Space.
           01 WS-CSZ.
             05 WS-CSZ-CITY  Pic X(20) Value Space.
             05 Filler       Pic X(1)  Value Space.
             05 WS-CSZ-STATE Pic X(2)  Value Space.
             05 Filler       Pic X(1)  Value Space.
             05 WS-CSZ-ZIP   Pic X(10) Value Space.
           01 WS-D-LASTDT  Pic X(8)  Value Space.
           01 WS-D-LASTHOW Pic X(7)  Value Space.
           01 WS-D-DUEDT   Pic X(8)  Value Space.
           01 WS-D-SENTDT  Pic X(8)  Value Space.
           01 WS-D-CHANNEL Pic X(11) Value Space.
           01 WS-D-REMDT   Pic X(8)  Value Space.
           01 WS-CNF-FUNC    Pic X(1) Value "G".
           01 WS-CNF-PRMSET.
             Copy CNFLK.
           01 WS-CNF-RETVAL  Pic X(2).
           01 WS-CONT-PRMSET.
             05 WS-CONT-CUSTID  Pic X(10).
             05 WS-CONT-OPERID  Pic X(8).
             05 WS-CONT-METHOD  Pic X(1).
             05 WS-CONT-OUTCOME Pic X(1).
             05 WS-CONT-TEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).

         Linkage Section.
           01 LS-CUSTID   Pic X(10).
           01 LS-OPERID   Pic X(8).

         Screen Section.
           01 SS-CONFIRM-1.
             05 Blank Screen.
             05 Line  2 Col 50 Pic X(16) From WS-TRAIN-MSG.
             05 Line  4 Col  3 Value "CONFIRM DETAILS.".
             05 Line  4 Col 22 Value "CUSTOMER:".
             05 Line  4 Col 32 Pic X(10) From LS-CUSTID.
             05 Line  6 Col  3 Value "NAME ......:".
             05 Line  6 Col 16 Pic X(40) From RCUSTNAME.
             05 Line  7 Col  3 Value "ADDRESS ...:".
             05 Line  7 Col 16 Pic X(30) From RCUSTADDR1.
             05 Line  8 Col 16 Pic X(30) From RCUSTADDR2.
             05 Line  9 Col 16 Pic X(34) From WS-CSZ.
             05 Line 10 Col  3 Value "PHONE #1 ..:".
             05 Line 10 Col 16 Pic X(20) From RCUSTPHN1.
             05 Line 11 Col  3 Value "PHONE #2 ..:".
             05 Line 11 Col 16 Pic X(20) From RCUSTPHN2.
             05 Line 12 Col  3 Value "EMAIL .....:".
             05 Line 12 Col 16 Pic X(40) From RCUSTEMAIL.
             05 Line 13 Col  3 Value "NATIONAL ID:".
             05 Line 13 Col 16 Pic X(15) From WS-NATID-MASKED.
             05 Line 15 Col  3 Value "LAST CONFIRMED:".
             05 Line 15 Col 19 Pic X(8)  From WS-D-LASTDT.
             05 Line 15 Col 29 Value "BY".
             05 Line 15 Col 32 Pic X(7)  From WS-D-LASTHOW.
             05 Line 15 Col 41 Value "OPERATOR:".
             05 Line 15 Col 51 Pic X(8)  From LCFLASTOP.
             05 Line 16 Col  3 Value "NEXT DUE .....:".
             05 Line 16 Col 19 Pic X(8)  From WS-D-DUEDT.
             05 Line 17 Col  3 Value "REQUEST SENT .:".
             05 Line 17 Col 19 Pic X(8)  From WS-D-SENTDT.
             05 Line 17 Col 29 Value "BY".
             05 Line 17 Col 32 Pic X(11) From WS-D-CHANNEL.
             05 Line 18 Col  3 Value "REMINDER SENT :".
             05 Line 18 Col 19 Pic X(8)  From WS-D-REMDT.
             05 Line 19 Col  3 Value "CYCLES MISSED :".
             05 Line 19 Col 19 Pic Z9    From LCFMISSED.
             05 Line 21 Col  3 Value "REPLY BY .:".
             05 Line 21 Col 15 Pic X     Using WS-ENT-HOW.
             05 Line 21 Col 18 Value "(P phone, M mail, V visit,"
                                     & " E email)".
             05 Line 23 Col  2 Value "Options: [B]ack [C]onfirmed".
             05 Line 23 Col 30 Pic X Using WS-INPKEY.
             05 Line 23 Col 42 Value "STATUS:".
             05 Line 23 Col 50 Pic X(30) Using WS-STATUS.

       Procedure Division Using LS-CUSTID, LS-OPERID.
       100-Main.
         Call "SUB143" Using WS-TRN-RETVAL.
         If WS-TRN-RETVAL Equal "00" Then
           Move "*** TRAINING ***" To WS-TRAIN-MSG
         End-If.
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Move Space To WS-ENT-HOW.
         Perform 200-Load-Customer.
         Perform 110-Main-Loop
           Until WS-INPKEY Equal "B".
         Move Space To WS-INPKEY.
         Move Space To WS-STATUS.
         Perform 999-End-Of-SubRutine.

       110-Main-Loop.
         Perform 300-Load-Confirmation.
         Display SS-CONFIRM-1.
         Accept  SS-CONFIRM-1.
         Evaluate WS-INPKEY
           When "C" Perform 120-Record-Confirmation
           When "B" Continue
           When Other Move "Unknown option!" To WS-STATUS
         End-Evaluate.
         If WS-INPKEY Not Equal "B" Then
           Move Space To WS-INPKEY
         End-If.

      *>  The portal's own code W is never keyed here: a reply taken
      *>  by a clerk came by phone, post, in person or by email.
       120-Record-Confirmation.
         Evaluate True
           When RCUSTID Equal Space
             Move "Customer not on file!" To WS-STATUS
           When Not (WS-ENT-HOW Equal "P" Or "M" Or "V" Or "E")
             Move "Reply by must be P, M, V or E!" To WS-STATUS
           When Other
             Perform 130-Write-Confirmation
         End-Evaluate.

       130-Write-Confirmation.
         Move "C"        To WS-CNF-FUNC.
         Move LS-CUSTID  To LCFCUSTID.
         Move WS-ENT-HOW To LCFHOW.
         Move LS-OPERID  To LCFOPERID.
         Call "SUB172" Using WS-CNF-FUNC, WS-CNF-PRMSET,
             WS-CNF-RETVAL.
         If WS-CNF-RETVAL Not Equal "00" Then
           Move "Confirmation not recorded!" To WS-STATUS
         Else
           Move LS-CUSTID  To WS-CONT-CUSTID
           Move LS-OPERID  To WS-CONT-OPERID
           Move WS-ENT-HOW To WS-CONT-METHOD
           Move "C"        To WS-CONT-OUTCOME
           Move "DETAILS CONFIRMED" To WS-CONT-TEXT
           Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL
           Move Space To WS-ENT-HOW
           Move "Confirmed - contact logged!" To WS-STATUS
         End-If.

       200-Load-Customer.
         Initialize CUST-REC.
         Open Input CUST.
         If WS-CUSTSTAT Not Equal "00" Then
           Close CUST
         Else
           Move LS-CUSTID To RCUSTID
           Read CUST
             Key Is RCUSTID
             Invalid Key
               Initialize CUST-REC
           End-Read
           Close CUST
         End-If.
         If RCUSTID Equal Space Then
           Move "Customer not on file!" To WS-STATUS
         End-If.
         Move RCUSTCITY  To WS-CSZ-CITY.
         Move RCUSTSTATE To WS-CSZ-STATE.
         Move RCUSTZIP   To WS-CSZ-ZIP.
         Call "SUB098" Using RCUSTNATID, WS-NATID-MASKED.

       300-Load-Confirmation.
         Move "G"       To WS-CNF-FUNC.
         Move LS-CUSTID To LCFCUSTID.
         Call "SUB172" Using WS-CNF-FUNC, WS-CNF-PRMSET,
             WS-CNF-RETVAL.
         If LCFLASTDT Equal Zero Then
           Move "NEVER"   To WS-D-LASTDT
         Else
           Move LCFLASTDT To WS-D-LASTDT
         End-If.
         Evaluate LCFLASTHOW
           When "W"   Move "PORTAL"  To WS-D-LASTHOW
           When "P"   Move "PHONE"   To WS-D-LASTHOW
           When "M"   Move "MAIL"    To WS-D-LASTHOW
           When "V"   Move "VISIT"   To WS-D-LASTHOW
           When "E"   Move "EMAIL"   To WS-D-LASTHOW
           When Other Move Space     To WS-D-LASTHOW
         End-Evaluate.
         If LCFDUEDT Equal Zero Then
           Move "NOT SET" To WS-D-DUEDT
         Else
           Move LCFDUEDT  To WS-D-DUEDT
         End-If.
         If LCFSENTDT Equal Zero Then
           Move "NONE"    To WS-D-SENTDT
         Else
           Move LCFSENTDT To WS-D-SENTDT
         End-If.
         Evaluate LCFCHANNEL
           When "E"   Move "EMAIL"       To WS-D-CHANNEL
           When "L"   Move "LETTER"      To WS-D-CHANNEL
           When "N"   Move "UNREACHABLE" To WS-D-CHANNEL
           When Other Move Space         To WS-D-CHANNEL
         End-Evaluate.
         If LCFREMDT Equal Zero Then
           Move "NONE"    To WS-D-REMDT
         Else
           Move LCFREMDT  To WS-D-REMDT
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
