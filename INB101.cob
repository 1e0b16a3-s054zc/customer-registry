      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Supervisor release for the inbound file registry. A job     **
      *> handed a file it (or another job) has already processed     **
      *> refuses it, naming the job and time that processed it -     **
      *> the guard the night CRD101 re-applied yesterday's credit    **
      *> file was missing. When a re-run really is wanted, a         **
      *> supervisor gives an operator ID and the file's name on the  **
      *> console; the file is fingerprinted as it stands (SUB131)    **
      *> and SUB169 releases that fingerprint for exactly one more   **
      *> run, stamping who released it and when. The operator must   **
      *> be a supervisor (SUB093). Run outside the PGM001 menu, on   **
      *> the console.                                                **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   INB101.

       Data Division.
         Working-Storage Section.
           01 WS-F-OPERID   Pic X(8)  Value Space.
           01 WS-F-FILE     Pic X(30) Value Space.
           01 WS-CTL-FUNC    Pic X(1).
           01 WS-CTL-PRMSET.
             05 WS-CTL-FILE  Pic X(30).
             05 WS-CTL-COUNT Pic 9(9).
             05 WS-CTL-HASH  Pic 9(9).
             05 WS-CTL-REC   Pic X(700).
             05 WS-CTL-LEN   Pic 9(4).
           01 WS-CTL-RETVAL  Pic X(2).
           01 WS-INB-FUNC    Pic X(1).
           01 WS-INB-PRMSET.
             Copy INBREGLK.
           01 WS-INB-RETVAL  Pic X(2).

       Procedure Division.
       100-Main.
         Display "INB101: supervisor operator ID?"
         Accept WS-F-OPERID.
         Display "INB101: inbound file to release (e.g. "
                 "data/ARCREDIT.DAT)?"
         Accept WS-F-FILE.
         Perform 200-Fingerprint-File.
         If WS-CTL-RETVAL Equal "02" Then
           Display "INB101: " WS-F-FILE " not found."
         Else
           Perform 300-Release-File
         End-If.
         Perform 999-End-Of-Program.

      *>  The release is for the file as it stands on disk now - the
      *>  same count and hash the refused job computed.
       200-Fingerprint-File.
         Move "V"       To WS-CTL-FUNC.
         Move WS-F-FILE To WS-CTL-FILE.
         Call "SUB131" Using WS-CTL-FUNC, WS-CTL-PRMSET,
             WS-CTL-RETVAL.

       300-Release-File.
         Move "O"          To WS-INB-FUNC.
         Move WS-F-FILE    To LIRFILE.
         Move "INB101"     To LIRJOB.
         Move WS-F-OPERID  To LIROPERID.
         Move WS-CTL-COUNT To LIRCOUNT.
         Move WS-CTL-HASH  To LIRHASH.
         Call "SUB169" Using WS-INB-FUNC, WS-INB-PRMSET,
             WS-INB-RETVAL.
         Evaluate WS-INB-RETVAL
           When "00"
             Display "INB101: released for one more run - last "
                     "processed by " LIRPRCJOB " at " LIRPRCDTTM
                     ", " LIRRUNS " run(s) so far."
           When "07"
             Display "INB101: " WS-F-OPERID " is not a supervisor - "
                     "nothing released."
           When "02"
             Display "INB101: this copy of the file has never been "
                     "processed - nothing to release."
           When "04"
             Display "INB101: this copy of the file is not marked "
                     "processed - nothing to release."
           When Other
             Display "INB101: release failed, code " WS-INB-RETVAL
         End-Evaluate.

       999-End-Of-Program.
         Stop Run.
