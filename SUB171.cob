      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to append one row to data/SECLOG.DAT, the       **
      *> security event log (see SECLOGFD) - the SUB099 of the       **
      *> events OPERLOG.DAT has no room for: sign-on failures,       **
      *> lockouts and refusals, operator and permission changes,     **
      *> national ID unmasking and exports. Stamped with the real    **
      *> time, not the processing date, so SEC101's feed window      **
      *> never skips or repeats an event.                            **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Success.                                               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB171.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select SECLOG Assign WS-LOGFILE
             Organization Is Line Sequential
             File Status WS-LOGSTAT.

       Data Division.
         File Section.
           Fd SECLOG.
           01 SECLOG-REC.
             Copy SECLOGFD.

         Working-Storage Section.
           01 WS-LOGFILE  Pic X(20) Value "data/SECLOG.DAT".
           01 WS-LOGSTAT  Pic 9(2).
           01 WS-CUR-DATE Pic 9(8).
           01 WS-CUR-TIME Pic 9(8).

         Linkage Section.
           01 LS-PRMSET.
             Copy SECLOGLK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-PRMSET, LS-RETVAL.
       100-Main.

       200-Append-Log.
         Move "00" To LS-RETVAL.
         Accept WS-CUR-DATE From Date YYYYMMDD.
         Accept WS-CUR-TIME From Time.

         Move Space       To SECLOG-REC.
         Move WS-CUR-DATE To SEDTTM(1:8).
         Move WS-CUR-TIME To SEDTTM(9:6).
         Move LSEOPERID   To SEOPERID.
         Move LSEEVENT    To SEEVENT.
         Move LSECUSTID   To SECUSTID.
         Move LSEOUTCOME  To SEOUTCOME.
         Move LSEDETAIL   To SEDETAIL.

         Open Extend SECLOG.
         If WS-LOGSTAT Equal "35" Then
           Close SECLOG
           Open Output SECLOG
         End-If.
         Write SECLOG-REC
         End-Write.
         Close SECLOG.

       999-End-Of-SubRutine.
         Exit Program.
