      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine to validate a lead-source code (RCUSTSRC -      **
      *> where the customer came from) against the LEADSRC.DAT       **
      *> reference file (see LSRCFD) - the SUB132 pattern. A blank   **
      *> code is always allowed (every record from before the field  **
      *> has one, and only the create screen insists on a value); a  **
      *> non-blank code must exist on file and be active. Called by  **
      *> SUB101 before a create is written.                          **
      *>                                                             **
      *> If LEADSRC.DAT does not exist yet it is created and seeded  **
      *> with the starter codes the first time this subrutine runs,  **
      *> the same way SUB132 seeds OFFICE.DAT; more are added        **
      *> through the SUB530 maintenance screen. BLK and PTN are the  **
      *> codes the LOD101 and CSV101 batches stamp by default.       **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Code is blank, or on file and active; LSRCDESC comes   **
      *>      back for a found code.                                 **
      *>  02: Code not on LEADSRC.DAT, or deactivated.               **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB163.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select LEADSRC Assign WS-LSRCFILE
             Organization Is Indexed
             Access Mode  Is Random
             Record Key   Is LSCODE
             File Status WS-LSRCSTAT.

       Data Division.
         File Section.
           Fd LEADSRC.
           01 LEADSRC-REC.
             Copy LSRCFD.

         Working-Storage Section.
           01 WS-LSRCFILE Pic X(20) Value "data/LEADSRC.DAT".
           01 WS-LSRCSTAT Pic 9(2).

         Linkage Section.
           01 LS-PRMSET.
             05 LSRCCODE Pic X(3).
             05 LSRCDESC Pic X(20).
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-PRMSET, LS-RETVAL.
       100-Main.

       200-Validate-Source.
         Move "00" To LS-RETVAL.
         If LSRCCODE Not Equal Space Then
           Open Input LEADSRC
           If WS-LSRCSTAT Equal "35" Then
             Close LEADSRC
             Perform 210-Seed-Reference-File
             Open Input LEADSRC
           End-If
           Move LSRCCODE To LSCODE
           Read LEADSRC
             Key Is LSCODE
             Invalid Key Move "02" To LS-RETVAL
           End-Read
           If LS-RETVAL Equal "00" And LSSTAT-INACTIVE Then
             Move "02" To LS-RETVAL
           End-If
           If LS-RETVAL Equal "00" Then
             Move LSDESC To LSRCDESC
           End-If
           Close LEADSRC
         End-If.
         Perform 999-End-Of-SubRutine.

       210-Seed-Reference-File.
         Open Output LEADSRC.
           Move "A"   To LSSTAT
           Move "REF" To LSCODE
           Move "REFERRAL" To LSDESC
           Write LEADSRC-REC
           End-Write
           Move "WEB" To LSCODE
           Move "WEBSITE" To LSDESC
           Write LEADSRC-REC
           End-Write
           Move "ADV" To LSCODE
           Move "ADVERTISING" To LSDESC
           Write LEADSRC-REC
           End-Write
           Move "EVT" To LSCODE
           Move "EVENT/TRADE SHOW" To LSDESC
           Write LEADSRC-REC
           End-Write
           Move "WLK" To LSCODE
           Move "WALK-IN/PHONE-IN" To LSDESC
           Write LEADSRC-REC
           End-Write
           Move "PTN" To LSCODE
           Move "PARTNER LIST" To LSDESC
           Write LEADSRC-REC
           End-Write
           Move "BLK" To LSCODE
           Move "BULK LOAD" To LSDESC
           Write LEADSRC-REC
           End-Write
           Move "OTH" To LSCODE
           Move "OTHER" To LSDESC
           Write LEADSRC-REC
           End-Write
         Close LEADSRC.

       999-End-Of-SubRutine.
         Exit Program.
