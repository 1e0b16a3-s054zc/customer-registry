      *> headings, the SUB265 browse) so the code comes with a name. **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Active rep found; name, email and sign-on ID back.     **
      *>  02: No rep on file for the territory (or blank code).      **
      *>  04: Rep on file but inactive - name still comes back so    **
      *>      the caller can show who it used to be.                 **
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 260902 Created.                                             **
      *> 261015 Return the rep's own sign-on ID (SROPERID) too -     **
      *>        SUB150 can make the rep own the territory's work.    **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB129.
             05 SRSTAT  Pic X(1)  Value "A".
               88 SRSTAT-ACTIVE   Value "A".
               88 SRSTAT-INACTIVE Value "I".
             05 SROPERID Pic X(8) Value Space.

         Working-Storage Section.
           01 WS-REPFILE Pic X(20) Value "data/SALESREP.DAT".
             05 LREPTERR  Pic X(4).
             05 LREPNAME  Pic X(30).
             05 LREPEMAIL Pic X(40).
             05 LREPOPERID Pic X(8).
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-PRMSET, LS-RETVAL.
         Move "00"  To LS-RETVAL.
         Move Space To LREPNAME.
         Move Space To LREPEMAIL.
         Move Space To LREPOPERID.
         If LREPTERR Equal Space Then
           Move "02" To LS-RETVAL
           Perform 999-End-Of-SubRutine
           Not Invalid Key
             Move SRNAME  To LREPNAME
             Move SREMAIL To LREPEMAIL
             Move SROPERID To LREPOPERID
             If SRSTAT-INACTIVE Then
               Move "04" To LS-RETVAL
             End-If
