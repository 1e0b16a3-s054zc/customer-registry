      *> 260902 Created.                                             **
      *> 260902 Splash *** TRAINING *** on the screens while TRN101's **
      *>        practice files are in place (SUB143).                 **
      *> 261015 Adding or removing a number queues the "your         **
      *>        details were changed" notice through SUB460.         **
      *> 261015 Passes the do-not-text flag to SUB460.               **
      *> 261015 Warn when an added number's area code is unknown,    **
      *>        out of service or serves another state (SUB158).     **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB400.
           01 WS-CPHNSTAT Pic 9(2).
           01 WS-INPKEY   Pic X     Value Space.
           01 WS-STATUS   Pic X(30) Value Space.
           01 WS-NPA-PRMSET.
             05 WS-NPA-PHONE Pic X(20).
             05 WS-NPA-STATE Pic X(2).
             05 WS-NPA-CTRY  Pic X(2).
             05 WS-NPA-CODE  Pic X(3).
             05 WS-NPA-HOME  Pic X(2).
           01 WS-NPA-RETVAL Pic X(2) Value Space.
           01 WS-ENT-PHONE Pic X(20) Value Space.
           01 WS-ENT-TYPE  Pic X(2)  Value Space.
           01 WS-EOF      Pic X     Value "N".
               10 WS-L-PHONE Pic X(20) Value Space.
               10 WS-L-TYPE  Pic X(2)  Value Space.
               10 WS-L-PREF  Pic X(1)  Value Space.
           01 WS-NTC-PRMSET.
             Copy CHGNTLK.
           01 WS-NTC-RETVAL Pic X(2).

         Linkage Section.
           01 LS-CUSTID Pic X(10).
             Move LS-CUSTID    To WS-XRF-CUSTID
             Call "SUB120" Using WS-XRF-FUNC, WS-XRF-PRMSET,
                 WS-XRF-RETVAL
             Perform 150-Queue-Change-Notice
             Perform 126-Check-Area-Code
         End-Write.
         Close CUSTPHON.

      *>  The number is kept either way; SUB158 only decides which
      *>  message the clerk sees.
       126-Check-Area-Code.
         Move WS-ENT-PHONE To WS-NPA-PHONE.
         Move CUSTSTATE Of WS-CUST-DAT To WS-NPA-STATE.
         Move CUSTCTRY Of WS-CUST-DAT  To WS-NPA-CTRY.
         Call "SUB158" Using WS-NPA-PRMSET, WS-NPA-RETVAL.
         Evaluate WS-NPA-RETVAL
           When "03"
             Move "Added - unknown area code!" To WS-STATUS
           When "04"
             Move "Added - inactive area code!" To WS-STATUS
           When "05"
             Move "Added - area code mismatch!" To WS-STATUS
           When Other
             Move "Phone number added!" To WS-STATUS
         End-Evaluate.

       130-Delete-Phone.
         If WS-ENT-PHONE Equal Space Then
           Move "Phone number is required!" To WS-STATUS
                 Move "Number not listed!" To WS-STATUS
               Not Invalid Key
                 Perform 135-Unindex-Unless-Legacy
                 Perform 150-Queue-Change-Notice
                 Move "Phone number removed!" To WS-STATUS
             End-Delete
             Close CUSTPHON
               WS-XRF-RETVAL
         End-If.

      *>  A number added or removed here is a phone change like one
      *>  made through SUB102, and the customer hears about it the
      *>  same way (SUB460); address and email are untouched.
       150-Queue-Change-Notice.
         Move LS-CUSTID   To LNCUSTID.
         Move "N"         To LNADRCHG.
         Move "N"         To LNEMLCHG.
         Move "Y"         To LNPHNCHG.
         Move Space       To LNOPERID.
         Move CUSTEMAIL   Of WS-CUST-DAT To LNNEWEMAIL.
         Move CUSTEMAIL   Of WS-CUST-DAT To LNOLDEMAIL.
         Move CUSTADDR1   Of WS-CUST-DAT To LNNEWADDR1.
         Move CUSTADDR1   Of WS-CUST-DAT To LNOLDADDR1.
         Move CUSTADDR2   Of WS-CUST-DAT To LNOLDADDR2.
         Move CUSTCITY    Of WS-CUST-DAT To LNOLDCITY.
         Move CUSTSTATE   Of WS-CUST-DAT To LNOLDSTATE.
         Move CUSTZIP     Of WS-CUST-DAT To LNOLDZIP.
         Move CUSTDNM     Of WS-CUST-DAT To LNDNM.
         Move CUSTDNE     Of WS-CUST-DAT To LNDNE.
         Move CUSTDNT     Of WS-CUST-DAT To LNDNT.
         Move CUSTUNDELIV Of WS-CUST-DAT To LNUNDELIV.
         Move CUSTEMLBAD  Of WS-CUST-DAT To LNEMLBAD.
         Move CUSTLIFECYC Of WS-CUST-DAT To LNLIFECYC.
         Call "SUB460" Using WS-NTC-PRMSET, WS-NTC-RETVAL.

       140-Set-Preferred.
         If WS-ENT-PHONE Equal Space Then
           Move "Phone number is required!" To WS-STATUS
