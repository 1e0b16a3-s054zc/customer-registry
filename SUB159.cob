      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> A subrutine owning the customer's structured name - title,  **
      *> first, middle, last and suffix, kept beside the free-text   **
      *> RCUSTNAME - and the salutation built from it.               **
      *>                                                             **
      *> P splits LNMNAME into the parts. "SMITH, JOHN A" is read    **
      *> surname first; periods are dropped; a leading title (MR,    **
      *> MRS, MS, MX, DR ...) and a trailing suffix (JR, SR, III,    **
      *> PHD ...) are taken off; two words are first and last, three **
      *> first, middle and last, and a VAN/DE/DEL-style particle     **
      *> stays with the surname. A name typed all in capitals (or    **
      *> all in small letters) comes back in ordinary capitals -     **
      *> SMITH-JONES as Smith-Jones, O'BRIEN as O'Brien, MCDONALD as **
      *> McDonald; a name typed in mixed case is kept as typed.      **
      *> Anything it cannot split with confidence - a company, a     **
      *> couple ("AND", "&"), a single word, too many words, a       **
      *> digit or a slash - comes back R with the reason and no      **
      *> parts, for a person to look at (NMP101 prints them).        **
      *>                                                             **
      *> F builds the name in letter order (title, first, middle     **
      *> initial, last, suffix - the middle initial and then the     **
      *> title are dropped when it will not fit in 40) and the       **
      *> salutation name that follows "Dear": title and surname      **
      *> (pref T, or blank with a title on file), the first name     **
      *> (F), or first name and surname with no title at all (N, and **
      *> blank without a title). A name never split (or left for     **
      *> review) gives the preferred name, else RCUSTNAME, and       **
      *> "Customer".                                                 **
      *>                                                             **
      *> LS-FUNC:                                                    **
      *>  P = parse LNMNAME into LNMTITLE ... LNMSUFFIX, LNMSPLIT.   **
      *>  F = format LNMFULL and LNMSALUT from the parts.            **
      *>                                                             **
      *> LS-RETVAL:                                                  **
      *>  00: Done - P: split (LNMSPLIT Y); F: built from the parts. **
      *>  02: F: no trusted parts - the fallback name was used.      **
      *>  03: P: not split - LNMSPLIT R (N for a blank name) and the **
      *>      reason in LNMREASON.                                   **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   SUB159.

       Data Division.
         Working-Storage Section.
           01 WS-LOWER-SET Pic X(26) Value "abcdefghijklmnopqrstuvwxyz".
           01 WS-UPPER-SET Pic X(26) Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 WS-WORK      Pic X(40) Value Space.
           01 WS-PART-A    Pic X(40) Value Space.
           01 WS-PART-B    Pic X(40) Value Space.
           01 WS-B-WORD1   Pic X(40) Value Space.
           01 WS-B-WORD2   Pic X(40) Value Space.
           01 WS-COMMA-CNT Pic 9(2)  Value Zero.
           01 WS-LEAD-CNT  Pic 9(2)  Value Zero.
           01 WS-DIGIT-CNT Pic 9(2)  Value Zero.
           01 WS-AMP-CNT   Pic 9(2)  Value Zero.
           01 WS-PTR       Pic 9(2)  Value 1.
           01 WS-ONE       Pic X(40) Value Space.
           01 WS-TOK-CNT   Pic 9(2)  Value Zero.
           01 WS-TOK-OVER  Pic X     Value "N".
             88 IS-TOK-OVER          Value "Y".
           01 WS-TOK-TBL.
             05 WS-TOK     Pic X(40) Occurs 12 Times.
           01 WS-TX        Pic 9(2)  Value Zero.
           01 WS-FIRST-TX  Pic 9(2)  Value Zero.
           01 WS-LAST-TX   Pic 9(2)  Value Zero.
           01 WS-WORDS     Pic 9(2)  Value Zero.
           01 WS-CHK       Pic X(40) Value Space.
           01 WS-FOUND     Pic X     Value "N".
             88 IS-FOUND             Value "Y".
           01 WS-SEG       Pic X(40) Value Space.
           01 WS-SEG-LEN   Pic 9(2)  Value Zero.
           01 WS-CX        Pic 9(2)  Value Zero.
           01 WS-CH        Pic X     Value Space.
           01 WS-PC-UC     Pic X(40) Value Space.
           01 WS-PC-LC     Pic X(40) Value Space.
           01 WS-OUT       Pic X(40) Value Space.
           01 WS-OUT-PTR   Pic 9(2)  Value 1.
           01 WS-OUT-OVER  Pic X     Value "N".
             88 IS-OUT-OVER          Value "Y".
           01 WS-SHAPE     Pic X(1)  Value "A".
             88 SHAPE-ALL            Value "A".
             88 SHAPE-NO-MIDDLE      Value "M".
             88 SHAPE-SHORT          Value "S".

      *>  Words taken off the front of a name as a title.
           01 WS-TITLE-LIST.
             05 Filler Pic X(30) Value "MR    MRS   MS    MISS  MX    ".
             05 Filler Pic X(30) Value "DR    PROF  REV   SIR   DAME  ".
             05 Filler Pic X(30) Value "LADY  LORD  CAPT  FR    HON   ".
           01 WS-TITLE-TBL Redefines WS-TITLE-LIST.
             05 WS-TITLE-ENT Pic X(6) Occurs 15 Times
                                  Indexed By WS-TLX.

      *>  Words taken off the end as a suffix, with the way each is
      *>  written on a letter.
           01 WS-SUFFIX-LIST.
             05 Filler Pic X(12) Value "JR    Jr    ".
             05 Filler Pic X(12) Value "SR    Sr    ".
             05 Filler Pic X(12) Value "II    II    ".
             05 Filler Pic X(12) Value "III   III   ".
             05 Filler Pic X(12) Value "IV    IV    ".
             05 Filler Pic X(12) Value "MD    MD    ".
             05 Filler Pic X(12) Value "PHD   PhD   ".
             05 Filler Pic X(12) Value "ESQ   Esq   ".
             05 Filler Pic X(12) Value "DDS   DDS   ".
             05 Filler Pic X(12) Value "CPA   CPA   ".
             05 Filler Pic X(12) Value "RN    RN    ".
           01 WS-SUFFIX-TBL Redefines WS-SUFFIX-LIST.
             05 WS-SUFFIX-ENT Occurs 11 Times Indexed By WS-SFX.
               10 WS-SFX-WORD Pic X(6).
               10 WS-SFX-SHOW Pic X(6).

      *>  Words that mark a company, a trust or an institution
      *>  rather than a person.
           01 WS-CO-LIST.
             05 Filler Pic X(12) Value "INC".
             05 Filler Pic X(12) Value "LLC".
             05 Filler Pic X(12) Value "LTD".
             05 Filler Pic X(12) Value "LLP".
             05 Filler Pic X(12) Value "LP".
             05 Filler Pic X(12) Value "PLC".
             05 Filler Pic X(12) Value "GMBH".
             05 Filler Pic X(12) Value "AG".
             05 Filler Pic X(12) Value "CO".
             05 Filler Pic X(12) Value "CORP".
             05 Filler Pic X(12) Value "CORPORATION".
             05 Filler Pic X(12) Value "COMPANY".
             05 Filler Pic X(12) Value "GROUP".
             05 Filler Pic X(12) Value "TRUST".
             05 Filler Pic X(12) Value "ESTATE".
             05 Filler Pic X(12) Value "BANK".
             05 Filler Pic X(12) Value "ASSOC".
             05 Filler Pic X(12) Value "ASSOCIATES".
             05 Filler Pic X(12) Value "ASSOCIATION".
             05 Filler Pic X(12) Value "SOCIETY".
             05 Filler Pic X(12) Value "SERVICES".
             05 Filler Pic X(12) Value "HOLDINGS".
             05 Filler Pic X(12) Value "PARTNERS".
             05 Filler Pic X(12) Value "ENTERPRISES".
             05 Filler Pic X(12) Value "SOLUTIONS".
             05 Filler Pic X(12) Value "INTL".
             05 Filler Pic X(12) Value "FOUNDATION".
             05 Filler Pic X(12) Value "CHURCH".
             05 Filler Pic X(12) Value "SCHOOL".
             05 Filler Pic X(12) Value "UNIVERSITY".
             05 Filler Pic X(12) Value "HOSPITAL".
             05 Filler Pic X(12) Value "CLUB".
             05 Filler Pic X(12) Value "COUNCIL".
             05 Filler Pic X(12) Value "AGENCY".
             05 Filler Pic X(12) Value "DEPT".
             05 Filler Pic X(12) Value "STORE".
           01 WS-CO-TBL Redefines WS-CO-LIST.
             05 WS-CO-ENT Pic X(12) Occurs 36 Times Indexed By WS-COX.

      *>  Surname particles that stay with the word after them.
           01 WS-PTCL-LIST.
             05 Filler Pic X(40)
                Value "VAN VON DE  DA  DI  DEL DELADER DU  LA  ".
             05 Filler Pic X(36)
                Value "LE  ST  MAC BIN AL  DOS DAS TEN TER ".
           01 WS-PTCL-TBL Redefines WS-PTCL-LIST.
             05 WS-PTCL-ENT Pic X(4) Occurs 19 Times
                                 Indexed By WS-PTX.

         Linkage Section.
           01 LS-FUNC Pic X(1).
           01 LS-PRMSET.
             Copy NAMELK.
           01 LS-RETVAL Pic X(2).

       Procedure Division Using LS-FUNC, LS-PRMSET, LS-RETVAL.
       100-Main.
         Move "00" To LS-RETVAL.
         Evaluate LS-FUNC
           When "P" Perform 200-Parse-Name
           When "F" Perform 300-Format-Name
         End-Evaluate.
         Perform 999-End-Of-SubRutine.

       200-Parse-Name.
         Move Space To LNMTITLE.
         Move Space To LNMFIRST.
         Move Space To LNMMIDDLE.
         Move Space To LNMLAST.
         Move Space To LNMSUFFIX.
         Move Space To LNMREASON.
         If LNMNAME Equal Space Then
           Move "N" To LNMSPLIT
           Move "NO NAME ON FILE" To LNMREASON
         Else
           Move LNMNAME To WS-WORK
           Inspect WS-WORK Replacing All "." By Space
           Move Zero To WS-COMMA-CNT
           Inspect WS-WORK Tallying WS-COMMA-CNT For All ","
           If WS-COMMA-CNT Greater Than 1 Then
             Move "PUNCTUATION NOT CLEAR" To LNMREASON
           End-If
           If WS-COMMA-CNT Equal 1 Then
             Perform 220-Reorder-Comma
           End-If
           If LNMREASON Equal Space Then
             Perform 230-Split-Words
             Perform 240-Check-Person
           End-If
           If LNMREASON Equal Space Then
             Perform 250-Take-Title-Suffix
             Perform 260-Assign-Parts
           End-If
           If LNMREASON Equal Space Then
             Move "Y" To LNMSPLIT
           Else
             Move "R" To LNMSPLIT
             Move Space To LNMTITLE
             Move Space To LNMFIRST
             Move Space To LNMMIDDLE
             Move Space To LNMLAST
             Move Space To LNMSUFFIX
           End-If
         End-If.
         If Not LNMSPLIT-YES Then
           Move "03" To LS-RETVAL
         End-If.

      *>  "SMITH, JOHN A" is surname first; "JOHN SMITH, JR" only
      *>  has the suffix behind the comma and keeps its order.
       220-Reorder-Comma.
         Move Space To WS-PART-A.
         Move Space To WS-PART-B.
         Unstring WS-WORK Delimited By ","
           Into WS-PART-A, WS-PART-B
         End-Unstring.
         Move Zero To WS-LEAD-CNT.
         Inspect WS-PART-B Tallying WS-LEAD-CNT For Leading Space.
         If WS-LEAD-CNT Less Than 40 Then
           Move WS-PART-B(WS-LEAD-CNT + 1:) To WS-ONE
           Move WS-ONE To WS-PART-B
         End-If.
         Move Space To WS-B-WORD1.
         Move Space To WS-B-WORD2.
         Unstring WS-PART-B Delimited By All Space
           Into WS-B-WORD1, WS-B-WORD2
         End-Unstring.
         Move WS-B-WORD1 To WS-CHK.
         Perform 280-Upper-Check.
         Perform 285-Find-Suffix.
         Move Space To WS-OUT.
         Move 1     To WS-OUT-PTR.
         Move "N"   To WS-OUT-OVER.
         If WS-B-WORD2 Equal Space And IS-FOUND Then
           Move WS-PART-A To WS-SEG
           Perform 920-Append-Seg
           Move WS-PART-B To WS-SEG
           Perform 920-Append-Seg
         Else
           Move WS-PART-B To WS-SEG
           Perform 920-Append-Seg
           Move WS-PART-A To WS-SEG
           Perform 920-Append-Seg
         End-If.
         Move WS-OUT To WS-WORK.
         If IS-OUT-OVER Then
           Move "PUNCTUATION NOT CLEAR" To LNMREASON
         End-If.

       230-Split-Words.
         Move Zero To WS-TOK-CNT.
         Move "N"  To WS-TOK-OVER.
         Move Space To WS-TOK-TBL.
         Move 1    To WS-PTR.
         Perform 235-Next-Word
           Until WS-PTR Greater Than 40.

       235-Next-Word.
         Move Space To WS-ONE.
         Unstring WS-WORK Delimited By All Space
           Into WS-ONE
           With Pointer WS-PTR
         End-Unstring.
         If WS-ONE Not Equal Space Then
           If WS-TOK-CNT Less Than 12 Then
             Add 1 To WS-TOK-CNT
             Move WS-ONE To WS-TOK(WS-TOK-CNT)
           Else
             Move "Y" To WS-TOK-OVER
           End-If
         End-If.

      *>  The order only settles which reason is printed.
       240-Check-Person.
         If IS-TOK-OVER Then
           Move "TOO MANY NAME WORDS" To LNMREASON
         End-If.
         Perform 245-Check-One-Word
           Varying WS-TX From 1 By 1
           Until WS-TX Greater Than WS-TOK-CNT
             Or LNMREASON Not Equal Space.
         If LNMREASON Equal Space Then
           Move WS-TOK(1) To WS-CHK
           Perform 280-Upper-Check
           If WS-CHK Equal "THE" Then
             Move "LOOKS LIKE A COMPANY" To LNMREASON
           End-If
         End-If.

       245-Check-One-Word.
         Move WS-TOK(WS-TX) To WS-CHK.
         Perform 280-Upper-Check.
         Move Zero To WS-AMP-CNT.
         Inspect WS-CHK Tallying WS-AMP-CNT For All "&".
         Move Zero To WS-DIGIT-CNT.
         Inspect WS-CHK Tallying WS-DIGIT-CNT
           For All "0" "1" "2" "3" "4" "5" "6" "7" "8" "9".
         Set WS-COX To 1.
         Move "N" To WS-FOUND.
         Search WS-CO-ENT
           At End Continue
           When WS-CO-ENT(WS-COX) Equal WS-CHK
             Move "Y" To WS-FOUND
         End-Search.
         Evaluate True
           When WS-CHK Equal "AND" Or WS-AMP-CNT Greater Than Zero
             Move "JOINT OR COUPLE NAME" To LNMREASON
           When IS-FOUND
             Move "LOOKS LIKE A COMPANY" To LNMREASON
           When WS-DIGIT-CNT Greater Than Zero
             Move "DIGITS IN NAME" To LNMREASON
           When WS-CHK(1:1) Equal "/"
             Or WS-CHK(2:1) Equal "/"
             Move "CARE-OF OR SLASH IN NAME" To LNMREASON
         End-Evaluate.

       250-Take-Title-Suffix.
         Move 1          To WS-FIRST-TX.
         Move WS-TOK-CNT To WS-LAST-TX.
         If WS-TOK-CNT Greater Than 1 Then
           Move WS-TOK(1) To WS-CHK
           Perform 280-Upper-Check
           Set WS-TLX To 1
           Move "N" To WS-FOUND
           Search WS-TITLE-ENT
             At End Continue
             When WS-TITLE-ENT(WS-TLX) Equal WS-CHK
               Move "Y" To WS-FOUND
           End-Search
           If IS-FOUND Then
             Move WS-TOK(1) To WS-SEG
             Perform 290-Proper-Case
             Move WS-SEG To LNMTITLE
             Move 2 To WS-FIRST-TX
           End-If
         End-If.
         If WS-LAST-TX Greater Than WS-FIRST-TX Then
           Move WS-TOK(WS-LAST-TX) To WS-CHK
           Perform 280-Upper-Check
           Perform 285-Find-Suffix
           If IS-FOUND Then
             Move WS-SFX-SHOW(WS-SFX) To LNMSUFFIX
             Subtract 1 From WS-LAST-TX
           End-If
         End-If.

      *>  Two words are first and last, three first, middle and
      *>  last - unless the middle word is a surname particle. Four
      *>  only pass when particles account for the extra words. One
      *>  word after a title ("MR SMITH") is the surname alone.
       260-Assign-Parts.
         Compute WS-WORDS = WS-LAST-TX - WS-FIRST-TX + 1.
         Perform 265-Case-Word
           Varying WS-TX From WS-FIRST-TX By 1
           Until WS-TX Greater Than WS-LAST-TX.
         Evaluate WS-WORDS
           When 0
             Move "NO NAME AFTER TITLE" To LNMREASON
           When 1
             If LNMTITLE Equal Space Then
               Move "ONE WORD ONLY" To LNMREASON
             Else
               Move WS-FIRST-TX To WS-TX
               Perform 270-Join-Surname
             End-If
           When 2
             Move WS-TOK(WS-FIRST-TX) To LNMFIRST
             Move WS-FIRST-TX To WS-TX
             Add 1 To WS-TX
             Perform 270-Join-Surname
           When 3
             Move WS-TOK(WS-FIRST-TX) To LNMFIRST
             Move WS-TOK(WS-FIRST-TX + 1) To WS-CHK
             Perform 275-Check-Particle
             Move WS-FIRST-TX To WS-TX
             If IS-FOUND Then
               Add 1 To WS-TX
             Else
               Move WS-TOK(WS-FIRST-TX + 1) To LNMMIDDLE
               Add 2 To WS-TX
             End-If
             Perform 270-Join-Surname
           When 4
             Move WS-TOK(WS-FIRST-TX) To LNMFIRST
             Move WS-TOK(WS-FIRST-TX + 2) To WS-CHK
             Perform 275-Check-Particle
             If Not IS-FOUND Then
               Move "TOO MANY NAME WORDS" To LNMREASON
             Else
               Move WS-TOK(WS-FIRST-TX + 1) To WS-CHK
               Perform 275-Check-Particle
               Move WS-FIRST-TX To WS-TX
               If IS-FOUND Then
                 Add 1 To WS-TX
               Else
                 Move WS-TOK(WS-FIRST-TX + 1) To LNMMIDDLE
                 Add 2 To WS-TX
               End-If
               Perform 270-Join-Surname
             End-If
           When Other
             Move "TOO MANY NAME WORDS" To LNMREASON
         End-Evaluate.
         If LNMREASON Equal Space Then
           If WS-TOK(WS-FIRST-TX)(21:20) Not Equal Space
             Or (WS-WORDS Greater Than 2
                 And WS-TOK(WS-FIRST-TX + 1)(21:20) Not Equal Space)
             Then
             Move "NAME PART TOO LONG" To LNMREASON
           End-If
         End-If.

       265-Case-Word.
         Move WS-TOK(WS-TX) To WS-SEG.
         Perform 290-Proper-Case.
         Move WS-SEG To WS-TOK(WS-TX).

      *>  The surname is every word from WS-TX to the last, one
      *>  space apart.
       270-Join-Surname.
         Move Space To WS-OUT.
         Move 1     To WS-OUT-PTR.
         Move "N"   To WS-OUT-OVER.
         Perform 272-Join-Surname-Word
           Varying WS-TX From WS-TX By 1
           Until WS-TX Greater Than WS-LAST-TX.
         If IS-OUT-OVER Or WS-OUT(26:15) Not Equal Space Then
           Move "NAME PART TOO LONG" To LNMREASON
         Else
           Move WS-OUT To LNMLAST
         End-If.

       272-Join-Surname-Word.
         Move WS-TOK(WS-TX) To WS-SEG.
         Perform 920-Append-Seg.

       275-Check-Particle.
         Perform 280-Upper-Check.
         Set WS-PTX To 1.
         Move "N" To WS-FOUND.
         If WS-CHK(5:36) Equal Space Then
           Search WS-PTCL-ENT
             At End Continue
             When WS-PTCL-ENT(WS-PTX) Equal WS-CHK(1:4)
               Move "Y" To WS-FOUND
           End-Search
         End-If.

       280-Upper-Check.
         Inspect WS-CHK Converting WS-LOWER-SET To WS-UPPER-SET.

       285-Find-Suffix.
         Set WS-SFX To 1.
         Move "N" To WS-FOUND.
         If WS-CHK(7:34) Equal Space Then
           Search WS-SUFFIX-ENT
             At End Continue
             When WS-SFX-WORD(WS-SFX) Equal WS-CHK(1:6)
               Move "Y" To WS-FOUND
           End-Search
         End-If.

      *>  A word typed all in capitals or all in small letters gets
      *>  ordinary capitals: the first letter, any letter after a
      *>  hyphen or apostrophe, and the third of a MC- name. Mixed
      *>  case means someone typed it deliberately - left alone.
       290-Proper-Case.
         Move WS-SEG To WS-PC-UC.
         Inspect WS-PC-UC Converting WS-LOWER-SET To WS-UPPER-SET.
         Move WS-SEG To WS-PC-LC.
         Inspect WS-PC-LC Converting WS-UPPER-SET To WS-LOWER-SET.
         If WS-SEG Equal WS-PC-UC Or WS-SEG Equal WS-PC-LC Then
           Move WS-PC-LC To WS-SEG
           Perform 295-Capitalize-Char
             Varying WS-CX From 1 By 1
             Until WS-CX Greater Than 40
           If WS-PC-UC(1:2) Equal "MC"
             And WS-PC-UC(3:1) Not Equal Space Then
             Move WS-SEG(3:1) To WS-CH
             Inspect WS-CH Converting WS-LOWER-SET To WS-UPPER-SET
             Move WS-CH To WS-SEG(3:1)
           End-If
         End-If.

       295-Capitalize-Char.
         If WS-CX Equal 1 Then
           Move WS-SEG(1:1) To WS-CH
           Inspect WS-CH Converting WS-LOWER-SET To WS-UPPER-SET
           Move WS-CH To WS-SEG(1:1)
         Else
           If WS-SEG(WS-CX - 1:1) Equal "-"
             Or WS-SEG(WS-CX - 1:1) Equal "'" Then
             Move WS-SEG(WS-CX:1) To WS-CH
             Inspect WS-CH Converting WS-LOWER-SET To WS-UPPER-SET
             Move WS-CH To WS-SEG(WS-CX:1)
           End-If
         End-If.

      *>  Letter name: the full shape first, then without the middle
      *>  initial, then without the title as well, until it fits.
       300-Format-Name.
         Move Space To LNMFULL.
         Move Space To LNMSALUT.
         If Not LNMSPLIT-YES Or LNMLAST Equal Space Then
           If LNMPNAME Not Equal Space Then
             Move LNMPNAME To LNMFULL
           Else
             Move LNMNAME  To LNMFULL
           End-If
           Move "Customer" To LNMSALUT
           Move "02" To LS-RETVAL
         Else
           Move "A" To WS-SHAPE
           Perform 310-Build-Full-Name
           If IS-OUT-OVER Then
             Move "M" To WS-SHAPE
             Perform 310-Build-Full-Name
           End-If
           If IS-OUT-OVER Then
             Move "S" To WS-SHAPE
             Perform 310-Build-Full-Name
           End-If
           Move WS-OUT To LNMFULL
           Perform 320-Build-Salutation
         End-If.

       310-Build-Full-Name.
         Move Space To WS-OUT.
         Move 1     To WS-OUT-PTR.
         Move "N"   To WS-OUT-OVER.
         If Not SHAPE-SHORT Then
           Move LNMTITLE To WS-SEG
           Perform 920-Append-Seg
         End-If.
         Move LNMFIRST To WS-SEG.
         Perform 920-Append-Seg.
         If SHAPE-ALL Then
           Move Space To WS-SEG
           Move LNMMIDDLE(1:1) To WS-SEG
           Perform 920-Append-Seg
         End-If.
         Move LNMLAST To WS-SEG.
         Perform 920-Append-Seg.
         Move LNMSUFFIX To WS-SEG.
         Perform 920-Append-Seg.

       320-Build-Salutation.
         Move Space To WS-OUT.
         Move 1     To WS-OUT-PTR.
         Move "N"   To WS-OUT-OVER.
         Evaluate True
           When LNMSALPREF Equal "F" And LNMFIRST Not Equal Space
             Move LNMFIRST To WS-SEG
             Perform 920-Append-Seg
           When LNMSALPREF Not Equal "N" And LNMSALPREF Not Equal "F"
             And LNMTITLE Not Equal Space
             Move LNMTITLE To WS-SEG
             Perform 920-Append-Seg
             Move LNMLAST  To WS-SEG
             Perform 920-Append-Seg
           When LNMFIRST Not Equal Space
             Move LNMFIRST To WS-SEG
             Perform 920-Append-Seg
             Move LNMLAST  To WS-SEG
             Perform 920-Append-Seg
           When LNMTITLE Not Equal Space
             Move LNMTITLE To WS-SEG
             Perform 920-Append-Seg
             Move LNMLAST  To WS-SEG
             Perform 920-Append-Seg
           When Other
             Move "Customer" To WS-OUT
         End-Evaluate.
         Move WS-OUT To LNMSALUT.

      *>  WS-SEG-LEN = position of the last non-blank in WS-SEG.
       910-Seg-Length.
         Move Zero To WS-SEG-LEN.
         Perform 915-Seg-Length-Char
           Varying WS-CX From 1 By 1
           Until WS-CX Greater Than 40.

       915-Seg-Length-Char.
         If WS-SEG(WS-CX:1) Not Equal Space Then
           Move WS-CX To WS-SEG-LEN
         End-If.

      *>  Adds WS-SEG to WS-OUT one blank after what is there; a
      *>  blank segment adds nothing.
       920-Append-Seg.
         Perform 910-Seg-Length.
         If WS-SEG-LEN Greater Than Zero Then
           If WS-OUT-PTR Greater Than 1 Then
             String " " Delimited By Size
               Into WS-OUT
               With Pointer WS-OUT-PTR
               On Overflow Move "Y" To WS-OUT-OVER
             End-String
           End-If
           String WS-SEG(1:WS-SEG-LEN) Delimited By Size
             Into WS-OUT
             With Pointer WS-OUT-PTR
             On Overflow Move "Y" To WS-OUT-OVER
           End-String
         End-If.

       999-End-Of-SubRutine.
         Exit Program.
