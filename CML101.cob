      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       CUSTOMER REGISTRY MAINTENANCE TEAM            **
      *>                                                             **
      *> DATE-WRITTEN: 2026-10-15                                    **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Company mail run. Labels, or letters from a template, for   **
      *> every active organisation on COMPANY.DAT, addressed to the  **
      *> company's own RCOMPADDR1/RCOMPCITY/RCOMPZIP with an ATTN    **
      *> line naming a contact linked to it (RCUSTCOID) - the holder **
      *> of the role code asked for (BL billing and so on) when there**
      *> is one, else the primary contact (RCUSTCOPRIM), else any    **
      *> other contact who takes mail. A company whose contacts have **
      *> all refused mail (RCUSTDNM) is skipped; one with no contacts**
      *> is written to without an ATTN line. With the roll-up, each  **
      *> RCOMPPARENT group (walked as CMP101 walks it) gets one piece**
      *> at the top parent's address, a contact at the parent named  **
      *> ahead of one at a subsidiary. A letter body comes from      **
      *> data/COMP<template>.TPL (<SALUT> merged as in LTR101) and   **
      *> each letter is logged on CONTACT.DAT for the named contact. **
      *> Output, in ZIP order: data/COMPLABELS.PRT or COMPLTRS.PRT,  **
      *> archived through SUB117. Run outside the PGM001 menu, on    **
      *> the console.                                                **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
       Identification Division.
         Program-Id.   CML101.

       Environment Division.
         Input-Output Section.
         File-Control.
           Select COMPANY Assign WS-COMPFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCOMPID
             File Status WS-COMPSTAT.
           Select CUST Assign WS-CUSTFILE
             Organization Is Indexed
             Access Mode  Is Sequential
             Record Key   Is RCUSTID
             Alternate Record Key Is RCUSTNAME
               With Duplicates
             File Status WS-CUSTSTAT.
           Select SORTFILE Assign WS-SORTFILE.
           Select TPLFILE Assign WS-TPLFILE
             Organization Is Line Sequential
             File Status WS-TPLSTAT.
           Select PRTFILE Assign WS-PRTFILE
             Organization Is Line Sequential
             File Status WS-PRTSTAT.

       Data Division.
         File Section.
           Fd COMPANY.
           01 COMPANY-REC.
             Copy COMPFD.

           Fd CUST.
           01 CUST-REC.
             Copy CUSTFD.

           Sd SORTFILE.
           01 SORT-REC.
             05 S-ZIP    Pic X(10).
             05 S-COMPID Pic X(6).
             05 S-CX     Pic 9(3).

           Fd TPLFILE.
           01 TPL-REC Pic X(60).

           Fd PRTFILE.
           01 PRT-REC Pic X(80).

         Working-Storage Section.
           01 WS-COMPFILE Pic X(20) Value "data/COMPANY.DAT".
           01 WS-COMPSTAT Pic 9(2).
           01 WS-CUSTFILE Pic X(20) Value "data/CUSTOMER.DAT".
           01 WS-CUSTSTAT Pic 9(2).
           01 WS-SORTFILE Pic X(20) Value "data/CML101.SRT".
           01 WS-TPLFILE  Pic X(30) Value Space.
           01 WS-TPLSTAT  Pic 9(2).
           01 WS-PRTFILE  Pic X(30) Value Space.
           01 WS-PRTSTAT  Pic 9(2).
           01 WS-EOF      Pic X     Value "N".
             88 IS-EOF              Value "Y".
           01 WS-TPL-EOF  Pic X     Value "N".
             88 IS-TPL-EOF          Value "Y".

      *>  The run's choices, asked on the console.
           01 WS-F-TEMPLATE Pic X(8) Value Space.
           01 WS-F-ROLE   Pic X(2)  Value Space.
           01 WS-F-ROLLUP Pic X(1)  Value "N".
             88 IS-ROLLUP           Value "Y".

      *>  The whole company file loads into this table, as CMP101
      *>  loads it. Each company points at the company its mail goes
      *>  to - itself, or with the roll-up the top of its RCOMPPARENT
      *>  chain - and the contacts scan leaves the best attention
      *>  contact found so far on that addressee's entry. Rank 1 is
      *>  best: the chosen role held by the primary contact, then
      *>  any holder of the role, then the primary contact, then any
      *>  other mailable contact; a contact at a subsidiary ranks
      *>  behind every contact at the addressee itself.
           01 WS-CO-COUNT Pic 9(3)  Value Zero.
           01 WS-CO-TBL.
             05 WS-CO-ENTRY Occurs 500 Times Indexed By WS-CX.
               10 WS-CO-ID       Pic X(6).
               10 WS-CO-PARENT   Pic X(6).
               10 WS-CO-STAT     Pic X(1).
               10 WS-CO-NAME     Pic X(40).
               10 WS-CO-ADDR1    Pic X(30).
               10 WS-CO-ADDR2    Pic X(30).
               10 WS-CO-CITY     Pic X(20).
               10 WS-CO-STATE    Pic X(2).
               10 WS-CO-ZIP      Pic X(10).
               10 WS-CO-TOP      Pic 9(3).
               10 WS-CO-CONTACTS Pic X(1).
               10 WS-CO-MAILABLE Pic X(1).
               10 WS-CO-RANK     Pic 9(2).
               10 WS-CO-ATTNID   Pic X(10).
               10 WS-CO-ATTN     Pic X(40).
               10 WS-CO-SALUT    Pic X(40).
           01 WS-IX       Pic 9(3)  Value Zero.
           01 WS-TX       Pic 9(3)  Value Zero.
           01 WS-DEPTH    Pic 9(3)  Value Zero.
           01 WS-FIND-ID  Pic X(6)  Value Space.
           01 WS-FOUND    Pic X     Value "N".
             88 IS-FOUND            Value "Y".
           01 WS-CLIMB    Pic X     Value "N".
             88 IS-CLIMB            Value "Y".
           01 WS-RANK     Pic 9(2)  Value Zero.

           01 WS-PIECE-CNT  Pic 9(6) Value Zero.
           01 WS-ROLLED-CNT Pic 9(6) Value Zero.
           01 WS-DNM-CNT    Pic 9(6) Value Zero.
           01 WS-NOADDR-CNT Pic 9(6) Value Zero.
           01 WS-FALLBK-CNT Pic 9(6) Value Zero.
           01 WS-NOATTN-CNT Pic 9(6) Value Zero.

           01 WS-NAME-FUNC   Pic X(1) Value "F".
           01 WS-NAME-PRMSET.
             Copy NAMELK.
           01 WS-NAME-RETVAL Pic X(2).
           01 WS-CONT-PRMSET.
             05 WS-CACTCUSTID  Pic X(10).
             05 WS-CACTOPERID  Pic X(8).
             05 WS-CACTMETHOD  Pic X(1).
             05 WS-CACTOUTCOME Pic X(1).
             05 WS-CACTTEXT    Pic X(40).
           01 WS-CONT-RETVAL Pic X(2).
           01 WS-ARC-NAME   Pic X(8).
           01 WS-ARC-RETVAL Pic X(2).

           01 WS-LTR-SALUT  Pic X(40) Value Space.
           01 WS-SALUT-LEN  Pic 9(2)  Value Zero.
           01 WS-SALUT-CX   Pic 9(2)  Value Zero.
           01 WS-TPL-HITS   Pic 9(2)  Value Zero.
           01 WS-TPL-BEFORE Pic X(60) Value Space.
           01 WS-TPL-BLEN   Pic 9(2)  Value Zero.
           01 WS-TPL-AFTER  Pic X(60) Value Space.
           01 WS-TPL-ALEN   Pic 9(2)  Value Zero.
           01 WS-TPL-PTR    Pic 9(3)  Value 1.

           01 WS-L-ATTN.
             05 Filler      Pic X(6)  Value "ATTN: ".
             05 L-ATTN-NAME Pic X(40).
             05 Filler      Pic X(34) Value Space.
           01 WS-L-CSZ.
             05 L-CSZ-CITY  Pic X(20).
             05 Filler      Pic X(2)  Value ", ".
             05 L-CSZ-STATE Pic X(2).
             05 Filler      Pic X(2)  Value Space.
             05 L-CSZ-ZIP   Pic X(10).
             05 Filler      Pic X(44) Value Space.
           01 WS-BLANK-LINE Pic X(80) Value Space.
           01 WS-RULE-LINE  Pic X(80) Value All "-".

       Procedure Division.
       100-Main.
         Display "CML101: letter template (blank = labels only)?"
         Accept WS-F-TEMPLATE.
         Display "CML101: attention role code (blank = primary)?"
         Accept WS-F-ROLE.
         Display "CML101: one piece per company group (Y/N)?"
         Accept WS-F-ROLLUP.
         Inspect WS-F-TEMPLATE Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         Inspect WS-F-ROLE Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         Inspect WS-F-ROLLUP Converting "y" To "Y".
         If WS-F-TEMPLATE Equal Space Then
           Move "data/COMPLABELS.PRT" To WS-PRTFILE
         Else
           Move "data/COMPLTRS.PRT" To WS-PRTFILE
         End-If.
         Move Space To WS-CO-TBL.
         Perform 200-Load-Companies.
         If WS-CO-COUNT Equal Zero Then
           Display "CML101: COMPANY.DAT not found or empty."
         Else
           Perform 250-Find-Addressees
           Perform 300-Scan-Contacts
           Sort SORTFILE
             On Ascending Key S-ZIP, S-COMPID
             Input Procedure Is 400-Release-Pieces
             Output Procedure Is 500-Write-Pieces
           Move "CML101" To WS-ARC-NAME
           Call "SUB117" Using WS-ARC-NAME, WS-PRTFILE, WS-ARC-RETVAL
         End-If.
         Perform 999-End-Of-Program.

       200-Load-Companies.
         Move "N" To WS-EOF.
         Open Input COMPANY.
         If WS-COMPSTAT Equal "35" Then
           Close COMPANY
         Else
           Perform 210-Read-Company-Next
             Until IS-EOF
           Close COMPANY
         End-If.

       210-Read-Company-Next.
         Read COMPANY Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And WS-CO-COUNT Less Than 500 Then
           Add 1 To WS-CO-COUNT
           Move RCOMPID     To WS-CO-ID(WS-CO-COUNT)
           Move RCOMPPARENT To WS-CO-PARENT(WS-CO-COUNT)
           Move RCOMPSTAT   To WS-CO-STAT(WS-CO-COUNT)
           Move RCOMPNAME   To WS-CO-NAME(WS-CO-COUNT)
           Move RCOMPADDR1  To WS-CO-ADDR1(WS-CO-COUNT)
           Move RCOMPADDR2  To WS-CO-ADDR2(WS-CO-COUNT)
           Move RCOMPCITY   To WS-CO-CITY(WS-CO-COUNT)
           Move RCOMPSTATE  To WS-CO-STATE(WS-CO-COUNT)
           Move RCOMPZIP    To WS-CO-ZIP(WS-CO-COUNT)
           Move WS-CO-COUNT To WS-CO-TOP(WS-CO-COUNT)
           Move "N"         To WS-CO-CONTACTS(WS-CO-COUNT)
           Move "N"         To WS-CO-MAILABLE(WS-CO-COUNT)
           Move 99          To WS-CO-RANK(WS-CO-COUNT)
         End-If.

      *>  Without the roll-up every company is its own addressee.
      *>  With it, each one climbs its RCOMPPARENT chain to the top;
      *>  SUB280 refuses cycles, and the climb gives up after 50
      *>  levels in case one was ever keyed around it.
       250-Find-Addressees.
         If IS-ROLLUP Then
           Perform 260-Climb-To-Top
             Varying WS-IX From 1 By 1
             Until WS-IX Greater Than WS-CO-COUNT
         End-If.

       260-Climb-To-Top.
         Move WS-IX To WS-TX.
         Move Zero  To WS-DEPTH.
         Move "Y"   To WS-CLIMB.
         Perform 265-Climb-One-Level
           Until Not IS-CLIMB.
         Move WS-TX To WS-CO-TOP(WS-IX).

       265-Climb-One-Level.
         If WS-CO-PARENT(WS-TX) Equal Space
           Or WS-DEPTH Greater Than 50 Then
           Move "N" To WS-CLIMB
         Else
           Move WS-CO-PARENT(WS-TX) To WS-FIND-ID
           Perform 270-Find-Company
           If IS-FOUND Then
             Set WS-TX To WS-CX
             Add 1 To WS-DEPTH
           Else
             Move "N" To WS-CLIMB
           End-If
         End-If.

       270-Find-Company.
         Move "N" To WS-FOUND.
         If WS-FIND-ID Not Equal Space Then
           Set WS-CX To 1
           Search WS-CO-ENTRY Varying WS-CX
             At End Continue
             When WS-CO-ID(WS-CX) Equal WS-FIND-ID
               Move "Y" To WS-FOUND
           End-Search
         End-If.

      *>  One pass over the customer file. Every live contact (active,
      *>  not deceased) counts toward its addressee; only one who has
      *>  not refused mail can be named on the attention line.
       300-Scan-Contacts.
         Move "N" To WS-EOF.
         Open Input CUST.
         If WS-CUSTSTAT Equal "35" Then
           Close CUST
         Else
           Perform 310-Scan-Contact-Next
             Until IS-EOF
           Close CUST
         End-If.

       310-Scan-Contact-Next.
         Read CUST Next Record
           At End Move "Y" To WS-EOF
         End-Read.
         If Not IS-EOF And RCUSTSTAT-ACTIVE
           And Not RCUSTLIFECYC-DECEASED
           And RCUSTCOID Not Equal Space Then
           Move RCUSTCOID To WS-FIND-ID
           Perform 270-Find-Company
           If IS-FOUND Then
             Set WS-IX To WS-CX
             Move WS-CO-TOP(WS-IX) To WS-TX
             Move "Y" To WS-CO-CONTACTS(WS-TX)
             If Not RCUSTDNM-YES Then
               Move "Y" To WS-CO-MAILABLE(WS-TX)
               Perform 320-Rank-Contact
               If WS-RANK Less Than WS-CO-RANK(WS-TX) Then
                 Perform 330-Take-Contact
               End-If
             End-If
           End-If
         End-If.

       320-Rank-Contact.
         Evaluate True
           When WS-F-ROLE Not Equal Space
             And RCUSTCOROLE Equal WS-F-ROLE
             And RCUSTCOPRIM-YES
             Move 1 To WS-RANK
           When WS-F-ROLE Not Equal Space
             And RCUSTCOROLE Equal WS-F-ROLE
             Move 2 To WS-RANK
           When RCUSTCOPRIM-YES
             Move 3 To WS-RANK
           When Other
             Move 4 To WS-RANK
         End-Evaluate.
         If WS-IX Not Equal WS-TX Then
           Add 4 To WS-RANK
         End-If.

      *>  The attention name in letter order from the structured
      *>  name parts (SUB159), with the salutation for the letters.
       330-Take-Contact.
         Move WS-RANK      To WS-CO-RANK(WS-TX).
         Move RCUSTID      To WS-CO-ATTNID(WS-TX).
         Move Space        To WS-NAME-PRMSET.
         Move RCUSTNAME    To LNMNAME.
         Move RCUSTPNAME   To LNMPNAME.
         Move RCUSTTITLE   To LNMTITLE.
         Move RCUSTFNAME   To LNMFIRST.
         Move RCUSTMNAME   To LNMMIDDLE.
         Move RCUSTLNAME   To LNMLAST.
         Move RCUSTSUFFIX  To LNMSUFFIX.
         Move RCUSTSALUT   To LNMSALPREF.
         Move RCUSTNMSPLIT To LNMSPLIT.
         Call "SUB159" Using WS-NAME-FUNC, WS-NAME-PRMSET,
             WS-NAME-RETVAL.
         Move LNMFULL  To WS-CO-ATTN(WS-TX).
         Move LNMSALUT To WS-CO-SALUT(WS-TX).

      *>  One piece per addressee. A company rolled up under a parent
      *>  is covered by the parent's piece; an inactive company or
      *>  one with no street address gets nothing, and so does one
      *>  whose contacts have all refused mail. A company with no
      *>  contacts at all is still written to, without an ATTN line.
       400-Release-Pieces.
         Perform 410-Release-One-Company
           Varying WS-IX From 1 By 1
           Until WS-IX Greater Than WS-CO-COUNT.

       410-Release-One-Company.
         If WS-CO-TOP(WS-IX) Not Equal WS-IX Then
           Add 1 To WS-ROLLED-CNT
         Else
           If WS-CO-STAT(WS-IX) Not Equal "A"
             Or WS-CO-ADDR1(WS-IX) Equal Space Then
             Add 1 To WS-NOADDR-CNT
           Else
             If WS-CO-CONTACTS(WS-IX) Equal "Y"
               And WS-CO-MAILABLE(WS-IX) Equal "N" Then
               Add 1 To WS-DNM-CNT
             Else
               Move WS-CO-ZIP(WS-IX) To S-ZIP
               Move WS-CO-ID(WS-IX)  To S-COMPID
               Move WS-IX            To S-CX
               Release SORT-REC
             End-If
           End-If
         End-If.

       500-Write-Pieces.
         Open Output PRTFILE.
         Move "N" To WS-EOF.
         Perform 510-Return-Next.
         Perform 520-Write-Piece
           Until IS-EOF.
         Close PRTFILE.

       510-Return-Next.
         Return SORTFILE
           At End Move "Y" To WS-EOF
         End-Return.

       520-Write-Piece.
         Move S-CX To WS-IX.
         If WS-CO-RANK(WS-IX) Equal 99 Then
           Add 1 To WS-NOATTN-CNT
         Else
           If WS-F-ROLE Not Equal Space
             And WS-CO-RANK(WS-IX) Not Equal 1
             And WS-CO-RANK(WS-IX) Not Equal 2 Then
             Add 1 To WS-FALLBK-CNT
           End-If
         End-If.
         If WS-F-TEMPLATE Equal Space Then
           Perform 530-Write-Address-Block
           Write PRT-REC From WS-BLANK-LINE
         Else
           Write PRT-REC From WS-RULE-LINE
           Perform 530-Write-Address-Block
           Write PRT-REC From WS-BLANK-LINE
           Perform 540-Write-Template-Body
           Write PRT-REC From WS-BLANK-LINE
           If WS-CO-RANK(WS-IX) Not Equal 99 Then
             Perform 570-Log-Contact
           End-If
         End-If.
         Add 1 To WS-PIECE-CNT.
         Perform 510-Return-Next.

      *>  Company name, the attention line when there is someone to
      *>  name, then the company's own address.
       530-Write-Address-Block.
         Move Space            To PRT-REC.
         Move WS-CO-NAME(WS-IX) To PRT-REC(1:40).
         Write PRT-REC.
         If WS-CO-RANK(WS-IX) Not Equal 99 Then
           Move WS-CO-ATTN(WS-IX) To L-ATTN-NAME
           Write PRT-REC From WS-L-ATTN
         End-If.
         Move Space             To PRT-REC.
         Move WS-CO-ADDR1(WS-IX) To PRT-REC(1:30).
         Write PRT-REC.
         If WS-CO-ADDR2(WS-IX) Not Equal Space Then
           Move Space             To PRT-REC
           Move WS-CO-ADDR2(WS-IX) To PRT-REC(1:30)
           Write PRT-REC
         End-If.
         Move WS-CO-CITY(WS-IX)  To L-CSZ-CITY.
         Move WS-CO-STATE(WS-IX) To L-CSZ-STATE.
         Move WS-CO-ZIP(WS-IX)   To L-CSZ-ZIP.
         Write PRT-REC From WS-L-CSZ.

      *>  The body lives in data/COMP<template>.TPL, one line of text
      *>  per record, seeded with a standard paragraph the first time
      *>  it is missing, as LTR101 seeds its own. <SALUT> prints the
      *>  attention contact's salutation name, or "Sir or Madam"
      *>  when there is nobody to name.
       540-Write-Template-Body.
         If WS-CO-RANK(WS-IX) Equal 99 Then
           Move "Sir or Madam" To WS-LTR-SALUT
         Else
           Move WS-CO-SALUT(WS-IX) To WS-LTR-SALUT
         End-If.
         Move Zero To WS-SALUT-LEN.
         Perform 545-Measure-Salut-Char
           Varying WS-SALUT-CX From 1 By 1
           Until WS-SALUT-CX Greater Than 40.
         Move Space To WS-TPLFILE.
         String "data/COMP" Delimited By Size
                WS-F-TEMPLATE Delimited By Space
                ".TPL" Delimited By Size
           Into WS-TPLFILE
         End-String.
         Open Input TPLFILE.
         If WS-TPLSTAT Equal "35" Then
           Close TPLFILE
           Perform 560-Seed-Template
           Open Input TPLFILE
         End-If.
         Move "N" To WS-TPL-EOF.
         Perform 550-Copy-Template-Line
           Until IS-TPL-EOF.
         Close TPLFILE.

       545-Measure-Salut-Char.
         If WS-LTR-SALUT(WS-SALUT-CX:1) Not Equal Space Then
           Move WS-SALUT-CX To WS-SALUT-LEN
         End-If.

       550-Copy-Template-Line.
         Read TPLFILE
           At End Move "Y" To WS-TPL-EOF
         End-Read.
         If Not IS-TPL-EOF Then
           Move Space To PRT-REC
           Move Zero  To WS-TPL-HITS
           Inspect TPL-REC Tallying WS-TPL-HITS For All "<SALUT>"
           If WS-TPL-HITS Equal Zero Then
             Move TPL-REC To PRT-REC(1:60)
           Else
             Perform 555-Merge-Salutation
           End-If
           Write PRT-REC
         End-If.

       555-Merge-Salutation.
         Move Space To WS-TPL-BEFORE.
         Move Space To WS-TPL-AFTER.
         Move Zero  To WS-TPL-BLEN.
         Move Zero  To WS-TPL-ALEN.
         Unstring TPL-REC Delimited By "<SALUT>"
           Into WS-TPL-BEFORE Count In WS-TPL-BLEN,
                WS-TPL-AFTER  Count In WS-TPL-ALEN
         End-Unstring.
         Move 1 To WS-TPL-PTR.
         If WS-TPL-BLEN Greater Than Zero Then
           String WS-TPL-BEFORE(1:WS-TPL-BLEN) Delimited By Size
             Into PRT-REC
             With Pointer WS-TPL-PTR
           End-String
         End-If.
         If WS-SALUT-LEN Greater Than Zero Then
           String WS-LTR-SALUT(1:WS-SALUT-LEN) Delimited By Size
             Into PRT-REC
             With Pointer WS-TPL-PTR
           End-String
         End-If.
         If WS-TPL-ALEN Greater Than Zero Then
           String WS-TPL-AFTER(1:WS-TPL-ALEN) Delimited By Size
             Into PRT-REC
             With Pointer WS-TPL-PTR
           End-String
         End-If.

       560-Seed-Template.
         Open Output TPLFILE.
         Move "Dear <SALUT>," To TPL-REC.
         Write TPL-REC
         End-Write.
         Move Space To TPL-REC.
         Write TPL-REC
         End-Write.
         Move "We are writing to you about your" To TPL-REC.
         Write TPL-REC
         End-Write.
         Move "organisation's account with us. Please" To TPL-REC.
         Write TPL-REC
         End-Write.
         Move "contact your representative for details." To TPL-REC.
         Write TPL-REC
         End-Write.
         Close TPLFILE.

      *>  A printed letter is contact with the person it was marked
      *>  for: one CONTACT.DAT row through SUB096 under operator
      *>  BATCH, as LTR101 logs its letters.
       570-Log-Contact.
         Move WS-CO-ATTNID(WS-IX) To WS-CACTCUSTID.
         Move "BATCH"  To WS-CACTOPERID.
         Move "M"      To WS-CACTMETHOD.
         Move "C"      To WS-CACTOUTCOME.
         Move Space    To WS-CACTTEXT.
         String "COMPANY LETTER " Delimited By Size
                WS-F-TEMPLATE Delimited By Space
                " " Delimited By Size
                WS-CO-ID(WS-IX) Delimited By Size
           Into WS-CACTTEXT
         End-String.
         Call "SUB096" Using WS-CONT-PRMSET, WS-CONT-RETVAL.

       999-End-Of-Program.
         Display "CML101: " WS-PIECE-CNT " piece(s) to " WS-PRTFILE.
         Display "CML101: " WS-NOATTN-CNT " without an attention "
                 "contact, " WS-FALLBK-CNT " fell back from the "
                 "role.".
         Display "CML101: skipped " WS-DNM-CNT " (all contacts "
                 "do-not-mail), " WS-NOADDR-CNT " (inactive or no "
                 "address), " WS-ROLLED-CNT " rolled up.".
         Stop Run.
