      *>***************************************************************
      *>                                                             **
      *> COPYBOOK:     BURSTFD                                       **
      *>                                                             **
      *> DESCRIPTION:                                                **
      *> Record layout for the burst feed a distributed report       **
      *> writes beside its print file (data/<report>.BST): every     **
      *> printed line again, tagged with what BST101 needs to cut    **
      *> the run into one section per recipient.                     **
      *>  H  report heading - goes in every section.                 **
      *>  G  group heading - goes in a section only ahead of the     **
      *>     first detail line of the group that section takes.     **
      *>  D  detail line for BSTERR/BSOFFICE.                        **
      *>  S  group total for territory BSTERR - goes in the whole    **
      *>     run and that territory's section, not an office's.     **
      *>  T  report total - the whole run only.                      **
      *>***************************************************************
      *>  DATE  CHANGE DESCRIPTION                                   **
      *> ====== ==================================================== **
      *> 261015 Created.                                             **
      *>***************************************************************
             05 BSKIND      Pic X(1)   Value Space.
               88 BSKIND-HEAD         Value "H".
               88 BSKIND-GROUP        Value "G".
               88 BSKIND-DETAIL       Value "D".
               88 BSKIND-SUBTOT       Value "S".
               88 BSKIND-TOTAL        Value "T".
             05 BSTERR      Pic X(4)   Value Space.
             05 BSOFFICE    Pic X(3)   Value Space.
             05 BSLINE      Pic X(104) Value Space.
