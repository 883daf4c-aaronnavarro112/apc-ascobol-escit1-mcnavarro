      * maintenance program checks its sign-on against it, so an
      * unknown id gets nowhere and an inquire-only id cannot reach
      * the update functions.  Shared by OperMaint, GradMaint,
      * GradDegreeMaint, RefCodeMaint, SuppressMaint and
      * CampaignMaint so all six carry the same picture of the file.
      *----------------------------------------------------------------
       01 OperatorRec.
           88 EndOperators        VALUE HIGH-VALUES.
