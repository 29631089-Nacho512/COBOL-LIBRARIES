      ******************************************************************
      * Copybook:   ICCODES
      * Purpose:    Record layout for the keyed reference file of
      *             valid codes (ICCODES.DAT), maintained through
      *             CODELOAD and CODEMNT once CODEAPPR approves the
      *             change, and read by VERIFY-CODE-EXISTS. One record
      *             per code, keyed by code set plus code value, so a
      *             field can be checked for existence in a named set
      *             (e.g. set "BRANCH", value "047").
      *
