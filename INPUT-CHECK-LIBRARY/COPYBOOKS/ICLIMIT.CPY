      ******************************************************************
      * Copybook:   ICLIMIT
      * Purpose:    Record layout for the keyed treasury limits file
      *             (LIMITS.DAT), maintained by LIMLOAD and read by
      *             BATCHVAL. One record per code, keyed like ICCODES
      *             by code set plus code value (e.g. set "BRANCH",
      *             value "047", or set "CURRENCY", value "EUR"), so
      *             any field BATCHFLD.DEF checks with VLU against a
      *             set can carry limits:
      *               LIM-MAX-ITEM-AMOUNT  largest single item
      *               LIM-MAX-DAILY-TOTAL  largest total of all the
      *                                    feed's items for the code
      *               LIM-MAX-ITEM-COUNT   most items for the code
      *             Amounts are the record's hash amount, i.e. the
      *             absolute value of its first hash field ("Y" in
      *             BATCHFLD.DEF column 74), so a credit counts against
      *             a limit the same as a debit. Zero means no limit of
      *             that kind.
      *
      *             A limit is in force from LIM-EFF-FROM through
      *             LIM-EFF-TO inclusive (CCYYMMDD) against the feed's
      *             business date; a blank date leaves that end of the
      *             window open, as in ICCODES.
      ******************************************************************
       01  LIM-RECORD.
           05  LIM-KEY.
               10  LIM-SET-ID                PIC X(08).
               10  LIM-CODE-VALUE            PIC X(20).
           05  LIM-MAX-ITEM-AMOUNT           PIC 9(13)V99.
           05  LIM-MAX-DAILY-TOTAL           PIC 9(13)V99.
           05  LIM-MAX-ITEM-COUNT            PIC 9(09).
           05  LIM-EFF-FROM                  PIC X(08).
           05  LIM-EFF-TO                    PIC X(08).
