      ******************************************************************
      * Copybook:   ICTXNH
      * Purpose:    Record layout for the keyed transaction history
      *             (TXNHIST.DAT) behind BATCHVAL's transaction-level
      *             duplicate check. One record per duplicate key
      *             accepted, holding where that key was first seen
      *             (feed id, business date, record number) and the
      *             BATCHVAL run id that wrote it, so a run that ends
      *             without releasing its output (return code 8 or
      *             above) can withdraw its own entries again.
      *
      *             TXH-DUP-KEY is built from the fields flagged "Y"
      *             in column 91 of BATCHFLD.DEF, in control-file
      *             order, each in normalized form so the same
      *             transaction keys the same way whatever feed format
      *             it arrived in:
      *               VIA/VDA/VNP and hash-flagged fields - converted
      *                 with CONVERT-NUM-DEC-POINT, 19 bytes signed
      *                 S9(12)V9(06) with a leading separate sign
      *               VDT/VBD fields - 8 bytes CCYYMMDD
      *               anything else - the field as received, at its
      *                 defined length
      *             TXNPURGE trims entries older than the look-back
      *             window.
      ******************************************************************
       01  TXH-RECORD.
           05  TXH-DUP-KEY                   PIC X(120).
           05  TXH-FEED-ID                   PIC X(08).
           05  TXH-BUSINESS-DATE             PIC X(08).
           05  TXH-RECORD-NUM                PIC 9(07).
           05  TXH-RUN-ID                    PIC X(14).
