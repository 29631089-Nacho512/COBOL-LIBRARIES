      ******************************************************************
      * Copybook:   ICSUSP
      * Purpose:    Record layout for the keyed reject suspense file
      *             (REJSUSP.DAT), one record per record BATCHVAL
      *             routed to its reject file, keyed by feed id +
      *             business date + reject record number (the record's
      *             ordinal position in that run's reject file, the
      *             same number BATCHREP's corrections use). Unlike
      *             BATCHREJ.DAT/BATCHRES.DAT, which every run
      *             replaces, an entry stays until it is closed:
      *               SUS-STATUS "O" = open (rejected, nothing done
      *                               yet, or a resubmission bounced
      *                               it again)
      *                          "R" = repaired (BATCHREP wrote the
      *                               corrected image to the
      *                               resubmittable feed)
      *                          "S" = resubmitted (the RESUBMIT
      *                               BATCHVAL run accepted it)
      *                          "W" = written off (SUSWOFF, with the
      *                               operator id and reason)
      *             SUS-RECORD-IMAGE is the record exactly as rejected;
      *             SUS-REPAIR-IMAGE the image BATCHREP last resubmitted
      *             (spaces until repaired). SUS-REASON is the record's
      *             first exception - field name, value and result code
      *             as on the exception report, or a sequence/group
      *             reason with code 00. SUS-AMOUNT is the absolute
      *             value of the type's first hash-flagged field.
      *             SUS-LAST-RUN-ID is the BATCHVAL/BATCHREP run that
      *             last changed the entry, so a run that ends without
      *             releasing its output can take its changes back.
      *             SUS-PRIOR-ENTRY holds the open entry (SUS-ENTRY as
      *             it stood) that a BATCHVAL rerun of the feed
      *             replaced, so that a rerun which ends without
      *             releasing its output can put it back; spaces when
      *             the rerun filed a new entry, and cleared once the
      *             rerun is released.
      *             SUSRPT ages the entries, SUSWOFF writes them off.
      ******************************************************************
       01  SUS-RECORD.
           05  SUS-KEY.
               10  SUS-FEED-ID               PIC X(08).
               10  SUS-BUSINESS-DATE         PIC X(08).
               10  SUS-REJECT-NUM            PIC 9(07).
           05  SUS-ENTRY.
               10  SUS-STATUS                PIC X(01).
                   88  SUS-OPEN              VALUE "O".
                   88  SUS-REPAIRED          VALUE "R".
                   88  SUS-RESUBMITTED       VALUE "S".
                   88  SUS-WRITTEN-OFF       VALUE "W".
               10  SUS-RECORD-NUM            PIC 9(07).
               10  SUS-RECORD-TYPE           PIC X(08).
               10  SUS-AMOUNT                PIC 9(13)V99.
               10  SUS-REASON.
                   15  SUS-REASON-FIELD      PIC X(14).
                   15  SUS-REASON-VALUE      PIC X(40).
                   15  SUS-REASON-CODE       PIC 99.
               10  SUS-OPENED-TIMESTAMP      PIC X(14).
               10  SUS-STATUS-TIMESTAMP      PIC X(14).
               10  SUS-LAST-RUN-ID           PIC X(14).
               10  SUS-OPERATOR-ID           PIC X(08).
               10  SUS-WRITE-OFF-REASON      PIC X(40).
               10  SUS-RECORD-IMAGE          PIC X(256).
               10  SUS-REPAIR-IMAGE          PIC X(256).
           05  SUS-PRIOR-ENTRY               PIC X(689).
