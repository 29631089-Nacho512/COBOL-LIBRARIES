      ******************************************************************
      * Copybook:   ICRETN
      * Purpose:    Line layouts for the reject return file sent back
      *             to a feed's sending system, one file per feed id +
      *             business date: BATCHVAL writes one for the records
      *             it rejects, BATCHREP one for the residuals a repair
      *             pass could not fix. The sender loads it into its
      *             own exception queue instead of matching our record
      *             numbers off BATCHEXC.RPT by hand. Three line kinds,
      *             told apart by the first byte:
      *               "H" header  - feed id and business date from the
      *                             feed's HDR record, the creation
      *                             timestamp (CCYYMMDDHHMMSS) and the
      *                             program that wrote the file
      *               "D" detail  - one per record returned for its
      *                             own first exception
      *               "G" group   - one per record that passed its own
      *                             checks but went back because it
      *                             belongs to a parent/addenda group
      *                             another member failed; the reason
      *                             text names that member
      *               "T" trailer - number of D and G lines
      *             RET-D-SENDER-REF is the value of the record type's
      *             sender-reference field (BATCHFLD.DEF column 92);
      *             an addenda type without one carries its parent's.
      *             RET-D-RECORD-NUM is the record's number in the feed
      *             as received. RET-D-RESULT-CODE is the code on the
      *             exception report, 00 for rule, duplicate, sequence
      *             and group reasons; RET-D-REASON-TEXT is the plain
      *             reading of it (see the ICREASON copybook).
      *
      *             The run-parameter card chooses the form:
      *               RETFMT=F  fixed width, these layouts as they
      *                         stand (the default)
      *               RETFMT=D  delimited: the same fields in the same
      *                         order, trailing spaces removed and
      *                         separated by the RETDLM= character
      *                         (default "|"); a delimiter inside a
      *                         value is sent as a space
      ******************************************************************
       01  RET-HEADER-RECORD.
           05  RET-H-REC-TYPE                PIC X(01) VALUE "H".
           05  RET-H-FEED-ID                 PIC X(08).
           05  RET-H-BUSINESS-DATE           PIC X(08).
           05  RET-H-CREATED                 PIC X(14).
           05  RET-H-SOURCE                  PIC X(08).

       01  RET-DETAIL-RECORD.
           05  RET-D-REC-TYPE                PIC X(01).
               88  RET-D-OWN-REASON          VALUE "D".
               88  RET-D-GROUP-RETURN        VALUE "G".
           05  RET-D-RECORD-NUM              PIC 9(07).
           05  RET-D-SENDER-REF              PIC X(40).
           05  RET-D-TYPE-NAME               PIC X(08).
           05  RET-D-FIELD-NAME              PIC X(14).
           05  RET-D-FIELD-VALUE             PIC X(40).
           05  RET-D-RESULT-CODE             PIC 99.
           05  RET-D-REASON-TEXT             PIC X(60).

       01  RET-TRAILER-RECORD.
           05  RET-T-REC-TYPE                PIC X(01) VALUE "T".
           05  RET-T-FEED-ID                 PIC X(08).
           05  RET-T-BUSINESS-DATE           PIC X(08).
           05  RET-T-LINE-COUNT              PIC 9(09).
