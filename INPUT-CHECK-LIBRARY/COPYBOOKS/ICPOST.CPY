      ******************************************************************
      * Copybook:   ICPOST
      * Purpose:    Record layouts for the posting interface extract
      *             (BATCHPST.DAT), written by POSTEXT from the
      *             accepted-record file so the posting system reads
      *             one fixed layout instead of re-parsing each feed's
      *             own record shapes. Three record kinds share the
      *             file, told apart by the first byte:
      *               "H" header  - feed id and business date from the
      *                             feed's HDR record, plus the extract
      *                             timestamp (CCYYMMDDHHMMSS) and the
      *                             extract kind: space for a feed's
      *                             release, "R" for a BATCHREP
      *                             resubmission of its repaired
      *                             rejects (same feed id and date),
      *                             to be returned in column 50 of the
      *                             POSTCONF.DAT confirmation
      *               "D" detail  - one per accepted detail record
      *               "T" trailer - detail count, signed total and
      *                             absolute total of PST-D-AMOUNT
      *             Amounts are signed display numerics with a leading
      *             separate sign, already converted with
      *             CONVERT-NUM-DEC-POINT under the feed's sign mode
      *             and locale; dates are CCYYMMDD.
      *
      *             Each detail carries every field its record type
      *             defines, in BATCHFLD.DEF order. PST-D-FIELD-FORM
      *             says which view of the slot applies:
      *               "N" numeric (VIA/VDA/VNP or hash-flagged) -
      *                   PST-D-FIELD-NUMBER
      *               "D" date (VDT/VBD) - PST-D-FIELD-DATE
      *               "C" reference code (VLU) - PST-D-FIELD-VALUE,
      *                   ICCODES description in PST-D-FIELD-DESC
      *               "X" anything else - PST-D-FIELD-VALUE as
      *                   received
      ******************************************************************
       01  PST-HEADER-RECORD.
           05  PST-H-REC-TYPE                PIC X(01).
           05  PST-H-FEED-ID                 PIC X(08).
           05  PST-H-BUSINESS-DATE           PIC X(08).
           05  PST-H-CREATED                 PIC X(14).
           05  PST-H-EXTRACT-KIND            PIC X(01).
               88  PST-H-RESUBMISSION        VALUE "R".

       01  PST-DETAIL-RECORD.
           05  PST-D-REC-TYPE                PIC X(01).
           05  PST-D-SEQUENCE                PIC 9(07).
           05  PST-D-SOURCE-REC              PIC 9(07).
           05  PST-D-FEED-ID                 PIC X(08).
           05  PST-D-BUSINESS-DATE           PIC X(08).
           05  PST-D-TYPE-NAME               PIC X(08).
           05  PST-D-TYPE-KIND               PIC X(01).
           05  PST-D-AMOUNT                  PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
           05  PST-D-BRANCH                  PIC X(20).
           05  PST-D-BRANCH-DESC             PIC X(30).
           05  PST-D-CURRENCY                PIC X(20).
           05  PST-D-CURRENCY-DESC           PIC X(30).
           05  PST-D-FIELD-COUNT             PIC 9(02).
           05  PST-D-FIELD OCCURS 20 TIMES.
               10  PST-D-FIELD-NAME          PIC X(14).
               10  PST-D-FIELD-FORM          PIC X(01).
               10  PST-D-FIELD-VALUE         PIC X(40).
               10  PST-D-FIELD-NUMERIC REDEFINES PST-D-FIELD-VALUE.
                   15  PST-D-FIELD-NUMBER    PIC S9(12)V9(06)
                                             SIGN LEADING SEPARATE.
                   15  FILLER                PIC X(21).
               10  PST-D-FIELD-DATED REDEFINES PST-D-FIELD-VALUE.
                   15  PST-D-FIELD-DATE      PIC X(08).
                   15  FILLER                PIC X(32).
               10  PST-D-FIELD-DESC          PIC X(30).

       01  PST-TRAILER-RECORD.
           05  PST-T-REC-TYPE                PIC X(01).
           05  PST-T-FEED-ID                 PIC X(08).
           05  PST-T-BUSINESS-DATE           PIC X(08).
           05  PST-T-DETAIL-COUNT            PIC 9(09).
           05  PST-T-SIGNED-TOTAL            PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
           05  PST-T-ABSOLUTE-TOTAL          PIC 9(13)V99.
