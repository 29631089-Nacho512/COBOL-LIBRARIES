      *                             that would bounce off BATCHVAL's
      *                             sequence checks)
      *               BATCHPRM.DAT  the same run-parameter card the
      *                             original run used; only LOCALE=,
      *                             SIGNMODE=, RETFMT= and RETDLM=
      *                             matter here, every other BATCHVAL
      *                             keyword is accepted and ignored so
      *                             one card serves both programs
      *
      *             Each reject record has its corrections applied at
      *             the positions the field definitions give, then every
      *             which BATCHVAL's run register shows as completed
      *             (the original run released its accepted file -
      *             that is how the rejects exist), so the BATCHVAL
      *             run that validates BATCHRSB.DAT must be a
      *             resubmission run - RESUBMIT=Y on its parameter
      *             card, or the RESUBMIT option on the command line
      *             of a catalog run - or it is refused as a duplicate
      *             with return code 20. A FORCE=Y run is not a
      *             substitute: it would file the repaired records as
      *             new rejects instead of closing their suspense
      *             entries.
      *             Records that still fail stay
      *             behind in the residual reject file BATCHRES.DAT,
      *             with their exception lines (BATCHVAL's report line
      *             written to BATCHREX.RPT, so one repair pass cleanly
      *             splits fixed from still-broken.
      *
      *             The residuals also go back to the sending system
      *             on a reject return file (BATCHRSR.DAT, the same
      *             layouts, RETFMT=/RETDLM= forms and column-92 sender
      *             reference as BATCHVAL's BATCHRET.DAT, see the
      *             ICRETN copybook), one line per residual with the
      *             first exception of this pass's re-check, or the
      *             reason it was held back. The record number on it
      *             is the record's number in the original feed,
      *             taken from its suspense entry; a record with no
      *             entry quotes its position in the reject file.
      *
      *             Corrections naming an unknown field or a record
      *             number past the end of the reject file are counted
      *             and reported but do not stop the run.
      *
      *             The reject suspense inventory (REJSUSP.DAT, see
      *             the ICSUSP copybook) follows each record: the open
      *             entry BATCHVAL filed for it - found by feed id,
      *             business date and the record's position in the
      *             reject file, or failing that (a later pass over a
      *             residual file) by its image - is marked repaired
      *             with the corrected image when the record goes to
      *             the resubmittable feed, and stays open when it
      *             stays behind. Records with no open entry are
      *             counted and processed as before; an unavailable
      *             suspense file is reported and skipped.
      *
      *             Run with "feedid CCYYMMDD" on the command line
      *             the feed's FEEDCAT.DAT entry supplies the
      *             field-definition file and parameter card, and the
      *             other files follow BATCHVAL's catalog naming:
      *             FEEDID.CCYYMMDD.REJ and .COR in, .RSB, .RES, .REX
      *             and .RSR out. The command line then supplies the
      *             regenerated header, so the correction file's HDR
      *             line may be left out (one that is present must
      *             agree). Validate the rebuilt feed with
      *             "BATCHVAL feedid CCYYMMDD RESUBMIT", which reads
      *             the .RSB file and implies FORCE=Y. A blank command
      *             line keeps the original fixed names.
      *
      *             Return codes: 0 every record repaired, 4 residual
      *             records remain, 16 setup error (bad control file,
      *             bad correction file or missing HDR line).
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE
               ASSIGN TO DYNAMIC WS-REJ-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CORRECTION-FILE
               ASSIGN TO DYNAMIC WS-COR-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT FIELD-DEF-FILE
               ASSIGN TO DYNAMIC WS-FLD-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO DYNAMIC WS-PRM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RESUBMIT-FILE
               ASSIGN TO DYNAMIC WS-RSB-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RESIDUAL-FILE
               ASSIGN TO DYNAMIC WS-RES-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT REPAIR-REPORT
               ASSIGN TO DYNAMIC WS-REX-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RETURN-FILE
               ASSIGN TO DYNAMIC WS-RET-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL FEED-CATALOG ASSIGN TO "FEEDCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CAT-FEED-ID
               FILE STATUS WS-CAT-STATUS.

           SELECT OPTIONAL REJECT-SUSPENSE ASSIGN TO "REJSUSP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SUS-KEY
               FILE STATUS WS-SUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
           05  FLD-DEF-CHECK-POS         PIC 9(02).
           05  FLD-DEF-CODE-SET          PIC X(08).
           05  FLD-DEF-MAX-AGE           PIC 9(05).
           05  FLD-DEF-DUP-KEY           PIC X(01).
           05  FLD-DEF-SENDER-REF        PIC X(01).

       FD  PARAMETER-FILE.
       01  PRM-RECORD                    PIC X(80).
       FD  REPAIR-REPORT.
       01  REX-RECORD                    PIC X(100).

       FD  RETURN-FILE.
       01  RTN-RECORD                    PIC X(200).

       FD  FEED-CATALOG.
       COPY ICFDCAT.

       FD  REJECT-SUSPENSE.
       COPY ICSUSP.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-COR-COUNT                  PIC 9(03) VALUE 0.
       01  WS-COR-APPLIED-COUNT          PIC 9(07) VALUE 0.
       01  WS-COR-UNMATCHED-COUNT        PIC 9(07) VALUE 0.
       01  WS-REJ-FILE-NAME              PIC X(64)
                                         VALUE "BATCHREJ.DAT".
       01  WS-COR-FILE-NAME              PIC X(64)
                                         VALUE "BATCHCOR.DAT".
       01  WS-FLD-FILE-NAME              PIC X(64)
                                         VALUE "BATCHFLD.DEF".
       01  WS-PRM-FILE-NAME              PIC X(64)
                                         VALUE "BATCHPRM.DAT".
       01  WS-RSB-FILE-NAME              PIC X(64)
                                         VALUE "BATCHRSB.DAT".
       01  WS-RES-FILE-NAME              PIC X(64)
                                         VALUE "BATCHRES.DAT".
       01  WS-REX-FILE-NAME              PIC X(64)
                                         VALUE "BATCHREX.RPT".
       01  WS-RET-FILE-NAME              PIC X(64)
                                         VALUE "BATCHRSR.DAT".
       01  WS-RUN-MODE                   PIC X(64) VALUE SPACES.
       01  WS-CAT-STATUS                 PIC X(02).
       01  WS-CATALOG-SW                 PIC X VALUE "N".
           88  WS-CATALOG-RUN            VALUE "Y".
       01  WS-CMD-WORDS.
           05  WS-CMD-FEED-ID            PIC X(20).
           05  WS-CMD-DATE               PIC X(20).
           05  WS-CMD-OPTION             PIC X(20).
       01  WS-FILE-PREFIX                PIC X(20).
       01  WS-FILE-SUFFIX                PIC X(03).
       01  WS-DERIVED-NAME               PIC X(64).
       01  WS-FEED-ID                    PIC X(08) VALUE SPACES.
       01  WS-BUSINESS-DATE              PIC X(08) VALUE SPACES.
       01  WS-HASH-TOTAL                 PIC S9(13)V99 VALUE 0.
       01  WS-WORK-RECORD                PIC X(256).
       01  WS-SAVE-TYPE-SUB              PIC 9(02).

      *    Reject suspense inventory: WS-CUR-SUS-NUM is the reject
      *    number of the open entry matched to the current record
      *    (0 = none). Every entry this run matches is stamped with
      *    its run id so two identical images cannot claim one entry.

       01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
       01  WS-SUS-STATUS                 PIC X(02).
       01  WS-SUS-OPEN-SW                PIC X VALUE "N".
           88  WS-SUS-OPEN               VALUE "Y".
       01  WS-SUS-EOF-SW                 PIC X VALUE "N".
           88  WS-SUS-EOF-YES            VALUE "Y".
       01  WS-CUR-SUS-NUM                PIC 9(07) VALUE 0.
       01  WS-SUS-MARK-NUM               PIC 9(07).
       01  WS-SUS-MARK-STATUS            PIC X(01).
       01  WS-SUS-MARK-IMAGE             PIC X(256).
       01  WS-SUS-REPAIRED-COUNT         PIC 9(07) VALUE 0.
       01  WS-SUS-HELD-COUNT             PIC 9(07) VALUE 0.
       01  WS-SUS-UNMATCHED-COUNT        PIC 9(07) VALUE 0.

      *    Reject return file for the sending system, as BATCHVAL
      *    writes it. WS-REC-REASON is the current record's first
      *    exception from this pass (WS-REC-REASON-CHECK the check
      *    that raised it, or SEQ/GRP for a record held back for its
      *    place in the feed); WS-CUR-FEED-REC its number in the
      *    original feed.

       01  WS-CUR-FEED-REC               PIC 9(07).
       01  WS-REC-REASON.
           05  WS-REC-REASON-FIELD       PIC X(14).
           05  WS-REC-REASON-VALUE       PIC X(40).
           05  WS-REC-REASON-CODE        PIC 99.
       01  WS-REC-REASON-CHECK           PIC X(04).
       01  WS-SAVE-REASON                PIC X(56).
       01  WS-SAVE-REASON-CHECK          PIC X(04).
       01  WS-SEQ-REASON.
           05  WS-SEQ-REASON-FIELD       PIC X(14).
           05  WS-SEQ-REASON-VALUE       PIC X(40).
       01  WS-RET-FORMAT                 PIC X(01) VALUE "F".
           88  WS-RET-DELIMITED          VALUE "D".
       01  WS-RET-DELIMITER              PIC X(01) VALUE "|".
       01  WS-RET-IMAGE                  PIC X(256).
       01  WS-RET-TYPE-NAME              PIC X(08).
       01  WS-RET-TYPE-SUB               PIC 9(02).
       01  WS-RET-FIELD-SUB              PIC 9(02).
       01  WS-RET-REC-NUM                PIC 9(07).
       01  WS-RET-SENDER-REF             PIC X(40).
       01  WS-RET-GROUP-REF              PIC X(40) VALUE SPACES.
       01  WS-RET-FAIL-REC               PIC 9(07) VALUE 0.
       01  WS-RET-GROUP-TEXT             PIC X(60).
       01  WS-RET-CHECK                  PIC X(04).
       01  WS-RSN-SUB                    PIC 9(02).

      *    Parent/addenda group held back until the group closes, the
      *    way BATCHVAL buffers them: a group resubmits or stays
      *    behind WHOLE, because a split group (clean parent out,
               10  WS-GRP-CLEAN-SW       PIC X(01).
               10  WS-GRP-TYPE-SUB       PIC 9(02).
               10  WS-GRP-REC-NUM        PIC 9(07).
               10  WS-GRP-SUS-NUM        PIC 9(07).
               10  WS-GRP-FEED-REC       PIC 9(07).
               10  WS-GRP-REASON         PIC X(56).
               10  WS-GRP-REASON-CHECK   PIC X(04).

      *    One field table per record type, matching BATCHVAL's
      *    reading of the control file: field entries before any
               10  WS-TYP-KIND           PIC X(01).
               10  WS-TYP-COUNT-FIELD    PIC X(14).
               10  WS-TYP-FIELD-COUNT    PIC 9(02).
               10  WS-TYP-REF-IX         PIC 9(02).
               10  WS-FIELD-DEF OCCURS 20 TIMES.
                   15  WS-FLD-NAME       PIC X(14).
                   15  WS-FLD-START      PIC 9(04).

       COPY ICRSLT.

       COPY ICRETN.

       COPY ICREASON.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-MODE FROM COMMAND-LINE

           PERFORM PARSE-RUN-MODE-PAR

           PERFORM READ-PARAMETERS-PAR

           PERFORM LOAD-FIELD-DEFS-PAR

           IF NOT WS-HEADER-SEEN THEN

               DISPLAY "BATCHREP: NO HDR LINE IN "
                   TRIM (WS-COR-FILE-NAME)
               STOP RUN RETURNING 16

           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-ID

           PERFORM OPEN-SUSPENSE-PAR

           OPEN INPUT  REJECT-FILE
           OPEN OUTPUT RESUBMIT-FILE
           OPEN OUTPUT RESIDUAL-FILE
           OPEN OUTPUT REPAIR-REPORT
           OPEN OUTPUT RETURN-FILE

           PERFORM WRITE-RETURN-HEADER-PAR

           MOVE SPACES TO REX-RECORD
           MOVE WS-EXC-HEADING TO REX-RECORD

           PERFORM WRITE-TRAILER-PAR

           PERFORM WRITE-RETURN-TRAILER-PAR

           PERFORM REPORT-UNMATCHED-PAR

           CLOSE REJECT-FILE
           CLOSE RESUBMIT-FILE
           CLOSE RESIDUAL-FILE
           CLOSE REPAIR-REPORT
           CLOSE RETURN-FILE

           IF WS-SUS-OPEN THEN
               CLOSE REJECT-SUSPENSE
           END-IF

           DISPLAY "FEED: " WS-FEED-ID
               " BUSINESS DATE: " WS-BUSINESS-DATE
           DISPLAY "RECORDS REPAIRED:      " WS-REPAIRED-COUNT
           DISPLAY "RECORDS STILL FAILING: " WS-RESIDUAL-COUNT

           IF WS-SUS-OPEN THEN
               DISPLAY "SUSPENSE REPAIRED:     " WS-SUS-REPAIRED-COUNT
               DISPLAY "SUSPENSE STILL OPEN:   " WS-SUS-HELD-COUNT
               DISPLAY "NOT IN SUSPENSE:       " WS-SUS-UNMATCHED-COUNT
           END-IF

           IF WS-RESIDUAL-COUNT > 0 THEN

               MOVE 4 TO WS-RETURN-CODE

           STOP RUN RETURNING WS-RETURN-CODE.

       PARSE-RUN-MODE-PAR.

      *    Blank: the original fixed file names. Otherwise the feed
      *    id and business date of the BATCHVAL run whose rejects are
      *    being repaired; the feed's catalog entry names the control
      *    files and the command line supplies the regenerated
      *    header, so the correction file's HDR line is optional.

           MOVE SPACES TO WS-CMD-WORDS

           UNSTRING WS-RUN-MODE DELIMITED BY ALL SPACES
               INTO WS-CMD-FEED-ID WS-CMD-DATE WS-CMD-OPTION
           END-UNSTRING

           IF WS-CMD-FEED-ID = SPACES THEN

               EXIT PARAGRAPH

           END-IF

           IF WS-CMD-FEED-ID (9:) NOT = SPACES
           OR WS-CMD-DATE (9:) NOT = SPACES
           OR WS-CMD-DATE (1:8) NOT NUMERIC
           OR WS-CMD-OPTION NOT = SPACES
           THEN

               DISPLAY "BATCHREP: BAD RUN PARAMETERS: " WS-RUN-MODE
               DISPLAY "BATCHREP: EXPECTED feedid CCYYMMDD"
               STOP RUN RETURNING 16

           END-IF

           OPEN INPUT FEED-CATALOG

           IF WS-CAT-STATUS NOT = "00" THEN

               DISPLAY "BATCHREP: FEED CATALOG UNAVAILABLE, STATUS "
                   WS-CAT-STATUS
               STOP RUN RETURNING 16

           END-IF

           MOVE WS-CMD-FEED-ID (1:8) TO CAT-FEED-ID

           READ FEED-CATALOG

           IF WS-CAT-STATUS NOT = "00" THEN

               DISPLAY "BATCHREP: FEED " WS-CMD-FEED-ID (1:8)
                   " NOT IN FEED CATALOG, STATUS " WS-CAT-STATUS
               CLOSE FEED-CATALOG
               STOP RUN RETURNING 16

           END-IF

           IF CAT-FIELD-DEF-FILE NOT = SPACES THEN
               MOVE CAT-FIELD-DEF-FILE TO WS-FLD-FILE-NAME
           END-IF

           IF CAT-PARAMETER-FILE NOT = SPACES THEN
               MOVE CAT-PARAMETER-FILE TO WS-PRM-FILE-NAME
           END-IF

           CLOSE FEED-CATALOG

           SET WS-CATALOG-RUN TO TRUE
           SET WS-HEADER-SEEN TO TRUE
           MOVE WS-CMD-FEED-ID (1:8) TO WS-FEED-ID
           MOVE WS-CMD-DATE (1:8)    TO WS-BUSINESS-DATE

           MOVE SPACES TO WS-FILE-PREFIX
           STRING WS-CMD-FEED-ID DELIMITED BY SPACE
               "." WS-CMD-DATE (1:8) "." DELIMITED BY SIZE
               INTO WS-FILE-PREFIX
           END-STRING

           MOVE "REJ" TO WS-FILE-SUFFIX
           PERFORM DERIVE-NAME-PAR
           MOVE WS-DERIVED-NAME TO WS-REJ-FILE-NAME
           MOVE "COR" TO WS-FILE-SUFFIX
           PERFORM DERIVE-NAME-PAR
           MOVE WS-DERIVED-NAME TO WS-COR-FILE-NAME
           MOVE "RSB" TO WS-FILE-SUFFIX
           PERFORM DERIVE-NAME-PAR
           MOVE WS-DERIVED-NAME TO WS-RSB-FILE-NAME
           MOVE "RES" TO WS-FILE-SUFFIX
           PERFORM DERIVE-NAME-PAR
           MOVE WS-DERIVED-NAME TO WS-RES-FILE-NAME
           MOVE "REX" TO WS-FILE-SUFFIX
           PERFORM DERIVE-NAME-PAR
           MOVE WS-DERIVED-NAME TO WS-REX-FILE-NAME
           MOVE "RSR" TO WS-FILE-SUFFIX
           PERFORM DERIVE-NAME-PAR
           MOVE WS-DERIVED-NAME TO WS-RET-FILE-NAME.

       DERIVE-NAME-PAR.

           MOVE SPACES TO WS-DERIVED-NAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               WS-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-DERIVED-NAME
           END-STRING.

       READ-PARAMETERS-PAR.

           OPEN INPUT PARAMETER-FILE
       APPLY-PARAMETER-PAR.

      *    The card is shared with BATCHVAL, so every BATCHVAL keyword
      *    is accepted; only the field-check defaults and the return
      *    file form matter here and the rest are ignored rather than
      *    rejected (BATCHVAL has already vetted the values).

           IF PRM-RECORD (1:1) = "*" OR PRM-RECORD = SPACES THEN


                   MOVE WS-PRM-VALUE (1:1) TO WS-DEFAULT-SIGN-MODE

               WHEN "RETFMT"

                   MOVE WS-PRM-VALUE (1:1) TO WS-RET-FORMAT

               WHEN "RETDLM"

                   IF WS-PRM-VALUE (1:1) NOT = SPACE THEN
                       MOVE WS-PRM-VALUE (1:1) TO WS-RET-DELIMITER
                   END-IF

               WHEN OTHER

                   CONTINUE

           IF WS-FIELD-DEF-COUNT = 0 THEN

               DISPLAY "BATCHREP: NO FIELD DEFINITIONS IN "
                   TRIM (WS-FLD-FILE-NAME)
               STOP RUN RETURNING 16

           END-IF.
                   TO WS-FLD-MAX-AGE (WS-TYPE-COUNT WS-FIELD-SUB)
           ELSE
               MOVE 0 TO WS-FLD-MAX-AGE (WS-TYPE-COUNT WS-FIELD-SUB)
           END-IF

           IF FLD-DEF-SENDER-REF = "Y"
           AND WS-TYP-REF-IX (WS-TYPE-COUNT) = 0
           THEN
               MOVE WS-FIELD-SUB TO WS-TYP-REF-IX (WS-TYPE-COUNT)
           END-IF.

       LOAD-ONE-TYPE-PAR.

           IF COR-RECORD (1:3) = "HDR" THEN

      *        On a catalog run the header is already known; an HDR
      *        line naming another feed or date means the correction
      *        file belongs to a different reject file.

               IF WS-CATALOG-RUN
               AND (COR-RECORD (4:8) NOT = WS-FEED-ID
                   OR COR-RECORD (12:8) NOT = WS-BUSINESS-DATE)
               THEN
                   DISPLAY "BATCHREP: HDR LINE " COR-RECORD (4:16)
                       " DOES NOT MATCH FEED " WS-FEED-ID " "
                       WS-BUSINESS-DATE
                   STOP RUN RETURNING 16
               END-IF

               SET WS-HEADER-SEEN TO TRUE
               MOVE COR-RECORD (4:8)  TO WS-FEED-ID
               MOVE COR-RECORD (12:8) TO WS-BUSINESS-DATE
           ADD 1 TO WS-RECORD-COUNT

           MOVE REJ-RECORD TO WS-WORK-RECORD
           MOVE SPACES TO WS-REC-REASON WS-REC-REASON-CHECK
           MOVE WS-RECORD-COUNT TO WS-CUR-FEED-REC

           PERFORM FIND-SUSPENSE-PAR

           PERFORM MATCH-TYPE-PAR

               MOVE WS-WORK-RECORD TO RES-RECORD
               WRITE RES-RECORD

               MOVE "SEQUENCE" TO WS-SEQ-REASON-FIELD
               MOVE "RECORD TYPE UNKNOWN" TO WS-SEQ-REASON-VALUE
               PERFORM NOTE-SEQUENCE-REASON-PAR
               MOVE "UNKNOWN" TO WS-RET-TYPE-NAME
               PERFORM RETURN-CURRENT-PAR

               MOVE WS-CUR-SUS-NUM TO WS-SUS-MARK-NUM
               MOVE "O" TO WS-SUS-MARK-STATUS
               PERFORM MARK-SUSPENSE-PAR

               EXIT PARAGRAPH

           END-IF
               MOVE WS-WORK-RECORD TO RSB-RECORD
               WRITE RSB-RECORD

               MOVE "R" TO WS-SUS-MARK-STATUS

           ELSE

               ADD 1 TO WS-RESIDUAL-COUNT
               MOVE WS-WORK-RECORD TO RES-RECORD
               WRITE RES-RECORD

               MOVE WS-TYP-NAME (WS-TYPE-SUB) TO WS-RET-TYPE-NAME
               PERFORM RETURN-CURRENT-PAR

               MOVE "O" TO WS-SUS-MARK-STATUS

           END-IF

           MOVE WS-CUR-SUS-NUM TO WS-SUS-MARK-NUM
           MOVE WS-WORK-RECORD TO WS-SUS-MARK-IMAGE
           PERFORM MARK-SUSPENSE-PAR.

       PARENT-RECORD-PAR.

           MOVE WS-WORK-RECORD TO WS-GRP-IMAGE (1)
           MOVE WS-RECORD-CLEAN-SW TO WS-GRP-CLEAN-SW (1)
           MOVE WS-TYPE-SUB TO WS-GRP-TYPE-SUB (1)
           MOVE WS-RECORD-COUNT TO WS-GRP-REC-NUM (1)
           MOVE WS-CUR-SUS-NUM TO WS-GRP-SUS-NUM (1)
           MOVE WS-CUR-FEED-REC TO WS-GRP-FEED-REC (1)
           MOVE WS-REC-REASON TO WS-GRP-REASON (1)
           MOVE WS-REC-REASON-CHECK TO WS-GRP-REASON-CHECK (1)

      *    Members without a reference field of their own quote the
      *    parent's on the return file.

           MOVE 0 TO WS-RET-FAIL-REC
           MOVE WS-WORK-RECORD TO WS-RET-IMAGE
           MOVE WS-TYP-NAME (WS-TYPE-SUB) TO WS-RET-TYPE-NAME
           PERFORM FIND-SENDER-REF-PAR
           MOVE WS-RET-SENDER-REF TO WS-RET-GROUP-REF.

       ADDENDA-RECORD-PAR.

               MOVE WS-WORK-RECORD TO RES-RECORD
               WRITE RES-RECORD

               MOVE "SEQUENCE" TO WS-SEQ-REASON-FIELD
               MOVE "ADDENDA WITHOUT PARENT" TO WS-SEQ-REASON-VALUE
               PERFORM NOTE-SEQUENCE-REASON-PAR
               MOVE WS-TYP-NAME (WS-TYPE-SUB) TO WS-RET-TYPE-NAME
               PERFORM RETURN-CURRENT-PAR

               MOVE WS-CUR-SUS-NUM TO WS-SUS-MARK-NUM
               MOVE "O" TO WS-SUS-MARK-STATUS
               PERFORM MARK-SUSPENSE-PAR

               EXIT PARAGRAPH

           END-IF
               MOVE WS-WORK-RECORD TO RES-RECORD
               WRITE RES-RECORD

               MOVE "SEQUENCE" TO WS-SEQ-REASON-FIELD
               MOVE "MORE THAN 50 ADDENDA" TO WS-SEQ-REASON-VALUE
               PERFORM NOTE-SEQUENCE-REASON-PAR
               MOVE WS-TYP-NAME (WS-TYPE-SUB) TO WS-RET-TYPE-NAME
               PERFORM RETURN-CURRENT-PAR

               IF WS-RET-FAIL-REC = 0 THEN
                   MOVE WS-CUR-FEED-REC TO WS-RET-FAIL-REC
               END-IF

               MOVE WS-CUR-SUS-NUM TO WS-SUS-MARK-NUM
               MOVE "O" TO WS-SUS-MARK-STATUS
               PERFORM MARK-SUSPENSE-PAR

               EXIT PARAGRAPH

           END-IF
           MOVE WS-TYPE-SUB
               TO WS-GRP-TYPE-SUB (WS-GROUP-REC-COUNT)
           MOVE WS-RECORD-COUNT
               TO WS-GRP-REC-NUM (WS-GROUP-REC-COUNT)
           MOVE WS-CUR-SUS-NUM
               TO WS-GRP-SUS-NUM (WS-GROUP-REC-COUNT)
           MOVE WS-CUR-FEED-REC
               TO WS-GRP-FEED-REC (WS-GROUP-REC-COUNT)
           MOVE WS-REC-REASON
               TO WS-GRP-REASON (WS-GROUP-REC-COUNT)
           MOVE WS-REC-REASON-CHECK
               TO WS-GRP-REASON-CHECK (WS-GROUP-REC-COUNT).

       FLUSH-GROUP-PAR.


               IF WS-GRP-CLEAN-SW (WS-GROUP-SUB) NOT = "Y" THEN
                   ADD 1 TO WS-GROUP-FAIL-COUNT
                   IF WS-RET-FAIL-REC = 0 THEN
                       MOVE WS-GRP-FEED-REC (WS-GROUP-SUB)
                           TO WS-RET-FAIL-REC
                   END-IF
               END-IF

           END-PERFORM

           END-IF

      *    The return-file reason for members held back only
      *    because of the group.

           MOVE "GROUP" TO WS-SEQ-REASON-FIELD
           MOVE SPACES TO WS-SEQ-REASON-VALUE
           STRING "RETURNED WITH PARENT RECORD " WS-GRP-FEED-REC (1)
               DELIMITED BY SIZE INTO WS-SEQ-REASON-VALUE

           MOVE SPACES TO WS-RET-GROUP-TEXT

           IF WS-RET-FAIL-REC > 0 THEN
               STRING "WHOLE GROUP RETURNED BECAUSE OF RECORD "
                   WS-RET-FAIL-REC
                   DELIMITED BY SIZE INTO WS-RET-GROUP-TEXT
           ELSE
               MOVE SPACES TO WS-SEQ-REASON-VALUE
               STRING "ADDENDA COUNT MISMATCH - PARENT "
                   WS-GRP-FEED-REC (1)
                   DELIMITED BY SIZE INTO WS-SEQ-REASON-VALUE
               MOVE "WHOLE GROUP RETURNED - ADDENDA COUNT IS WRONG"
                   TO WS-RET-GROUP-TEXT
           END-IF

      *    The members' reasons pass through WS-REC-REASON; the
      *    record that closed the group keeps its own.

           MOVE WS-REC-REASON       TO WS-SAVE-REASON
           MOVE WS-REC-REASON-CHECK TO WS-SAVE-REASON-CHECK

           PERFORM FLUSH-ONE-MEMBER-PAR
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-REC-COUNT

           MOVE WS-SAVE-REASON       TO WS-REC-REASON
           MOVE WS-SAVE-REASON-CHECK TO WS-REC-REASON-CHECK
           MOVE SPACES TO WS-RET-GROUP-REF.

       CHECK-GROUP-CLAIM-PAR.

               MOVE WS-GRP-IMAGE (WS-GROUP-SUB) TO RES-RECORD
               WRITE RES-RECORD

               MOVE WS-GRP-REASON (WS-GROUP-SUB) TO WS-REC-REASON
               MOVE WS-GRP-REASON-CHECK (WS-GROUP-SUB)
                   TO WS-REC-REASON-CHECK
               PERFORM NOTE-SEQUENCE-REASON-PAR
               MOVE WS-GRP-IMAGE (WS-GROUP-SUB) TO WS-RET-IMAGE
               MOVE WS-GRP-FEED-REC (WS-GROUP-SUB) TO WS-RET-REC-NUM
               MOVE WS-TYP-NAME (WS-GRP-TYPE-SUB (WS-GROUP-SUB))
                   TO WS-RET-TYPE-NAME
               PERFORM WRITE-RETURN-DETAIL-PAR

               MOVE "O" TO WS-SUS-MARK-STATUS

           ELSE

               MOVE WS-GRP-TYPE-SUB (WS-GROUP-SUB) TO WS-TYPE-SUB
               MOVE WS-GRP-IMAGE (WS-GROUP-SUB) TO RSB-RECORD
               WRITE RSB-RECORD

               MOVE "R" TO WS-SUS-MARK-STATUS

           END-IF

           MOVE WS-GRP-SUS-NUM (WS-GROUP-SUB) TO WS-SUS-MARK-NUM
           MOVE WS-GRP-IMAGE (WS-GROUP-SUB) TO WS-SUS-MARK-IMAGE
           PERFORM MARK-SUSPENSE-PAR.

       FLUSH-HASH-FIELD-PAR.

           MOVE LN-RESULT TO WS-EXC-RESULT-CODE
           MOVE SPACES TO REX-RECORD
           MOVE WS-EXC-LINE TO REX-RECORD
           WRITE REX-RECORD

           IF WS-REC-REASON-FIELD = SPACES THEN

               MOVE WS-EXC-FIELD-NAME  TO WS-REC-REASON-FIELD
               MOVE WS-EXC-FIELD-VALUE TO WS-REC-REASON-VALUE
               MOVE WS-EXC-RESULT-CODE TO WS-REC-REASON-CODE
               MOVE WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB)
                   TO WS-REC-REASON-CHECK

           END-IF.

       WRITE-TRAILER-PAR.


           END-PERFORM.

       NOTE-SEQUENCE-REASON-PAR.

      *    A record-level reason (sequence or group) only stands in
      *    when no field exception came first.

           IF WS-REC-REASON-FIELD = SPACES THEN

               MOVE WS-SEQ-REASON-FIELD TO WS-REC-REASON-FIELD
               MOVE WS-SEQ-REASON-VALUE TO WS-REC-REASON-VALUE
               MOVE 0 TO WS-REC-REASON-CODE

               IF WS-SEQ-REASON-FIELD = "GROUP" THEN
                   MOVE "GRP " TO WS-REC-REASON-CHECK
               ELSE
                   MOVE "SEQ " TO WS-REC-REASON-CHECK
               END-IF

           END-IF.

       RETURN-CURRENT-PAR.

      *    Return line for the record in the work area; the caller
      *    sets WS-RET-TYPE-NAME.

           MOVE WS-WORK-RECORD  TO WS-RET-IMAGE
           MOVE WS-CUR-FEED-REC TO WS-RET-REC-NUM

           PERFORM WRITE-RETURN-DETAIL-PAR.

       WRITE-RETURN-HEADER-PAR.

           MOVE WS-FEED-ID       TO RET-H-FEED-ID
           MOVE WS-BUSINESS-DATE TO RET-H-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO RET-H-CREATED
           MOVE "BATCHREP"       TO RET-H-SOURCE

           MOVE SPACES TO RTN-RECORD

           IF WS-RET-DELIMITED THEN
               STRING RET-H-REC-TYPE WS-RET-DELIMITER
                   TRIM (RET-H-FEED-ID TRAILING) WS-RET-DELIMITER
                   RET-H-BUSINESS-DATE WS-RET-DELIMITER
                   RET-H-CREATED WS-RET-DELIMITER
                   RET-H-SOURCE
                   DELIMITED BY SIZE INTO RTN-RECORD
           ELSE
               MOVE RET-HEADER-RECORD TO RTN-RECORD
           END-IF

           WRITE RTN-RECORD.

       WRITE-RETURN-DETAIL-PAR.

      *    One line per residual. WS-RET-IMAGE, WS-RET-REC-NUM and
      *    WS-RET-TYPE-NAME are set by the caller, WS-REC-REASON holds
      *    the record's first reason, or for a clean member of a
      *    returned group the group's reason from FLUSH-GROUP-PAR.

           MOVE SPACES TO RET-DETAIL-RECORD
           MOVE WS-RET-REC-NUM   TO RET-D-RECORD-NUM
           MOVE WS-RET-TYPE-NAME TO RET-D-TYPE-NAME

           PERFORM FIND-SENDER-REF-PAR

           IF WS-RET-SENDER-REF = SPACES THEN
               MOVE WS-RET-GROUP-REF TO WS-RET-SENDER-REF
           END-IF

           MOVE WS-RET-SENDER-REF   TO RET-D-SENDER-REF
           MOVE WS-REC-REASON-FIELD TO RET-D-FIELD-NAME
           MOVE WS-REC-REASON-CODE  TO RET-D-RESULT-CODE

           EVALUATE WS-REC-REASON-CHECK

               WHEN "GRP "

                   SET RET-D-GROUP-RETURN TO TRUE
                   MOVE WS-REC-REASON-VALUE TO RET-D-FIELD-VALUE
                   MOVE WS-RET-GROUP-TEXT   TO RET-D-REASON-TEXT

               WHEN "SEQ "

      *            Sequence reasons are already plain text and there
      *            is no offending field value to quote.

                   SET RET-D-OWN-REASON TO TRUE
                   MOVE WS-REC-REASON-VALUE TO RET-D-REASON-TEXT

               WHEN OTHER

                   SET RET-D-OWN-REASON TO TRUE
                   MOVE WS-REC-REASON-VALUE TO RET-D-FIELD-VALUE
                   PERFORM FIND-REASON-TEXT-PAR

           END-EVALUATE

           MOVE SPACES TO RTN-RECORD

           IF WS-RET-DELIMITED THEN

               INSPECT RET-D-SENDER-REF
                   REPLACING ALL WS-RET-DELIMITER BY SPACE
               INSPECT RET-D-FIELD-VALUE
                   REPLACING ALL WS-RET-DELIMITER BY SPACE
               INSPECT RET-D-REASON-TEXT
                   REPLACING ALL WS-RET-DELIMITER BY SPACE

               STRING RET-D-REC-TYPE WS-RET-DELIMITER
                   RET-D-RECORD-NUM WS-RET-DELIMITER
                   TRIM (RET-D-SENDER-REF TRAILING) WS-RET-DELIMITER
                   TRIM (RET-D-TYPE-NAME TRAILING) WS-RET-DELIMITER
                   TRIM (RET-D-FIELD-NAME TRAILING) WS-RET-DELIMITER
                   TRIM (RET-D-FIELD-VALUE TRAILING) WS-RET-DELIMITER
                   RET-D-RESULT-CODE WS-RET-DELIMITER
                   TRIM (RET-D-REASON-TEXT TRAILING)
                   DELIMITED BY SIZE INTO RTN-RECORD

           ELSE

               MOVE RET-DETAIL-RECORD TO RTN-RECORD

           END-IF

           WRITE RTN-RECORD.

       FIND-SENDER-REF-PAR.

      *    WS-RET-IMAGE and WS-RET-TYPE-NAME are set by the caller;
      *    WS-RET-SENDER-REF comes back spaces when the type has no
      *    sender-reference field (or the record matched no type).

           MOVE SPACES TO WS-RET-SENDER-REF

           PERFORM VARYING WS-RET-TYPE-SUB FROM 1 BY 1
               UNTIL WS-RET-TYPE-SUB > WS-TYPE-COUNT
               OR WS-TYP-NAME (WS-RET-TYPE-SUB) = WS-RET-TYPE-NAME

               CONTINUE

           END-PERFORM

           IF WS-RET-TYPE-SUB > WS-TYPE-COUNT THEN

               EXIT PARAGRAPH

           END-IF

           MOVE WS-TYP-REF-IX (WS-RET-TYPE-SUB) TO WS-RET-FIELD-SUB

           IF WS-RET-FIELD-SUB = 0 THEN

               EXIT PARAGRAPH

           END-IF

           MOVE WS-RET-IMAGE
               (WS-FLD-START (WS-RET-TYPE-SUB WS-RET-FIELD-SUB) :
               WS-FLD-LENGTH (WS-RET-TYPE-SUB WS-RET-FIELD-SUB))
               TO WS-RET-SENDER-REF.

       FIND-REASON-TEXT-PAR.

      *    VIA and VDA share the ICRSLT code domain and its texts.

           IF WS-REC-REASON-CHECK = "VIA " OR "VDA " THEN
               MOVE "ADV " TO WS-RET-CHECK
           ELSE
               MOVE WS-REC-REASON-CHECK TO WS-RET-CHECK
           END-IF

           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > IC-REASON-COUNT
               OR (IC-RSN-CHECK (WS-RSN-SUB) = WS-RET-CHECK
                   AND IC-RSN-CODE (WS-RSN-SUB) = WS-REC-REASON-CODE)

               CONTINUE

           END-PERFORM

           IF WS-RSN-SUB > IC-REASON-COUNT THEN
               STRING "FAILED " WS-RET-CHECK " CHECK WITH RESULT CODE "
                   WS-REC-REASON-CODE
                   DELIMITED BY SIZE INTO RET-D-REASON-TEXT
           ELSE
               MOVE IC-RSN-TEXT (WS-RSN-SUB) TO RET-D-REASON-TEXT
           END-IF.

       WRITE-RETURN-TRAILER-PAR.

      *    One return line per residual.

           MOVE WS-FEED-ID        TO RET-T-FEED-ID
           MOVE WS-BUSINESS-DATE  TO RET-T-BUSINESS-DATE
           MOVE WS-RESIDUAL-COUNT TO RET-T-LINE-COUNT

           MOVE SPACES TO RTN-RECORD

           IF WS-RET-DELIMITED THEN
               STRING RET-T-REC-TYPE WS-RET-DELIMITER
                   TRIM (RET-T-FEED-ID TRAILING) WS-RET-DELIMITER
                   RET-T-BUSINESS-DATE WS-RET-DELIMITER
                   RET-T-LINE-COUNT
                   DELIMITED BY SIZE INTO RTN-RECORD
           ELSE
               MOVE RET-TRAILER-RECORD TO RTN-RECORD
           END-IF

           WRITE RTN-RECORD.

       OPEN-SUSPENSE-PAR.

      *    OPTIONAL + OPEN I-O: a missing inventory is created empty
      *    and simply matches nothing. One that cannot be opened is
      *    reported and the repair run goes ahead without it.

           OPEN I-O REJECT-SUSPENSE

           IF WS-SUS-STATUS NOT = "00" AND WS-SUS-STATUS NOT = "05"
           THEN

               DISPLAY "BATCHREP: REJECT SUSPENSE UNAVAILABLE, STATUS "
                   WS-SUS-STATUS " - SUSPENSE NOT UPDATED"
               EXIT PARAGRAPH

           END-IF

           SET WS-SUS-OPEN TO TRUE.

       FIND-SUSPENSE-PAR.

      *    On the first pass over BATCHVAL's reject file the record's
      *    position IS its suspense number. A later pass reads a
      *    residual (or resubmission reject) file whose positions
      *    have shifted, so the feed and date's open entries are
      *    searched for the image - as rejected, or as last repaired.

           MOVE 0 TO WS-CUR-SUS-NUM

           IF NOT WS-SUS-OPEN THEN

               EXIT PARAGRAPH

           END-IF

           MOVE WS-FEED-ID       TO SUS-FEED-ID
           MOVE WS-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE WS-RECORD-COUNT  TO SUS-REJECT-NUM

           READ REJECT-SUSPENSE

           IF WS-SUS-STATUS = "00" THEN

               PERFORM TEST-SUSPENSE-MATCH-PAR

           END-IF

           IF WS-CUR-SUS-NUM = 0 THEN

               PERFORM SEARCH-SUSPENSE-PAR

           END-IF

           IF WS-CUR-SUS-NUM = 0 THEN

               ADD 1 TO WS-SUS-UNMATCHED-COUNT
               EXIT PARAGRAPH

           END-IF

      *    Stamped at once, so a later identical image (or a member of
      *    a group still being held) cannot claim the same entry.

           MOVE SUS-RECORD-NUM TO WS-CUR-FEED-REC
           MOVE WS-RUN-ID TO SUS-LAST-RUN-ID

           REWRITE SUS-RECORD
               INVALID KEY
                   DISPLAY "BATCHREP: SUSPENSE REWRITE FAILED, STATUS "
                       WS-SUS-STATUS
           END-REWRITE.

       SEARCH-SUSPENSE-PAR.

           MOVE "N" TO WS-SUS-EOF-SW
           MOVE WS-FEED-ID       TO SUS-FEED-ID
           MOVE WS-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE 0                TO SUS-REJECT-NUM

           START REJECT-SUSPENSE KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   SET WS-SUS-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL WS-SUS-EOF-YES OR WS-CUR-SUS-NUM > 0

               READ REJECT-SUSPENSE NEXT RECORD
                   AT END
                       SET WS-SUS-EOF-YES TO TRUE
                   NOT AT END

                       IF SUS-FEED-ID NOT = WS-FEED-ID
                       OR SUS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       THEN
                           SET WS-SUS-EOF-YES TO TRUE
                       ELSE
                           PERFORM TEST-SUSPENSE-MATCH-PAR
                       END-IF

               END-READ

           END-PERFORM.

       TEST-SUSPENSE-MATCH-PAR.

           IF SUS-OPEN
           AND SUS-LAST-RUN-ID NOT = WS-RUN-ID
           AND (SUS-RECORD-IMAGE = REJ-RECORD
               OR SUS-REPAIR-IMAGE = REJ-RECORD)
           THEN

               MOVE SUS-REJECT-NUM TO WS-CUR-SUS-NUM

           END-IF.

       MARK-SUSPENSE-PAR.

      *    WS-SUS-MARK-NUM, WS-SUS-MARK-STATUS and (for "R") the
      *    corrected image in WS-SUS-MARK-IMAGE are set by the caller.
      *    A record that stays behind keeps its entry open as it is.

           IF NOT WS-SUS-OPEN OR WS-SUS-MARK-NUM = 0 THEN

               EXIT PARAGRAPH

           END-IF

           IF WS-SUS-MARK-STATUS NOT = "R" THEN

               ADD 1 TO WS-SUS-HELD-COUNT
               EXIT PARAGRAPH

           END-IF

           MOVE WS-FEED-ID       TO SUS-FEED-ID
           MOVE WS-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE WS-SUS-MARK-NUM  TO SUS-REJECT-NUM

           READ REJECT-SUSPENSE

           IF WS-SUS-STATUS NOT = "00" THEN

               DISPLAY "BATCHREP: SUSPENSE ENTRY " WS-SUS-MARK-NUM
                   " NOT READ, STATUS " WS-SUS-STATUS
               EXIT PARAGRAPH

           END-IF

           SET SUS-REPAIRED TO TRUE
           MOVE WS-SUS-MARK-IMAGE TO SUS-REPAIR-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:14) TO SUS-STATUS-TIMESTAMP
           ADD 1 TO WS-SUS-REPAIRED-COUNT

           REWRITE SUS-RECORD
               INVALID KEY
                   DISPLAY "BATCHREP: SUSPENSE REWRITE FAILED, STATUS "
                       WS-SUS-STATUS
           END-REWRITE.

       END PROGRAM BATCHREP.
