      *             that ties back to the feed trailer's hash when
      *             nothing was rejected.
      *
      *             Run with "feedid CCYYMMDD" on the command line
      *             (as FEEDDRV does) the feed's FEEDCAT.DAT entry
      *             supplies the field-definition file and parameter
      *             card, the input is BATCHVAL's FEEDID.CCYYMMDD.ACC
      *             and the report is FEEDID.CCYYMMDD.SUM; adding
      *             RESUBMIT summarizes a resubmission instead (RAC
      *             in, RSM out). A blank command line keeps the
      *             original fixed names.
      *
      *             Run with the feed id and business date, the
      *             signed and absolute totals of the grand total line
      *             are also recorded on that feed's run register entry
      *             (FEEDREG.DAT, see the ICFDREG copybook) with the
      *             count of every typed detail record, addenda
      *             included - the records POSTEXT sends to posting
      *             one for one - where POSTRECN reconciles them
      *             against the posting system's confirmation. A
      *             RESUBMIT summary leaves the original release's
      *             totals, which are what was posted, and records its
      *             count and absolute total in the entry's
      *             resubmission group instead (REG-RSB-SUM-*), which
      *             POSTRECN reconciles the resubmission's own posting
      *             confirmation against. A register that cannot be
      *             opened, a feed missing from it, or (RESUBMIT) an
      *             entry with no resubmission recorded is reported
      *             but does not fail the summary.
      *
      *             Return codes: 0 report produced, 16 setup error
      *             (including a feed missing from the catalog).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCEPTED-FILE
               ASSIGN TO DYNAMIC WS-ACC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT FIELD-DEF-FILE
               ASSIGN TO DYNAMIC WS-FLD-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO DYNAMIC WS-PRM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CODE-FILE ASSIGN TO "ICCODES.DAT"
               RECORD KEY CODE-KEY
               FILE STATUS WS-CODE-STATUS.

           SELECT SUMMARY-REPORT
               ASSIGN TO DYNAMIC WS-SUM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL FEED-CATALOG ASSIGN TO "FEEDCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CAT-FEED-ID
               FILE STATUS WS-CAT-STATUS.

           SELECT OPTIONAL FEED-REGISTER ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY REG-KEY
               FILE STATUS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTED-FILE.
       FD  SUMMARY-REPORT.
       01  RPT-RECORD                    PIC X(100).

       FD  FEED-CATALOG.
       COPY ICFDCAT.

       FD  FEED-REGISTER.
       COPY ICFDREG.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-CODE-FILE-SW               PIC X VALUE "N".
           88  WS-CODE-FILE-OPEN         VALUE "Y".
           88  WS-CODE-FILE-BAD          VALUE "B".
       01  WS-ACC-FILE-NAME              PIC X(64)
                                         VALUE "BATCHACC.DAT".
       01  WS-FLD-FILE-NAME              PIC X(64)
                                         VALUE "BATCHFLD.DEF".
       01  WS-PRM-FILE-NAME              PIC X(64)
                                         VALUE "BATCHPRM.DAT".
       01  WS-SUM-FILE-NAME              PIC X(64)
                                         VALUE "BATCHSUM.RPT".
       01  WS-RUN-MODE                   PIC X(64) VALUE SPACES.
       01  WS-CAT-STATUS                 PIC X(02).
       01  WS-REG-STATUS                 PIC X(02).
       01  WS-CMD-WORDS.
           05  WS-CMD-FEED-ID            PIC X(20).
           05  WS-CMD-DATE               PIC X(20).
           05  WS-CMD-OPTION             PIC X(20).
       01  WS-FILE-PREFIX                PIC X(20).
       01  WS-FILE-SUFFIX                PIC X(03).
       01  WS-DERIVED-NAME               PIC X(64).
       01  WS-RECORD-COUNT               PIC 9(07) VALUE 0.
       01  WS-UNTYPED-COUNT              PIC 9(07) VALUE 0.
       01  WS-DETAIL-COUNT               PIC 9(07) VALUE 0.
       01  WS-DEFAULT-SIGN-MODE          PIC X(01) VALUE SPACE.
       01  WS-DEFAULT-LOCALE             PIC X(02) VALUE SPACES.
       01  WS-PRM-KEY                    PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-MODE FROM COMMAND-LINE

           PERFORM PARSE-RUN-MODE-PAR

           PERFORM READ-PARAMETERS-PAR

           PERFORM LOAD-FIELD-DEFS-PAR

           CLOSE SUMMARY-REPORT

           IF WS-CMD-FEED-ID NOT = SPACES THEN
               PERFORM RECORD-TOTALS-PAR
           END-IF

           IF WS-CODE-FILE-OPEN THEN
               CLOSE CODE-FILE
           END-IF

           STOP RUN.

       PARSE-RUN-MODE-PAR.

      *    Blank: the original fixed file names. Otherwise the feed
      *    id and business date BATCHVAL ran under, optionally
      *    RESUBMIT to summarize the resubmission's accepted file.

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
           OR (WS-CMD-OPTION NOT = SPACES
               AND WS-CMD-OPTION NOT = "RESUBMIT")
           THEN

               DISPLAY "BATCHSUM: BAD RUN PARAMETERS: " WS-RUN-MODE
               DISPLAY "BATCHSUM: EXPECTED feedid CCYYMMDD [RESUBMIT]"
               STOP RUN RETURNING 16

           END-IF

           OPEN INPUT FEED-CATALOG

           IF WS-CAT-STATUS NOT = "00" THEN

               DISPLAY "BATCHSUM: FEED CATALOG UNAVAILABLE, STATUS "
                   WS-CAT-STATUS
               STOP RUN RETURNING 16

           END-IF

           MOVE WS-CMD-FEED-ID (1:8) TO CAT-FEED-ID

           READ FEED-CATALOG

           IF WS-CAT-STATUS NOT = "00" THEN

               DISPLAY "BATCHSUM: FEED " WS-CMD-FEED-ID (1:8)
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

           MOVE SPACES TO WS-FILE-PREFIX
           STRING WS-CMD-FEED-ID DELIMITED BY SPACE
               "." WS-CMD-DATE (1:8) "." DELIMITED BY SIZE
               INTO WS-FILE-PREFIX
           END-STRING

           IF WS-CMD-OPTION = "RESUBMIT" THEN
               MOVE "RAC" TO WS-FILE-SUFFIX
           ELSE
               MOVE "ACC" TO WS-FILE-SUFFIX
           END-IF
           PERFORM DERIVE-NAME-PAR
           MOVE WS-DERIVED-NAME TO WS-ACC-FILE-NAME

           IF WS-CMD-OPTION = "RESUBMIT" THEN
               MOVE "RSM" TO WS-FILE-SUFFIX
           ELSE
               MOVE "SUM" TO WS-FILE-SUFFIX
           END-IF
           PERFORM DERIVE-NAME-PAR
           MOVE WS-DERIVED-NAME TO WS-SUM-FILE-NAME

           DISPLAY "BATCHSUM: INPUT " TRIM (WS-ACC-FILE-NAME)
               " REPORT " TRIM (WS-SUM-FILE-NAME).

       DERIVE-NAME-PAR.

           MOVE SPACES TO WS-DERIVED-NAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               WS-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-DERIVED-NAME
           END-STRING.

       READ-PARAMETERS-PAR.

           OPEN INPUT PARAMETER-FILE

           IF WS-FIELD-DEF-COUNT = 0 THEN

               DISPLAY "BATCHSUM: NO FIELD DEFINITIONS IN "
                   TRIM (WS-FLD-FILE-NAME)
               STOP RUN RETURNING 16

           END-IF

           END-IF

           ADD 1 TO WS-DETAIL-COUNT

           IF WS-TYP-AMOUNT-IX (WS-TYPE-SUB) = 0 THEN

      *        No amount field on this type (e.g. addenda records):
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR.

       RECORD-TOTALS-PAR.

      *    The register entry BATCHVAL wrote for this feed id and
      *    business date carries the totals forward to POSTRECN. The
      *    count is of every typed record, as POSTEXT extracts them,
      *    not only the amount-bearing ones on the grand total line.

           OPEN I-O FEED-REGISTER

           IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "05"
           THEN

               DISPLAY "BATCHSUM: RUN REGISTER UNAVAILABLE, STATUS "
                   WS-REG-STATUS " - TOTALS NOT RECORDED"
               EXIT PARAGRAPH

           END-IF

           MOVE WS-CMD-FEED-ID (1:8) TO REG-FEED-ID
           MOVE WS-CMD-DATE (1:8)    TO REG-BUSINESS-DATE

           READ FEED-REGISTER

           IF WS-REG-STATUS NOT = "00" THEN

               DISPLAY "BATCHSUM: FEED " REG-FEED-ID " "
                   REG-BUSINESS-DATE " NOT IN RUN REGISTER, STATUS "
                   WS-REG-STATUS " - TOTALS NOT RECORDED"
               CLOSE FEED-REGISTER
               EXIT PARAGRAPH

           END-IF

      *    A resubmission's totals go to the resubmission group, so
      *    the release's stay as posted.

           IF WS-CMD-OPTION = "RESUBMIT" THEN

               IF REG-RSB-RUN-TIMESTAMP = SPACES THEN

                   DISPLAY "BATCHSUM: FEED " REG-FEED-ID " "
                       REG-BUSINESS-DATE " HAS NO RESUBMISSION IN RUN "
                       "REGISTER - TOTALS NOT RECORDED"
                   CLOSE FEED-REGISTER
                   EXIT PARAGRAPH

               END-IF

               MOVE FUNCTION CURRENT-DATE (1:14)
                   TO REG-RSB-SUM-TIMESTAMP
               MOVE WS-DETAIL-COUNT TO REG-RSB-SUM-RECORD-COUNT
               MOVE WS-GRAND-ABS    TO REG-RSB-SUM-ABS-TOTAL

           ELSE

               MOVE FUNCTION CURRENT-DATE (1:14) TO REG-SUM-TIMESTAMP
               MOVE WS-DETAIL-COUNT TO REG-SUM-RECORD-COUNT
               MOVE WS-GRAND-SIGNED TO REG-SUM-SIGNED-TOTAL
               MOVE WS-GRAND-ABS    TO REG-SUM-ABSOLUTE-TOTAL

           END-IF

           REWRITE REG-RECORD
               INVALID KEY
                   DISPLAY "BATCHSUM: REGISTER REWRITE FAILED, STATUS "
                       WS-REG-STATUS
           END-REWRITE

           CLOSE FEED-REGISTER.

       PRINT-LINE-PAR.

           IF WS-LINE-COUNT > 55 THEN
