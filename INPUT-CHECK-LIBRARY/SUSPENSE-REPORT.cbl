      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Aging report over the reject suspense inventory
      *             (REJSUSP.DAT, see the ICSUSP copybook) that
      *             BATCHVAL, BATCHREP and SUSWOFF maintain, so month
      *             end can show that every rejected item was either
      *             corrected or formally written off, and operations
      *             can see which rejects nobody has touched.
      *
      *             For each feed id an item is OUTSTANDING while it
      *             is open or repaired (repaired = corrected by
      *             BATCHREP but not yet accepted by the resubmission
      *             run). Outstanding items are aged from the feed's
      *             business date (the date the entry was filed when
      *             the business date is unusable) to the as-of date
      *             and counted in four buckets - 0-1, 2-5, 6-30 and
      *             over 30 days - with the sum of their ABSOLUTE
      *             amounts, plus a feed total; a CLOSED line gives
      *             the feed's resubmitted and written-off counts.
      *             Grand totals over every feed listed follow, then
      *             every outstanding item over 30 days old with its
      *             reject number, record number, status and first
      *             exception, paginated to SUSPENSE.RPT.
      *
      *             Run parameters (command line, optional):
      *                 [CCYYMMDD [feedid]]
      *             the as-of date (default today; "*" also means
      *             today) and one feed id to report alone.
      *
      *             Return codes: 0 nothing outstanding over 30 days,
      *             4 items outstanding over 30 days, 16 bad run
      *             parameter or suspense file unavailable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REJECT-SUSPENSE ASSIGN TO "REJSUSP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY SUS-KEY
               FILE STATUS WS-SUS-STATUS.

           SELECT SUSPENSE-REPORT ASSIGN TO "SUSPENSE.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-SUSPENSE.
       COPY ICSUSP.

       FD  SUSPENSE-REPORT.
       01  RPT-RECORD                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-SUS-STATUS                 PIC X(02).
       01  WS-RUN-PARM                   PIC X(40) VALUE SPACES.
       01  WS-PARM-DATE                  PIC X(20).
       01  WS-PARM-FEED                  PIC X(20).
       01  WS-SELECT-FEED                PIC X(08) VALUE SPACES.
       01  WS-AS-OF-DATE                 PIC 9(08).
       01  WS-AS-OF-DAY                  PIC 9(07).
       01  WS-ENTRY-DATE                 PIC 9(08).
       01  WS-AGE-DAYS                   PIC S9(07).
       01  WS-BUCKET                     PIC 9(01).
       01  WS-SUB                        PIC 9(01).
       01  WS-ENTRY-COUNT                PIC 9(07) VALUE 0.
       01  WS-FEED-COUNT                 PIC 9(05) VALUE 0.
       01  WS-OVER-30-COUNT              PIC 9(07) VALUE 0.
       01  WS-CURRENT-FEED               PIC X(08) VALUE SPACES.
       01  WS-FEED-OPEN-SW               PIC X VALUE "N".
           88  WS-FEED-OPEN              VALUE "Y".
       01  WS-PRINT-LINE                 PIC X(100).
       01  WS-LINE-COUNT                 PIC 9(03) VALUE 99.
       01  WS-PAGE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-RETURN-CODE                PIC 99 VALUE 0.

      *    Bucket accumulators, one set for the current feed and one
      *    for the whole report: 1 = 0-1 days, 2 = 2-5, 3 = 6-30,
      *    4 = over 30.

       01  WS-FEED-TOTALS.
           05  WS-FEED-BUCKET OCCURS 4 TIMES.
               10  WS-FB-OPEN            PIC 9(07).
               10  WS-FB-REPAIRED        PIC 9(07).
               10  WS-FB-AMOUNT          PIC 9(15)V99.
           05  WS-FEED-RESUBMITTED       PIC 9(07).
           05  WS-FEED-WRITTEN-OFF       PIC 9(07).
           05  WS-FEED-WO-AMOUNT         PIC 9(15)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-BUCKET OCCURS 4 TIMES.
               10  WS-GB-OPEN            PIC 9(07).
               10  WS-GB-REPAIRED        PIC 9(07).
               10  WS-GB-AMOUNT          PIC 9(15)V99.
           05  WS-GRAND-RESUBMITTED      PIC 9(07).
           05  WS-GRAND-WRITTEN-OFF      PIC 9(07).
           05  WS-GRAND-WO-AMOUNT        PIC 9(15)V99.
       01  WS-SUM-OPEN                   PIC 9(07).
       01  WS-SUM-REPAIRED               PIC 9(07).
       01  WS-SUM-AMOUNT                 PIC 9(15)V99.

       01  WS-BUCKET-NAMES.
           05  FILLER                    PIC X(08) VALUE "0-1".
           05  FILLER                    PIC X(08) VALUE "2-5".
           05  FILLER                    PIC X(08) VALUE "6-30".
           05  FILLER                    PIC X(08) VALUE "OVER 30".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME OCCURS 4 TIMES PIC X(08).

       01  WS-HEADING-1.
           05  FILLER                    PIC X(40)
               VALUE "REJECT SUSPENSE AGING".
           05  FILLER                    PIC X(26) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE               PIC ZZ9.
       01  WS-HEADING-2.
           05  FILLER                    PIC X(07) VALUE "AS OF: ".
           05  WS-HDG-DATE               PIC X(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE "FEED: ".
           05  WS-HDG-FEED               PIC X(08).
       01  WS-HEADING-3.
           05  FILLER                    PIC X(10) VALUE "FEED".
           05  FILLER                    PIC X(10) VALUE "AGE DAYS".
           05  FILLER                    PIC X(09) VALUE "    OPEN".
           05  FILLER                    PIC X(10) VALUE "  REPAIRED".
           05  FILLER                    PIC X(09) VALUE "   TOTAL".
           05  FILLER                    PIC X(24)
               VALUE "         ABSOLUTE AMOUNT".

       01  WS-DETAIL-LINE.
           05  WS-DET-FEED-ID            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-BUCKET             PIC X(08).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DET-OPEN               PIC ZZZZZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DET-REPAIRED           PIC ZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-TOTAL              PIC ZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CLOSED-LINE.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(20)
               VALUE "CLOSED: RESUBMITTED ".
           05  WS-CLS-RESUBMITTED        PIC ZZZZZZ9.
           05  FILLER                    PIC X(14)
               VALUE "  WRITTEN OFF ".
           05  WS-CLS-WRITTEN-OFF        PIC ZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CLS-WO-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-OVER-HEADING.
           05  FILLER                    PIC X(10) VALUE "FEED".
           05  FILLER                    PIC X(10) VALUE "DATE".
           05  FILLER                    PIC X(09) VALUE "REJECT".
           05  FILLER                    PIC X(09) VALUE "RECORD".
           05  FILLER                    PIC X(04) VALUE "ST".
           05  FILLER                    PIC X(07) VALUE "  AGE".
           05  FILLER                    PIC X(19)
               VALUE "   ABSOLUTE AMOUNT".
           05  FILLER                    PIC X(17) VALUE "  REASON".

       01  WS-OVER-LINE.
           05  WS-OVR-FEED-ID            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OVR-DATE               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OVR-REJECT-NUM         PIC ZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OVR-RECORD-NUM         PIC ZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OVR-STATUS             PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OVR-AGE                PIC ZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OVR-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OVR-REASON-FIELD       PIC X(14).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-OVR-REASON-CODE        PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE

           PERFORM PARSE-RUN-PARM-PAR

           OPEN INPUT REJECT-SUSPENSE

           IF WS-SUS-STATUS NOT = "00" AND WS-SUS-STATUS NOT = "05"
           THEN

               DISPLAY "SUSRPT: CANNOT OPEN REJSUSP.DAT, STATUS "
                   WS-SUS-STATUS
               STOP RUN RETURNING 16

           END-IF

           OPEN OUTPUT SUSPENSE-REPORT

           INITIALIZE WS-FEED-TOTALS WS-GRAND-TOTALS

           PERFORM UNTIL WS-EOF-YES

               READ REJECT-SUSPENSE NEXT
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM AGE-ENTRY-PAR
               END-READ

           END-PERFORM

           PERFORM FEED-BREAK-PAR

           CLOSE REJECT-SUSPENSE

           IF WS-FEED-COUNT = 0 THEN

               MOVE "  (NO SUSPENSE ENTRIES)" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           ELSE

               PERFORM PRINT-GRAND-TOTALS-PAR

           END-IF

           PERFORM LIST-OVER-30-PAR

           CLOSE SUSPENSE-REPORT

           DISPLAY "SUSPENSE ENTRIES READ: " WS-ENTRY-COUNT
           DISPLAY "FEEDS LISTED:          " WS-FEED-COUNT
           DISPLAY "OUTSTANDING OVER 30:   " WS-OVER-30-COUNT

           IF WS-OVER-30-COUNT > 0 THEN

               MOVE 4 TO WS-RETURN-CODE

           END-IF

           STOP RUN RETURNING WS-RETURN-CODE.

       PARSE-RUN-PARM-PAR.

           MOVE SPACES TO WS-PARM-DATE WS-PARM-FEED

           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-DATE WS-PARM-FEED
           END-UNSTRING

           IF WS-PARM-DATE = SPACES OR WS-PARM-DATE = "*" THEN

               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE

           ELSE

               IF WS-PARM-DATE (1:8) NOT NUMERIC
               OR WS-PARM-DATE (9:) NOT = SPACES
               THEN
                   PERFORM BAD-RUN-PARM-PAR
               END-IF

               MOVE WS-PARM-DATE (1:8) TO WS-AS-OF-DATE

               IF TEST-DATE-YYYYMMDD (WS-AS-OF-DATE) NOT = 0 THEN
                   PERFORM BAD-RUN-PARM-PAR
               END-IF

           END-IF

           IF WS-PARM-FEED (9:) NOT = SPACES THEN

               PERFORM BAD-RUN-PARM-PAR

           END-IF

           MOVE WS-PARM-FEED (1:8) TO WS-SELECT-FEED
           COMPUTE WS-AS-OF-DAY = INTEGER-OF-DATE (WS-AS-OF-DATE)

           MOVE WS-AS-OF-DATE TO WS-HDG-DATE

           IF WS-SELECT-FEED = SPACES THEN
               MOVE "ALL" TO WS-HDG-FEED
           ELSE
               MOVE WS-SELECT-FEED TO WS-HDG-FEED
           END-IF.

       BAD-RUN-PARM-PAR.

           DISPLAY "SUSRPT: BAD RUN PARAMETERS: " WS-RUN-PARM
           DISPLAY "SUSRPT: EXPECTED [CCYYMMDD [feedid]]"
           STOP RUN RETURNING 16.

       AGE-ENTRY-PAR.

           IF WS-SELECT-FEED NOT = SPACES
           AND SUS-FEED-ID NOT = WS-SELECT-FEED
           THEN

               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-ENTRY-COUNT

           IF NOT WS-FEED-OPEN OR SUS-FEED-ID NOT = WS-CURRENT-FEED
           THEN

               PERFORM FEED-BREAK-PAR
               MOVE SUS-FEED-ID TO WS-CURRENT-FEED
               SET WS-FEED-OPEN TO TRUE
               ADD 1 TO WS-FEED-COUNT

           END-IF

           EVALUATE TRUE

               WHEN SUS-RESUBMITTED

                   ADD 1 TO WS-FEED-RESUBMITTED

               WHEN SUS-WRITTEN-OFF

                   ADD 1 TO WS-FEED-WRITTEN-OFF
                   ADD SUS-AMOUNT TO WS-FEED-WO-AMOUNT

               WHEN OTHER

                   PERFORM COMPUTE-AGE-PAR

                   IF SUS-REPAIRED THEN
                       ADD 1 TO WS-FB-REPAIRED (WS-BUCKET)
                   ELSE
                       ADD 1 TO WS-FB-OPEN (WS-BUCKET)
                   END-IF
                   ADD SUS-AMOUNT TO WS-FB-AMOUNT (WS-BUCKET)

           END-EVALUATE.

       COMPUTE-AGE-PAR.

      *    Aged from the business date the reject belongs to; an entry
      *    whose date cannot be used is aged from the day it was
      *    filed instead. A date after the as-of date counts as 0.

           MOVE 0 TO WS-ENTRY-DATE

           IF SUS-BUSINESS-DATE NUMERIC THEN
               MOVE SUS-BUSINESS-DATE TO WS-ENTRY-DATE
           END-IF

           IF TEST-DATE-YYYYMMDD (WS-ENTRY-DATE) NOT = 0
           AND SUS-OPENED-TIMESTAMP (1:8) NUMERIC
           THEN
               MOVE SUS-OPENED-TIMESTAMP (1:8) TO WS-ENTRY-DATE
           END-IF

           IF TEST-DATE-YYYYMMDD (WS-ENTRY-DATE) = 0 THEN
               COMPUTE WS-AGE-DAYS =
                   WS-AS-OF-DAY - INTEGER-OF-DATE (WS-ENTRY-DATE)
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           IF WS-AGE-DAYS < 0 THEN
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 5
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 30
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.

       FEED-BREAK-PAR.

           IF NOT WS-FEED-OPEN THEN

               EXIT PARAGRAPH

           END-IF

           MOVE 0 TO WS-SUM-OPEN WS-SUM-REPAIRED WS-SUM-AMOUNT

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4

               MOVE SPACES TO WS-DET-FEED-ID
               IF WS-SUB = 1 THEN
                   MOVE WS-CURRENT-FEED TO WS-DET-FEED-ID
               END-IF
               MOVE WS-BUCKET-NAME (WS-SUB) TO WS-DET-BUCKET
               MOVE WS-FB-OPEN (WS-SUB)     TO WS-DET-OPEN
               MOVE WS-FB-REPAIRED (WS-SUB) TO WS-DET-REPAIRED
               COMPUTE WS-DET-TOTAL =
                   WS-FB-OPEN (WS-SUB) + WS-FB-REPAIRED (WS-SUB)
               MOVE WS-FB-AMOUNT (WS-SUB)   TO WS-DET-AMOUNT
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

               ADD WS-FB-OPEN (WS-SUB)     TO WS-SUM-OPEN
               ADD WS-FB-REPAIRED (WS-SUB) TO WS-SUM-REPAIRED
               ADD WS-FB-AMOUNT (WS-SUB)   TO WS-SUM-AMOUNT

               ADD WS-FB-OPEN (WS-SUB)     TO WS-GB-OPEN (WS-SUB)
               ADD WS-FB-REPAIRED (WS-SUB) TO WS-GB-REPAIRED (WS-SUB)
               ADD WS-FB-AMOUNT (WS-SUB)   TO WS-GB-AMOUNT (WS-SUB)

           END-PERFORM

           MOVE SPACES TO WS-DET-FEED-ID
           MOVE "TOTAL" TO WS-DET-BUCKET
           MOVE WS-SUM-OPEN     TO WS-DET-OPEN
           MOVE WS-SUM-REPAIRED TO WS-DET-REPAIRED
           COMPUTE WS-DET-TOTAL = WS-SUM-OPEN + WS-SUM-REPAIRED
           MOVE WS-SUM-AMOUNT   TO WS-DET-AMOUNT
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE WS-FEED-RESUBMITTED TO WS-CLS-RESUBMITTED
           MOVE WS-FEED-WRITTEN-OFF TO WS-CLS-WRITTEN-OFF
           MOVE WS-FEED-WO-AMOUNT   TO WS-CLS-WO-AMOUNT
           MOVE WS-CLOSED-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           ADD WS-FEED-RESUBMITTED TO WS-GRAND-RESUBMITTED
           ADD WS-FEED-WRITTEN-OFF TO WS-GRAND-WRITTEN-OFF
           ADD WS-FEED-WO-AMOUNT   TO WS-GRAND-WO-AMOUNT

           INITIALIZE WS-FEED-TOTALS
           MOVE "N" TO WS-FEED-OPEN-SW.

       PRINT-GRAND-TOTALS-PAR.

           MOVE 0 TO WS-SUM-OPEN WS-SUM-REPAIRED WS-SUM-AMOUNT

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4

               MOVE SPACES TO WS-DET-FEED-ID
               IF WS-SUB = 1 THEN
                   MOVE "ALL" TO WS-DET-FEED-ID
               END-IF
               MOVE WS-BUCKET-NAME (WS-SUB) TO WS-DET-BUCKET
               MOVE WS-GB-OPEN (WS-SUB)     TO WS-DET-OPEN
               MOVE WS-GB-REPAIRED (WS-SUB) TO WS-DET-REPAIRED
               COMPUTE WS-DET-TOTAL =
                   WS-GB-OPEN (WS-SUB) + WS-GB-REPAIRED (WS-SUB)
               MOVE WS-GB-AMOUNT (WS-SUB)   TO WS-DET-AMOUNT
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

               ADD WS-GB-OPEN (WS-SUB)     TO WS-SUM-OPEN
               ADD WS-GB-REPAIRED (WS-SUB) TO WS-SUM-REPAIRED
               ADD WS-GB-AMOUNT (WS-SUB)   TO WS-SUM-AMOUNT

           END-PERFORM

           MOVE SPACES TO WS-DET-FEED-ID
           MOVE "TOTAL" TO WS-DET-BUCKET
           MOVE WS-SUM-OPEN     TO WS-DET-OPEN
           MOVE WS-SUM-REPAIRED TO WS-DET-REPAIRED
           COMPUTE WS-DET-TOTAL = WS-SUM-OPEN + WS-SUM-REPAIRED
           MOVE WS-SUM-AMOUNT   TO WS-DET-AMOUNT
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE WS-GRAND-RESUBMITTED TO WS-CLS-RESUBMITTED
           MOVE WS-GRAND-WRITTEN-OFF TO WS-CLS-WRITTEN-OFF
           MOVE WS-GRAND-WO-AMOUNT   TO WS-CLS-WO-AMOUNT
           MOVE WS-CLOSED-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR.

       LIST-OVER-30-PAR.

      *    Second pass: the items behind the "OVER 30" buckets, one
      *    line each, for whoever has to chase them.

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR
           MOVE "OUTSTANDING ITEMS OVER 30 DAYS" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR
           MOVE "------------------------------" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR
           MOVE WS-OVER-HEADING TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "N" TO WS-EOF-SW

           OPEN INPUT REJECT-SUSPENSE

           PERFORM UNTIL WS-EOF-YES

               READ REJECT-SUSPENSE NEXT
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM LIST-ONE-OVER-30-PAR
               END-READ

           END-PERFORM

           CLOSE REJECT-SUSPENSE

           IF WS-OVER-30-COUNT = 0 THEN

               MOVE "  (NONE)" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF.

       LIST-ONE-OVER-30-PAR.

           IF WS-SELECT-FEED NOT = SPACES
           AND SUS-FEED-ID NOT = WS-SELECT-FEED
           THEN

               EXIT PARAGRAPH

           END-IF

           IF NOT SUS-OPEN AND NOT SUS-REPAIRED THEN

               EXIT PARAGRAPH

           END-IF

           PERFORM COMPUTE-AGE-PAR

           IF WS-BUCKET NOT = 4 THEN

               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-OVER-30-COUNT

           MOVE SUS-FEED-ID          TO WS-OVR-FEED-ID
           MOVE SUS-BUSINESS-DATE    TO WS-OVR-DATE
           MOVE SUS-REJECT-NUM       TO WS-OVR-REJECT-NUM
           MOVE SUS-RECORD-NUM       TO WS-OVR-RECORD-NUM
           MOVE SUS-STATUS           TO WS-OVR-STATUS
           MOVE WS-AGE-DAYS          TO WS-OVR-AGE
           MOVE SUS-AMOUNT           TO WS-OVR-AMOUNT
           MOVE SUS-REASON-FIELD     TO WS-OVR-REASON-FIELD
           MOVE SUS-REASON-CODE      TO WS-OVR-REASON-CODE

           MOVE WS-OVER-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR.

       PRINT-LINE-PAR.

           IF WS-LINE-COUNT > 55 THEN
               PERFORM PAGE-HEADING-PAR
           END-IF

           MOVE WS-PRINT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       PAGE-HEADING-PAR.

           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE

           MOVE WS-HEADING-1 TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-HEADING-2 TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-HEADING-3 TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE 4 TO WS-LINE-COUNT.

       END PROGRAM SUSRPT.
