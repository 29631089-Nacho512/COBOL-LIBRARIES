      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Aging report over the reference code pending-change
      *             file (CODEPEND.DAT, see the ICPEND copybook) that
      *             CODEMNT and CODELOAD file changes on and CODEAPPR
      *             approves or rejects them from, so a change does
      *             not sit waiting for a checker for days without
      *             anybody noticing.
      *
      *             Every change still pending is listed, oldest first,
      *             with when and by whom it was made, how it was made
      *             (CODEMNT or CODELOAD), what it does and its age in
      *             days from the day it was made to the as-of date. A
      *             change older than the allowed number of days is
      *             flagged OVERDUE. The pending changes are then
      *             counted in four age buckets - 0-1, 2-5, 6-30 and
      *             over 30 days - with the number overdue, paginated
      *             to CODEPEND.RPT. Approved and rejected changes are
      *             not listed.
      *
      *             Run parameters (command line, optional):
      *                 [CCYYMMDD [days]]
      *             the as-of date (default today; "*" also means
      *             today) and the days a change may wait before it is
      *             overdue (default 1).
      *
      *             Return codes: 0 nothing overdue, 4 changes overdue,
      *             16 bad run parameter or pending-change file
      *             unavailable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEPRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "CODEPEND.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY PND-KEY
               FILE STATUS WS-PND-STATUS.

           SELECT PENDING-REPORT ASSIGN TO "CODEPEND.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       COPY ICPEND.

       FD  PENDING-REPORT.
       01  RPT-RECORD                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-PND-STATUS                 PIC X(02).
       01  WS-RUN-PARM                   PIC X(40) VALUE SPACES.
       01  WS-PARM-DATE                  PIC X(20).
       01  WS-PARM-DAYS                  PIC X(20).
       01  WS-ALLOWED-DAYS               PIC 9(03) VALUE 1.
       01  WS-AS-OF-DATE                 PIC 9(08).
       01  WS-AS-OF-DAY                  PIC 9(07).
       01  WS-ENTRY-DATE                 PIC 9(08).
       01  WS-AGE-DAYS                   PIC S9(07).
       01  WS-BUCKET                     PIC 9(01).
       01  WS-SUB                        PIC 9(01).
       01  WS-ENTRY-COUNT                PIC 9(07) VALUE 0.
       01  WS-PENDING-COUNT              PIC 9(07) VALUE 0.
       01  WS-OVERDUE-COUNT              PIC 9(07) VALUE 0.
       01  WS-PRINT-LINE                 PIC X(100).
       01  WS-LINE-COUNT                 PIC 9(03) VALUE 99.
       01  WS-PAGE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-RETURN-CODE                PIC 99 VALUE 0.

      *    Pending changes per age bucket: 1 = 0-1 days, 2 = 2-5,
      *    3 = 6-30, 4 = over 30.

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-COUNT OCCURS 4 TIMES PIC 9(07).

       01  WS-BUCKET-NAMES.
           05  FILLER                    PIC X(08) VALUE "0-1".
           05  FILLER                    PIC X(08) VALUE "2-5".
           05  FILLER                    PIC X(08) VALUE "6-30".
           05  FILLER                    PIC X(08) VALUE "OVER 30".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME OCCURS 4 TIMES PIC X(08).

       01  WS-HEADING-1.
           05  FILLER                    PIC X(40)
               VALUE "ICCODES PENDING CHANGE AGING".
           05  FILLER                    PIC X(26) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE               PIC ZZ9.
       01  WS-HEADING-2.
           05  FILLER                    PIC X(07) VALUE "AS OF: ".
           05  WS-HDG-DATE               PIC X(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(15)
               VALUE "ALLOWED DAYS   ".
           05  WS-HDG-DAYS               PIC ZZ9.
       01  WS-HEADING-3.
           05  FILLER                    PIC X(16) VALUE "MADE".
           05  FILLER                    PIC X(08) VALUE "    AGE".
           05  FILLER                    PIC X(10) VALUE "MAKER".
           05  FILLER                    PIC X(10) VALUE "SOURCE".
           05  FILLER                    PIC X(08) VALUE "ACTION".
           05  FILLER                    PIC X(10) VALUE "SET".
           05  FILLER                    PIC X(22) VALUE "VALUE".

       01  WS-DETAIL-LINE.
           05  WS-DET-MADE               PIC X(14).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-AGE                PIC ZZZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DET-MAKER              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-SOURCE             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-ACTION             PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-SET                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-VALUE              PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-FLAG               PIC X(07).

       01  WS-BUCKET-HEADING.
           05  FILLER                    PIC X(10) VALUE "AGE DAYS".
           05  FILLER                    PIC X(09) VALUE "  PENDING".

       01  WS-BUCKET-LINE.
           05  WS-BKT-NAME               PIC X(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-BKT-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE

           PERFORM PARSE-RUN-PARM-PAR

           OPEN INPUT PENDING-FILE

           IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "05"
           THEN

               DISPLAY "CODEPRPT: CANNOT OPEN CODEPEND.DAT, STATUS "
                   WS-PND-STATUS
               STOP RUN RETURNING 16

           END-IF

           OPEN OUTPUT PENDING-REPORT

           INITIALIZE WS-BUCKET-TOTALS

           PERFORM UNTIL WS-EOF-YES

               READ PENDING-FILE NEXT
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM AGE-CHANGE-PAR
               END-READ

           END-PERFORM

           CLOSE PENDING-FILE

           IF WS-PENDING-COUNT = 0 THEN

               MOVE "  (NO CHANGES PENDING)" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF

           PERFORM PRINT-BUCKETS-PAR

           CLOSE PENDING-REPORT

           DISPLAY "CHANGES READ:      " WS-ENTRY-COUNT
           DISPLAY "CHANGES PENDING:   " WS-PENDING-COUNT
           DISPLAY "CHANGES OVERDUE:   " WS-OVERDUE-COUNT

           IF WS-OVERDUE-COUNT > 0 THEN

               MOVE 4 TO WS-RETURN-CODE

           END-IF

           STOP RUN RETURNING WS-RETURN-CODE.

       PARSE-RUN-PARM-PAR.

           MOVE SPACES TO WS-PARM-DATE WS-PARM-DAYS

           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-DATE WS-PARM-DAYS
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

           IF WS-PARM-DAYS NOT = SPACES THEN

               IF WS-PARM-DAYS (4:) NOT = SPACES
               OR TRIM (WS-PARM-DAYS) IS NOT NUMERIC
               THEN
                   PERFORM BAD-RUN-PARM-PAR
               END-IF

               MOVE NUMVAL (WS-PARM-DAYS) TO WS-ALLOWED-DAYS

           END-IF

           COMPUTE WS-AS-OF-DAY = INTEGER-OF-DATE (WS-AS-OF-DATE)

           MOVE WS-AS-OF-DATE   TO WS-HDG-DATE
           MOVE WS-ALLOWED-DAYS TO WS-HDG-DAYS.

       BAD-RUN-PARM-PAR.

           DISPLAY "CODEPRPT: BAD RUN PARAMETERS: " WS-RUN-PARM
           DISPLAY "CODEPRPT: EXPECTED [CCYYMMDD [days]]"
           STOP RUN RETURNING 16.

       AGE-CHANGE-PAR.

           ADD 1 TO WS-ENTRY-COUNT

           IF NOT PND-PENDING THEN

               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-PENDING-COUNT

      *    Aged from the day the maker filed the change; a change
      *    dated after the as-of date counts as 0.

           MOVE 0 TO WS-ENTRY-DATE

           IF PND-MADE-TIMESTAMP (1:8) NUMERIC THEN
               MOVE PND-MADE-TIMESTAMP (1:8) TO WS-ENTRY-DATE
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
           END-EVALUATE

           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET)

           MOVE PND-MADE-TIMESTAMP TO WS-DET-MADE
           MOVE WS-AGE-DAYS        TO WS-DET-AGE
           MOVE PND-MAKER-ID       TO WS-DET-MAKER
           MOVE PND-SOURCE         TO WS-DET-SOURCE
           MOVE PND-SET-ID         TO WS-DET-SET
           MOVE PND-CODE-VALUE     TO WS-DET-VALUE

           EVALUATE TRUE
               WHEN PND-DELETE
                   MOVE "DELETE" TO WS-DET-ACTION
               WHEN PND-BEFORE-ON-FILE
                   MOVE "CHANGE" TO WS-DET-ACTION
               WHEN OTHER
                   MOVE "ADD" TO WS-DET-ACTION
           END-EVALUATE

           IF WS-AGE-DAYS > WS-ALLOWED-DAYS THEN
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "OVERDUE" TO WS-DET-FLAG
           ELSE
               MOVE SPACES TO WS-DET-FLAG
           END-IF

           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR.

       PRINT-BUCKETS-PAR.

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR
           MOVE "PENDING CHANGES BY AGE" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR
           MOVE "----------------------" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR
           MOVE WS-BUCKET-HEADING TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4

               MOVE WS-BUCKET-NAME (WS-SUB)  TO WS-BKT-NAME
               MOVE WS-BUCKET-COUNT (WS-SUB) TO WS-BKT-COUNT
               MOVE WS-BUCKET-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-PERFORM

           MOVE "TOTAL" TO WS-BKT-NAME
           MOVE WS-PENDING-COUNT TO WS-BKT-COUNT
           MOVE WS-BUCKET-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "OVERDUE" TO WS-BKT-NAME
           MOVE WS-OVERDUE-COUNT TO WS-BKT-COUNT
           MOVE WS-BUCKET-LINE TO WS-PRINT-LINE
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

       END PROGRAM CODEPRPT.
