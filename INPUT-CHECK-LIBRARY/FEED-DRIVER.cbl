      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Nightly driver for the validation chain: works
      *             through every feed in the feed catalog (FEEDCAT.DAT,
      *             see the ICFDCAT copybook) that is due on the
      *             business date and runs, for each one in turn,
      *                 BATCHVAL feedid CCYYMMDD
      *                 BATCHSUM feedid CCYYMMDD
      *                 POSTEXT  feedid CCYYMMDD
      *             so the feeds pick up their own control files from
      *             the catalog and write their own
      *             FEEDID.CCYYMMDD.ext outputs instead of overwriting
      *             each other's BATCHACC.DAT.
      *
      *             Run parameters (command line):
      *                 CCYYMMDD [RESTART]
      *             A feed is due when its catalog entry is active and
      *             the business date's weekday is marked "Y" in its
      *             run days (all blank = every day). Feeds run in
      *             catalog (feed id) order. BATCHVAL ending 0 or 4
      *             goes on to BATCHSUM, BATCHSUM ending 0 goes on to
      *             POSTEXT; any other return code stops that feed and
      *             the driver moves on to the next one, so one bad
      *             feed does not hold the others back. A feed BATCHVAL
      *             held for treasury approval of a limit breach
      *             (return code 10) is listed as HELD FOR LIMITS;
      *             once LIMAPPR.DAT carries the approval a RESTART
      *             reruns it.
      *
      *             Progress is kept in FEEDDRV.CCYYMMDD.STS, one line
      *             per feed (feed id, description, last step
      *             completed, state, each step's return code),
      *             rewritten after every step. RESTART reads it back
      *             instead of the catalog: completed feeds are left
      *             alone and every other feed resumes at the step that
      *             failed (BATCHVAL itself is rerun with RESTART, so
      *             it picks up from its own checkpoint when it has
      *             one).
      *
      *             The consolidated status list (FEEDDRV.CCYYMMDD.RPT,
      *             paginated) shows each feed with the return code of
      *             every step run, the feed's return code (the highest
      *             of its steps), its state and the output files its
      *             completed steps produced.
      *
      *             The chain programs are run through the shell by
      *             their program names, so they must be on the
      *             command path.
      *
      *             Return codes: the highest feed return code of the
      *             run (0 when every feed completed cleanly), 16 setup
      *             error (bad date, catalog unavailable, more than 50
      *             feeds due, or a chain program that could not be
      *             run).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDDRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-CATALOG ASSIGN TO "FEEDCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CAT-FEED-ID
               FILE STATUS WS-CAT-STATUS.

           SELECT OPTIONAL STATUS-FILE
               ASSIGN TO DYNAMIC WS-STS-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT DRIVER-REPORT
               ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CATALOG.
       COPY ICFDCAT.

       FD  STATUS-FILE.
       01  STS-RECORD.
           05  STS-FEED-ID               PIC X(08).
           05  STS-DESCRIPTION           PIC X(30).
           05  STS-STEP-DONE             PIC 9(01).
           05  STS-STATE                 PIC X(01).
           05  STS-STEP-RC OCCURS 3 TIMES
                                         PIC X(02).

       FD  DRIVER-REPORT.
       01  RPT-RECORD                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-CAT-STATUS                 PIC X(02).
       01  WS-RUN-PARM                   PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE                   PIC X(20) VALUE SPACES.
       01  WS-RUN-OPTION                 PIC X(20) VALUE SPACES.
       01  WS-RESTART-SW                 PIC X VALUE "N".
           88  WS-RESTART-RUN            VALUE "Y".
       01  WS-WEEKDAY                    PIC 9(01).
       01  WS-STS-FILE-NAME              PIC X(64).
       01  WS-RPT-FILE-NAME              PIC X(64).
       01  WS-FILE-PREFIX                PIC X(20).
       01  WS-FILE-SUFFIX                PIC X(03).
       01  WS-DERIVED-NAME               PIC X(64).
       01  WS-CATALOG-COUNT              PIC 9(05) VALUE 0.
       01  WS-NOT-DUE-COUNT              PIC 9(05) VALUE 0.
       01  WS-COMPLETE-COUNT             PIC 9(05) VALUE 0.
       01  WS-FAILED-COUNT               PIC 9(05) VALUE 0.
       01  WS-HELD-COUNT                 PIC 9(05) VALUE 0.
       01  WS-RETURN-CODE                PIC 99 VALUE 0.

      *    One chain step: program name, the option word for its
      *    command line and the return code it came back with.

       01  WS-STEP-SUB                   PIC 9(01).
       01  WS-STEP-PROGRAM               PIC X(08).
       01  WS-STEP-OPTION                PIC X(08).
       01  WS-STEP-RC                    PIC 9(05).
       01  WS-STEP-RC-DISPLAY            PIC 99.
       01  WS-COMMAND                    PIC X(80).
       01  WS-STEP-NAMES.
           05  FILLER                    PIC X(08) VALUE "BATCHVAL".
           05  FILLER                    PIC X(08) VALUE "BATCHSUM".
           05  FILLER                    PIC X(08) VALUE "POSTEXT".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           05  WS-STEP-NAME OCCURS 3 TIMES
                                         PIC X(08).

      *    Feeds due on the business date, in the order they run.

       01  WS-FEED-COUNT                 PIC 9(02) VALUE 0.
       01  WS-FEED-SUB                   PIC 9(02).
       01  WS-HOLD-SUB                   PIC 9(02).
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 50 TIMES.
               10  WS-FD-FEED-ID         PIC X(08).
               10  WS-FD-DESCRIPTION     PIC X(30).
               10  WS-FD-STEP-DONE       PIC 9(01).
               10  WS-FD-STATE           PIC X(01).
                   88  WS-FD-PENDING     VALUE "P".
                   88  WS-FD-COMPLETE    VALUE "C".
                   88  WS-FD-FAILED      VALUE "F".
               10  WS-FD-STEP-RC OCCURS 3 TIMES
                                         PIC X(02).
               10  WS-FD-RC              PIC 99.

      *    Consolidated status list.

       01  WS-PRINT-LINE                 PIC X(100).
       01  WS-LINE-COUNT                 PIC 9(03) VALUE 99.
       01  WS-PAGE-COUNT                 PIC 9(03) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                    PIC X(40)
               VALUE "FEED DRIVER STATUS".
           05  FILLER                    PIC X(26) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE               PIC ZZ9.
       01  WS-HEADING-2.
           05  FILLER                    PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  WS-HDG-DATE               PIC X(08).
       01  WS-HEADING-3.
           05  FILLER                    PIC X(10) VALUE "FEED".
           05  FILLER                    PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                    PIC X(05) VALUE "VAL".
           05  FILLER                    PIC X(05) VALUE "SUM".
           05  FILLER                    PIC X(05) VALUE "PST".
           05  FILLER                    PIC X(04) VALUE "RC".
           05  FILLER                    PIC X(20) VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-DET-FEED-ID            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-DESCRIPTION        PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-VAL-RC             PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DET-SUM-RC             PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DET-PST-RC             PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DET-RC                 PIC 99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-STATUS             PIC X(20).

       01  WS-OUTPUT-LINE.
           05  FILLER                    PIC X(12) VALUE SPACES.
           05  WS-OUT-LABEL              PIC X(12).
           05  WS-OUT-FILE-NAME          PIC X(64).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE

           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
               INTO WS-RUN-DATE WS-RUN-OPTION
           END-UNSTRING

           IF WS-RUN-DATE (9:) NOT = SPACES
           OR WS-RUN-DATE (1:8) NOT NUMERIC
           THEN

               DISPLAY "FEEDDRV: BUSINESS DATE CCYYMMDD REQUIRED"
               STOP RUN RETURNING 16

           END-IF

           IF TEST-DATE-YYYYMMDD (NUMVAL (WS-RUN-DATE (1:8))) NOT = 0
           THEN

               DISPLAY "FEEDDRV: BAD BUSINESS DATE " WS-RUN-DATE
               STOP RUN RETURNING 16

           END-IF

           EVALUATE WS-RUN-OPTION
               WHEN SPACES
                   CONTINUE
               WHEN "RESTART"
                   SET WS-RESTART-RUN TO TRUE
               WHEN OTHER
                   DISPLAY "FEEDDRV: BAD OPTION " WS-RUN-OPTION
                   STOP RUN RETURNING 16
           END-EVALUATE

      *    Day 1 of the integer calendar (1601-01-01) is a Monday, so
      *    this gives 1 = Monday through 7 = Sunday, matching the
      *    catalog's run-day columns.

           COMPUTE WS-WEEKDAY = FUNCTION MOD
               (INTEGER-OF-DATE (NUMVAL (WS-RUN-DATE (1:8))) - 1, 7)
               + 1

           MOVE SPACES TO WS-STS-FILE-NAME WS-RPT-FILE-NAME
           STRING "FEEDDRV." WS-RUN-DATE (1:8) ".STS"
               DELIMITED BY SIZE INTO WS-STS-FILE-NAME
           END-STRING
           STRING "FEEDDRV." WS-RUN-DATE (1:8) ".RPT"
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           END-STRING

           IF WS-RESTART-RUN THEN

               PERFORM LOAD-STATUS-PAR

           END-IF

      *    A restart with no status file to resume from simply runs
      *    the night from the catalog.

           IF WS-FEED-COUNT = 0 THEN

               PERFORM BUILD-SCHEDULE-PAR

           END-IF

           PERFORM WRITE-STATUS-PAR

           PERFORM RUN-FEED-PAR
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT

           PERFORM PRINT-REPORT-PAR

           DISPLAY "FEEDS DUE:        " WS-FEED-COUNT
           DISPLAY "FEEDS NOT DUE:    " WS-NOT-DUE-COUNT
           DISPLAY "FEEDS COMPLETE:   " WS-COMPLETE-COUNT
           DISPLAY "FEEDS FAILED:     " WS-FAILED-COUNT
           DISPLAY "FEEDS HELD:       " WS-HELD-COUNT
           DISPLAY "FEEDDRV: STATUS LIST IN " TRIM (WS-RPT-FILE-NAME)

           STOP RUN RETURNING WS-RETURN-CODE.

       BUILD-SCHEDULE-PAR.

           OPEN INPUT FEED-CATALOG

           IF WS-CAT-STATUS NOT = "00" THEN

               DISPLAY "FEEDDRV: FEED CATALOG UNAVAILABLE, STATUS "
                   WS-CAT-STATUS
               STOP RUN RETURNING 16

           END-IF

           MOVE "N" TO WS-EOF-SW

           PERFORM UNTIL WS-EOF-YES

               READ FEED-CATALOG NEXT RECORD
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM SCHEDULE-FEED-PAR
               END-READ

           END-PERFORM

           CLOSE FEED-CATALOG

           IF WS-FEED-COUNT = 0 THEN

               DISPLAY "FEEDDRV: NO FEEDS DUE ON " WS-RUN-DATE (1:8)

           END-IF.

       SCHEDULE-FEED-PAR.

           ADD 1 TO WS-CATALOG-COUNT

           IF NOT CAT-FEED-ACTIVE
           OR (CAT-RUN-DAYS NOT = SPACES
               AND CAT-RUN-DAYS (WS-WEEKDAY:1) NOT = "Y")
           THEN

               ADD 1 TO WS-NOT-DUE-COUNT
               EXIT PARAGRAPH

           END-IF

           IF WS-FEED-COUNT = 50 THEN

               DISPLAY "FEEDDRV: MORE THAN 50 FEEDS DUE"
               CLOSE FEED-CATALOG
               STOP RUN RETURNING 16

           END-IF

           ADD 1 TO WS-FEED-COUNT
           MOVE CAT-FEED-ID     TO WS-FD-FEED-ID (WS-FEED-COUNT)
           MOVE CAT-DESCRIPTION TO WS-FD-DESCRIPTION (WS-FEED-COUNT)
           MOVE 0               TO WS-FD-STEP-DONE (WS-FEED-COUNT)
           MOVE "P"             TO WS-FD-STATE (WS-FEED-COUNT)
           MOVE SPACES          TO WS-FD-STEP-RC (WS-FEED-COUNT, 1)
                                   WS-FD-STEP-RC (WS-FEED-COUNT, 2)
                                   WS-FD-STEP-RC (WS-FEED-COUNT, 3)
           MOVE 0               TO WS-FD-RC (WS-FEED-COUNT).

       LOAD-STATUS-PAR.

           OPEN INPUT STATUS-FILE

           MOVE "N" TO WS-EOF-SW

           PERFORM UNTIL WS-EOF-YES

               READ STATUS-FILE
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-STATUS-PAR
               END-READ

           END-PERFORM

           CLOSE STATUS-FILE

           IF WS-FEED-COUNT = 0 THEN

               DISPLAY "FEEDDRV: NO STATUS TO RESTART FROM IN "
                   TRIM (WS-STS-FILE-NAME) " - RUNNING FROM CATALOG"

           ELSE

               DISPLAY "FEEDDRV: RESTARTING " WS-FEED-COUNT
                   " FEEDS FROM " TRIM (WS-STS-FILE-NAME)

           END-IF.

       LOAD-ONE-STATUS-PAR.

           IF STS-FEED-ID = SPACES OR WS-FEED-COUNT = 50 THEN

               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-FEED-COUNT
           MOVE STS-FEED-ID     TO WS-FD-FEED-ID (WS-FEED-COUNT)
           MOVE STS-DESCRIPTION TO WS-FD-DESCRIPTION (WS-FEED-COUNT)
           MOVE STS-STATE       TO WS-FD-STATE (WS-FEED-COUNT)
           MOVE 0               TO WS-FD-RC (WS-FEED-COUNT)

           IF STS-STEP-DONE NUMERIC AND STS-STEP-DONE <= 3 THEN
               MOVE STS-STEP-DONE TO WS-FD-STEP-DONE (WS-FEED-COUNT)
           ELSE
               MOVE 0 TO WS-FD-STEP-DONE (WS-FEED-COUNT)
               MOVE "P" TO WS-FD-STATE (WS-FEED-COUNT)
           END-IF

      *    Only the completed steps' return codes carry over; the
      *    step that failed is about to run again.

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 3

               IF WS-STEP-SUB <= WS-FD-STEP-DONE (WS-FEED-COUNT)
               AND STS-STEP-RC (WS-STEP-SUB) NUMERIC
               THEN
                   MOVE STS-STEP-RC (WS-STEP-SUB)
                       TO WS-FD-STEP-RC (WS-FEED-COUNT, WS-STEP-SUB)
                   IF STS-STEP-RC (WS-STEP-SUB)
                       > WS-FD-RC (WS-FEED-COUNT)
                   THEN
                       MOVE STS-STEP-RC (WS-STEP-SUB)
                           TO WS-FD-RC (WS-FEED-COUNT)
                   END-IF
               ELSE
                   MOVE SPACES
                       TO WS-FD-STEP-RC (WS-FEED-COUNT, WS-STEP-SUB)
               END-IF

           END-PERFORM

           IF NOT WS-FD-COMPLETE (WS-FEED-COUNT) THEN
               MOVE "P" TO WS-FD-STATE (WS-FEED-COUNT)
           END-IF.

       WRITE-STATUS-PAR.

      *    The whole status file is rewritten after every step, so
      *    it always shows exactly how far each feed got.

           OPEN OUTPUT STATUS-FILE

           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT

               MOVE WS-FD-FEED-ID (WS-FEED-SUB)     TO STS-FEED-ID
               MOVE WS-FD-DESCRIPTION (WS-FEED-SUB) TO STS-DESCRIPTION
               MOVE WS-FD-STEP-DONE (WS-FEED-SUB)   TO STS-STEP-DONE
               MOVE WS-FD-STATE (WS-FEED-SUB)       TO STS-STATE
               MOVE WS-FD-STEP-RC (WS-FEED-SUB, 1)  TO STS-STEP-RC (1)
               MOVE WS-FD-STEP-RC (WS-FEED-SUB, 2)  TO STS-STEP-RC (2)
               MOVE WS-FD-STEP-RC (WS-FEED-SUB, 3)  TO STS-STEP-RC (3)
               WRITE STS-RECORD

           END-PERFORM

           CLOSE STATUS-FILE.

       RUN-FEED-PAR.

           IF WS-FD-COMPLETE (WS-FEED-SUB) THEN

               DISPLAY "FEEDDRV: " WS-FD-FEED-ID (WS-FEED-SUB)
                   " ALREADY COMPLETE"
               EXIT PARAGRAPH

           END-IF

           PERFORM RUN-STEP-PAR
               UNTIL WS-FD-STEP-DONE (WS-FEED-SUB) = 3
               OR WS-FD-FAILED (WS-FEED-SUB)

           IF WS-FD-STEP-DONE (WS-FEED-SUB) = 3 THEN

               SET WS-FD-COMPLETE (WS-FEED-SUB) TO TRUE
               PERFORM SAVE-STATUS-PAR

           END-IF.

       RUN-STEP-PAR.

           COMPUTE WS-STEP-SUB = WS-FD-STEP-DONE (WS-FEED-SUB) + 1
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-STEP-PROGRAM
           MOVE SPACES TO WS-STEP-OPTION

           IF WS-STEP-SUB = 1 AND WS-RESTART-RUN THEN

               MOVE "RESTART" TO WS-STEP-OPTION

           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING WS-STEP-PROGRAM DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-FD-FEED-ID (WS-FEED-SUB) DELIMITED BY SPACE
               " " WS-RUN-DATE (1:8) " " DELIMITED BY SIZE
               WS-STEP-OPTION DELIMITED BY SPACE
               INTO WS-COMMAND
           END-STRING

           DISPLAY "FEEDDRV: RUNNING " TRIM (WS-COMMAND)

           CALL "SYSTEM" USING WS-COMMAND

      *    The shell hands back the wait status: the program's own
      *    return code sits in the high-order byte.

           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE

           IF WS-STEP-RC > 255 THEN

               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC

           END-IF

           IF WS-STEP-RC > 99 THEN

      *        Not a return code any chain program gives: the
      *        program could not be started or was killed.

               DISPLAY "FEEDDRV: " WS-STEP-PROGRAM
                   " COULD NOT BE RUN, STATUS " WS-STEP-RC
               MOVE 16 TO WS-STEP-RC

           END-IF

           MOVE WS-STEP-RC TO WS-STEP-RC-DISPLAY
           MOVE WS-STEP-RC-DISPLAY
               TO WS-FD-STEP-RC (WS-FEED-SUB, WS-STEP-SUB)

           IF WS-STEP-RC > WS-FD-RC (WS-FEED-SUB) THEN

               MOVE WS-STEP-RC TO WS-FD-RC (WS-FEED-SUB)

           END-IF

           DISPLAY "FEEDDRV: " WS-FD-FEED-ID (WS-FEED-SUB) " "
               WS-STEP-PROGRAM " RC " WS-STEP-RC-DISPLAY

      *    BATCHVAL's warnings (4) still release the accepted file;
      *    anything else from any step stops this feed here.

           IF WS-STEP-RC = 0
           OR (WS-STEP-SUB = 1 AND WS-STEP-RC = 4)
           THEN

               MOVE WS-STEP-SUB TO WS-FD-STEP-DONE (WS-FEED-SUB)

           ELSE

               SET WS-FD-FAILED (WS-FEED-SUB) TO TRUE

           END-IF

           PERFORM SAVE-STATUS-PAR.

       SAVE-STATUS-PAR.

      *    WRITE-STATUS-PAR runs its own loop over the table, so the
      *    current feed's subscript is held aside across the call.

           MOVE WS-FEED-SUB TO WS-HOLD-SUB
           PERFORM WRITE-STATUS-PAR
           MOVE WS-HOLD-SUB TO WS-FEED-SUB.

       PRINT-REPORT-PAR.

           OPEN OUTPUT DRIVER-REPORT

           MOVE WS-RUN-DATE (1:8) TO WS-HDG-DATE

           IF WS-FEED-COUNT = 0 THEN

               MOVE "  (NO FEEDS DUE FOR THIS DATE)" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF

           PERFORM PRINT-FEED-PAR
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT

           CLOSE DRIVER-REPORT.

       PRINT-FEED-PAR.

           MOVE WS-FD-FEED-ID (WS-FEED-SUB)     TO WS-DET-FEED-ID
           MOVE WS-FD-DESCRIPTION (WS-FEED-SUB) TO WS-DET-DESCRIPTION
           MOVE WS-FD-STEP-RC (WS-FEED-SUB, 1)  TO WS-DET-VAL-RC
           MOVE WS-FD-STEP-RC (WS-FEED-SUB, 2)  TO WS-DET-SUM-RC
           MOVE WS-FD-STEP-RC (WS-FEED-SUB, 3)  TO WS-DET-PST-RC
           MOVE WS-FD-RC (WS-FEED-SUB)          TO WS-DET-RC

           IF WS-FD-RC (WS-FEED-SUB) > WS-RETURN-CODE THEN
               MOVE WS-FD-RC (WS-FEED-SUB) TO WS-RETURN-CODE
           END-IF

           EVALUATE TRUE

               WHEN WS-FD-COMPLETE (WS-FEED-SUB)

                   ADD 1 TO WS-COMPLETE-COUNT
                   MOVE "COMPLETE" TO WS-DET-STATUS

      *        BATCHVAL's 10 is a limit breach waiting for treasury,
      *        not bad data: RESTART after the approval releases it.

               WHEN WS-FD-FAILED (WS-FEED-SUB)
               AND WS-FD-STEP-DONE (WS-FEED-SUB) = 0
               AND WS-FD-STEP-RC (WS-FEED-SUB, 1) = "10"

                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HELD FOR LIMITS" TO WS-DET-STATUS

               WHEN WS-FD-FAILED (WS-FEED-SUB)

                   ADD 1 TO WS-FAILED-COUNT
                   COMPUTE WS-STEP-SUB =
                       WS-FD-STEP-DONE (WS-FEED-SUB) + 1
                   MOVE SPACES TO WS-DET-STATUS
                   STRING "FAILED IN " WS-STEP-NAME (WS-STEP-SUB)
                       DELIMITED BY SIZE INTO WS-DET-STATUS
                   END-STRING

               WHEN OTHER

                   MOVE "NOT RUN" TO WS-DET-STATUS

           END-EVALUATE

           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

      *    Output files each completed step left behind. BATCHVAL's
      *    files exist whenever it ran past its setup checks, even
      *    when it ended 8 or 12, so they are listed whenever it
      *    returned anything below 16.

           MOVE SPACES TO WS-FILE-PREFIX
           STRING WS-FD-FEED-ID (WS-FEED-SUB) DELIMITED BY SPACE
               "." WS-RUN-DATE (1:8) "." DELIMITED BY SIZE
               INTO WS-FILE-PREFIX
           END-STRING

           IF WS-FD-STEP-RC (WS-FEED-SUB, 1) NOT = SPACES
           AND WS-FD-STEP-RC (WS-FEED-SUB, 1) < "16"
           THEN

               MOVE "EXC" TO WS-FILE-SUFFIX
               MOVE "EXCEPTIONS" TO WS-OUT-LABEL
               PERFORM PRINT-OUTPUT-PAR
               MOVE "ACC" TO WS-FILE-SUFFIX
               MOVE "ACCEPTED" TO WS-OUT-LABEL
               PERFORM PRINT-OUTPUT-PAR
               MOVE "REJ" TO WS-FILE-SUFFIX
               MOVE "REJECTED" TO WS-OUT-LABEL
               PERFORM PRINT-OUTPUT-PAR
               MOVE "RET" TO WS-FILE-SUFFIX
               MOVE "RETURN FILE" TO WS-OUT-LABEL
               PERFORM PRINT-OUTPUT-PAR

           END-IF

           IF WS-FD-STEP-DONE (WS-FEED-SUB) >= 2 THEN

               MOVE "SUM" TO WS-FILE-SUFFIX
               MOVE "SUMMARY" TO WS-OUT-LABEL
               PERFORM PRINT-OUTPUT-PAR

           END-IF

           IF WS-FD-STEP-DONE (WS-FEED-SUB) = 3 THEN

               MOVE "PST" TO WS-FILE-SUFFIX
               MOVE "POSTING" TO WS-OUT-LABEL
               PERFORM PRINT-OUTPUT-PAR

           END-IF.

       PRINT-OUTPUT-PAR.

           MOVE SPACES TO WS-DERIVED-NAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               WS-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-DERIVED-NAME
           END-STRING

           MOVE WS-DERIVED-NAME TO WS-OUT-FILE-NAME
           MOVE WS-OUTPUT-LINE TO WS-PRINT-LINE
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

       END PROGRAM FEEDDRV.
