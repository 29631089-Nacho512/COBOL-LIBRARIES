      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Posting confirmation reconciliation: proves that
      *             the posting system booked what BATCHVAL released,
      *             instead of trusting that a released BATCHACC.DAT
      *             was posted in full. Reads the confirmation file the
      *             posting system sends back (POSTCONF.DAT), one
      *             fixed-column line per feed id + business date:
      *               01-08    feed id
      *               09-16    business date, CCYYMMDD
      *               17-25    items posted
      *               26-34    items refused
      *               35-49    posted amount, 9(13)V99, absolute value
      *                        (as the POSTEXT trailer's absolute
      *                        total)
      *               50       extract kind: "R" when the posting
      *                        system is confirming a resubmission
      *                        extract (the mark on its POSTEXT "H"
      *                        header), blank for a feed's release
      *             Lines whose first character is "*" are comments.
      *
      *             Each confirmation is matched to the feed's run
      *             register entry (FEEDREG.DAT, see the ICFDREG
      *             copybook). The expected figures are the BATCHSUM
      *             balancing totals recorded on the entry - the count
      *             of typed detail records, addenda included (the
      *             items POSTEXT extracts), and the absolute total.
      *             When BATCHSUM has not recorded totals, the
      *             BATCHVAL accepted count is expected instead, and the
      *             amount is compared with the register hash total
      *             only when nothing was rejected (the one case where
      *             the two tie). The confirmation is then:
      *               MATCHED      items posted and amount equal the
      *                            expected figures, nothing refused
      *               SHORT POSTED fewer items or less money posted
      *                            than released (refusals included)
      *               OVER POSTED  more items or more money posted
      *                            than released
      *               NOT RELEASED the register entry ended with a
      *                            return code of 8 or more, so nothing
      *                            should have been posted (counted as
      *                            over-posted)
      *               NOT IN REG   no register entry at all (counted
      *                            as over-posted, nothing recorded)
      *             and the result, counts, amount and time are
      *             recorded on the register entry for FEEDRPT. A
      *             later confirmation for the same feed and date
      *             replaces the earlier one.
      *
      *             A resubmission confirmation carries the original
      *             feed id and business date, but is reconciled
      *             against the entry's resubmission group instead
      *             (the latest RESUBMIT run's BATCHVAL figures and
      *             return code, and the BATCHSUM totals of its
      *             accepted file - see the ICFDREG copybook) and
      *             recorded there, leaving the release's own
      *             confirmation alone. One for an entry with no
      *             resubmission recorded is NO RESUBMIT (counted as
      *             over-posted, nothing recorded).
      *
      *             The register is then scanned for NEVER-CONFIRMED
      *             feeds: entries released (return code 0 or 4) with
      *             no confirmation recorded and a business date within
      *             the look-back window ending on the as-of date, and
      *             likewise released resubmissions never confirmed.
      *
      *             Run parameters (command line, optional):
      *                 [CCYYMMDD [days]]
      *             the as-of date (default today; "*" also means
      *             today) and the look-back window in days (default
      *             7). The report is POSTRECN.RPT, paginated.
      *
      *             Return codes: 0 every confirmation matched and
      *             nothing in the window unconfirmed, 4 released feeds
      *             never confirmed, 8 short-posted, over-posted or
      *             confirmation lines in error, 16 bad run parameter
      *             or register unavailable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTRECN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONFIRMATION-FILE ASSIGN TO "POSTCONF.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL FEED-REGISTER ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY REG-KEY
               FILE STATUS WS-REG-STATUS.

           SELECT RECON-REPORT ASSIGN TO "POSTRECN.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRMATION-FILE.
       01  CNF-RECORD.
           05  CNF-KEY.
               10  CNF-FEED-ID           PIC X(08).
               10  CNF-BUSINESS-DATE     PIC X(08).
           05  CNF-ITEMS-POSTED          PIC 9(09).
           05  CNF-ITEMS-REFUSED         PIC 9(09).
           05  CNF-POSTED-AMOUNT         PIC 9(13)V99.
           05  CNF-EXTRACT-KIND          PIC X(01).
               88  CNF-RESUBMISSION      VALUE "R".
           05  FILLER                    PIC X(30).

       FD  FEED-REGISTER.
       COPY ICFDREG.

       FD  RECON-REPORT.
       01  RPT-RECORD                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-REG-STATUS                 PIC X(02).
       01  WS-RUN-PARM                   PIC X(40) VALUE SPACES.
       01  WS-PARM-DATE                  PIC X(20).
       01  WS-PARM-DAYS                  PIC X(20).
       01  WS-AS-OF-DATE                 PIC 9(08).
       01  WS-AS-OF-DAY                  PIC 9(07).
       01  WS-WINDOW-DAYS                PIC 9(03) VALUE 7.
       01  WS-ENTRY-DATE                 PIC 9(08).
       01  WS-ENTRY-DAY                  PIC 9(07).
       01  WS-EXPECTED-COUNT             PIC 9(09).
       01  WS-EXPECTED-AMOUNT            PIC 9(13)V99.
       01  WS-AMOUNT-SW                  PIC X.
           88  WS-AMOUNT-COMPARED        VALUE "Y".
       01  WS-RELEASED-SW                PIC X.
           88  WS-RELEASED               VALUE "Y".
       01  WS-BASIS-SW                   PIC X.
           88  WS-BASIS-BATCHSUM         VALUE "S".
           88  WS-BASIS-BATCHVAL         VALUE "V".
       01  WS-RESULT                     PIC X(01).
       01  WS-RESULT-TEXT                PIC X(12).
       01  WS-CONFIRM-COUNT              PIC 9(07) VALUE 0.
       01  WS-MATCHED-COUNT              PIC 9(07) VALUE 0.
       01  WS-SHORT-COUNT                PIC 9(07) VALUE 0.
       01  WS-OVER-COUNT                 PIC 9(07) VALUE 0.
       01  WS-UNCONFIRMED-COUNT          PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT                PIC 9(07) VALUE 0.
       01  WS-PRINT-LINE                 PIC X(100).
       01  WS-LINE-COUNT                 PIC 9(03) VALUE 99.
       01  WS-PAGE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-RETURN-CODE                PIC 99 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                    PIC X(40)
               VALUE "POSTING CONFIRMATION RECONCILIATION".
           05  FILLER                    PIC X(26) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE               PIC ZZ9.
       01  WS-HEADING-2.
           05  FILLER                    PIC X(07) VALUE "AS OF: ".
           05  WS-HDG-DATE               PIC X(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(15)
               VALUE "LOOK-BACK DAYS ".
           05  WS-HDG-DAYS               PIC ZZ9.
       01  WS-HEADING-3.
           05  FILLER                    PIC X(10) VALUE "FEED".
           05  FILLER                    PIC X(10) VALUE "DATE".
           05  FILLER                    PIC X(14) VALUE "RESULT".
           05  FILLER                    PIC X(09) VALUE "EXPECTED".
           05  FILLER                    PIC X(09) VALUE "  POSTED".
           05  FILLER                    PIC X(09) VALUE " REFUSED".
           05  FILLER                    PIC X(18)
               VALUE "   EXPECTED AMOUNT".
           05  FILLER                    PIC X(16)
               VALUE "   POSTED AMOUNT".

       01  WS-DETAIL-LINE.
           05  WS-DET-FEED-ID            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-DATE               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT             PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-EXPECTED           PIC ZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-POSTED             PIC ZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-REFUSED            PIC ZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-EXP-AMOUNT         PIC Z(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-POSTED-AMOUNT      PIC Z(12)9.99.

       01  WS-DIFFERENCE-LINE.
           05  FILLER                    PIC X(20) VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE "DIFFERENCE".
           05  WS-DIF-ITEMS              PIC -(6)9.
           05  FILLER                    PIC X(38) VALUE SPACES.
           05  WS-DIF-AMOUNT             PIC -(12)9.99.

       01  WS-UNCONFIRMED-LINE.
           05  WS-UNC-FEED-ID            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UNC-DATE               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE "RUN ".
           05  WS-UNC-RUN-TS             PIC X(14).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE "ACCEPTED ".
           05  WS-UNC-ACCEPTED           PIC ZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE "RC ".
           05  WS-UNC-RC                 PIC 99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UNC-KIND               PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE

           PERFORM PARSE-RUN-PARM-PAR

           OPEN I-O FEED-REGISTER

           IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "05"
           THEN

               DISPLAY "POSTRECN: CANNOT OPEN FEEDREG.DAT, STATUS "
                   WS-REG-STATUS
               STOP RUN RETURNING 16

           END-IF

           OPEN INPUT CONFIRMATION-FILE
           OPEN OUTPUT RECON-REPORT

           PERFORM UNTIL WS-EOF-YES

               READ CONFIRMATION-FILE
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM RECONCILE-CONFIRMATION-PAR
               END-READ

           END-PERFORM

           CLOSE CONFIRMATION-FILE

           IF WS-CONFIRM-COUNT = 0 THEN

               MOVE "  (NO CONFIRMATIONS RECEIVED)" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF

           PERFORM LIST-UNCONFIRMED-PAR

           CLOSE FEED-REGISTER
           CLOSE RECON-REPORT

           DISPLAY "CONFIRMATIONS READ: " WS-CONFIRM-COUNT
           DISPLAY "MATCHED:            " WS-MATCHED-COUNT
           DISPLAY "SHORT POSTED:       " WS-SHORT-COUNT
           DISPLAY "OVER POSTED:        " WS-OVER-COUNT
           DISPLAY "NEVER CONFIRMED:    " WS-UNCONFIRMED-COUNT
           DISPLAY "ERRORS:             " WS-ERROR-COUNT

           EVALUATE TRUE
               WHEN WS-SHORT-COUNT > 0
               OR WS-OVER-COUNT > 0
               OR WS-ERROR-COUNT > 0
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-UNCONFIRMED-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
           END-EVALUATE

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

               MOVE NUMVAL (WS-PARM-DAYS) TO WS-WINDOW-DAYS

           END-IF

           COMPUTE WS-AS-OF-DAY = INTEGER-OF-DATE (WS-AS-OF-DATE)

           MOVE WS-AS-OF-DATE  TO WS-HDG-DATE
           MOVE WS-WINDOW-DAYS TO WS-HDG-DAYS.

       BAD-RUN-PARM-PAR.

           DISPLAY "POSTRECN: BAD RUN PARAMETERS: " WS-RUN-PARM
           DISPLAY "POSTRECN: EXPECTED [CCYYMMDD [days]]"
           STOP RUN RETURNING 16.

       RECONCILE-CONFIRMATION-PAR.

           IF CNF-RECORD (1:1) = "*" OR CNF-RECORD = SPACES THEN

               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-CONFIRM-COUNT

           IF CNF-FEED-ID = SPACES
           OR CNF-BUSINESS-DATE NOT NUMERIC
           OR CNF-ITEMS-POSTED NOT NUMERIC
           OR CNF-ITEMS-REFUSED NOT NUMERIC
           OR CNF-POSTED-AMOUNT NOT NUMERIC
           THEN

               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "POSTRECN: BAD CONFIRMATION LINE "
                   WS-CONFIRM-COUNT ": " CNF-RECORD (1:49)
               EXIT PARAGRAPH

           END-IF

           MOVE CNF-FEED-ID       TO REG-FEED-ID
           MOVE CNF-BUSINESS-DATE TO REG-BUSINESS-DATE

           READ FEED-REGISTER

           EVALUATE WS-REG-STATUS

               WHEN "00"

                   CONTINUE

               WHEN "23"

      *            Posting booked a feed we have no record of
      *            releasing at all.

                   ADD 1 TO WS-OVER-COUNT
                   MOVE "NOT IN REG" TO WS-RESULT-TEXT
                   MOVE 0 TO WS-EXPECTED-COUNT WS-EXPECTED-AMOUNT
                   SET WS-AMOUNT-COMPARED TO TRUE
                   PERFORM PRINT-CONFIRMATION-PAR
                   EXIT PARAGRAPH

               WHEN OTHER

                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "POSTRECN: REGISTER READ FAILED, STATUS "
                       WS-REG-STATUS " FOR " CNF-KEY
                   EXIT PARAGRAPH

           END-EVALUATE

           IF CNF-RESUBMISSION AND REG-RSB-RUN-TIMESTAMP = SPACES THEN

      *        Posting booked a resubmission of the feed that was
      *        never validated.

               ADD 1 TO WS-OVER-COUNT
               MOVE "NO RESUBMIT" TO WS-RESULT-TEXT
               MOVE 0 TO WS-EXPECTED-COUNT WS-EXPECTED-AMOUNT
               SET WS-AMOUNT-COMPARED TO TRUE
               PERFORM PRINT-CONFIRMATION-PAR
               EXIT PARAGRAPH

           END-IF

           PERFORM SET-EXPECTED-PAR

           EVALUATE TRUE

               WHEN NOT WS-RELEASED

                   MOVE "O" TO WS-RESULT
                   MOVE "NOT RELEASED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-OVER-COUNT

               WHEN CNF-ITEMS-POSTED < WS-EXPECTED-COUNT
               OR (WS-AMOUNT-COMPARED
                   AND CNF-POSTED-AMOUNT < WS-EXPECTED-AMOUNT)

                   MOVE "S" TO WS-RESULT
                   MOVE "SHORT POSTED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-SHORT-COUNT

               WHEN CNF-ITEMS-POSTED > WS-EXPECTED-COUNT
               OR (WS-AMOUNT-COMPARED
                   AND CNF-POSTED-AMOUNT > WS-EXPECTED-AMOUNT)

                   MOVE "O" TO WS-RESULT
                   MOVE "OVER POSTED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-OVER-COUNT

               WHEN CNF-ITEMS-REFUSED > 0

      *            Everything released was posted, yet posting also
      *            refused items - more than we sent.

                   MOVE "O" TO WS-RESULT
                   MOVE "OVER POSTED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-OVER-COUNT

               WHEN OTHER

                   MOVE "M" TO WS-RESULT
                   MOVE "MATCHED" TO WS-RESULT-TEXT
                   ADD 1 TO WS-MATCHED-COUNT

           END-EVALUATE

           PERFORM PRINT-CONFIRMATION-PAR

           IF CNF-RESUBMISSION THEN

               MOVE WS-RESULT         TO REG-RSB-CONFIRM-STATUS
               MOVE FUNCTION CURRENT-DATE (1:14)
                   TO REG-RSB-CONFIRM-TIMESTAMP
               MOVE CNF-ITEMS-POSTED  TO REG-RSB-CONFIRM-POSTED
               MOVE CNF-ITEMS-REFUSED TO REG-RSB-CONFIRM-REFUSED
               MOVE CNF-POSTED-AMOUNT TO REG-RSB-CONFIRM-AMOUNT

           ELSE

               MOVE WS-RESULT         TO REG-CONFIRM-STATUS
               MOVE FUNCTION CURRENT-DATE (1:14)
                   TO REG-CONFIRM-TIMESTAMP
               MOVE CNF-ITEMS-POSTED  TO REG-CONFIRM-POSTED
               MOVE CNF-ITEMS-REFUSED TO REG-CONFIRM-REFUSED
               MOVE CNF-POSTED-AMOUNT TO REG-CONFIRM-AMOUNT

           END-IF

           REWRITE REG-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "POSTRECN: REGISTER REWRITE FAILED, STATUS "
                       WS-REG-STATUS " FOR " CNF-KEY
           END-REWRITE.

       SET-EXPECTED-PAR.

      *    BATCHSUM's totals when it has recorded them; otherwise the
      *    BATCHVAL counts, with the hash total standing in for the
      *    amount only when no record was rejected.

           MOVE "N" TO WS-AMOUNT-SW
           MOVE "N" TO WS-RELEASED-SW

           IF CNF-RESUBMISSION THEN

               PERFORM SET-RSB-EXPECTED-PAR
               EXIT PARAGRAPH

           END-IF

           IF REG-RETURN-CODE NUMERIC AND REG-RETURN-CODE NOT > 4 THEN
               SET WS-RELEASED TO TRUE
           END-IF

           IF REG-SUM-TIMESTAMP NOT = SPACES
           AND REG-SUM-RECORD-COUNT NUMERIC
           AND REG-SUM-ABSOLUTE-TOTAL NUMERIC
           THEN

               SET WS-BASIS-BATCHSUM TO TRUE
               MOVE REG-SUM-RECORD-COUNT   TO WS-EXPECTED-COUNT
               MOVE REG-SUM-ABSOLUTE-TOTAL TO WS-EXPECTED-AMOUNT
               SET WS-AMOUNT-COMPARED TO TRUE

           ELSE

               SET WS-BASIS-BATCHVAL TO TRUE
               MOVE REG-ACCEPTED-COUNT TO WS-EXPECTED-COUNT
               MOVE 0 TO WS-EXPECTED-AMOUNT

               IF REG-REJECTED-COUNT = 0 THEN
                   MOVE REG-HASH-TOTAL TO WS-EXPECTED-AMOUNT
                   SET WS-AMOUNT-COMPARED TO TRUE
               END-IF

           END-IF.

       SET-RSB-EXPECTED-PAR.

      *    The same figures, from the resubmission group.

           IF REG-RSB-RETURN-CODE NUMERIC
           AND REG-RSB-RETURN-CODE NOT > 4
           THEN
               SET WS-RELEASED TO TRUE
           END-IF

           IF REG-RSB-SUM-TIMESTAMP NOT = SPACES
           AND REG-RSB-SUM-RECORD-COUNT NUMERIC
           AND REG-RSB-SUM-ABS-TOTAL NUMERIC
           THEN

               SET WS-BASIS-BATCHSUM TO TRUE
               MOVE REG-RSB-SUM-RECORD-COUNT TO WS-EXPECTED-COUNT
               MOVE REG-RSB-SUM-ABS-TOTAL    TO WS-EXPECTED-AMOUNT
               SET WS-AMOUNT-COMPARED TO TRUE

           ELSE

               SET WS-BASIS-BATCHVAL TO TRUE
               MOVE REG-RSB-ACCEPTED-COUNT TO WS-EXPECTED-COUNT
               MOVE 0 TO WS-EXPECTED-AMOUNT

               IF REG-RSB-REJECTED-COUNT = 0 THEN
                   MOVE REG-RSB-HASH-TOTAL TO WS-EXPECTED-AMOUNT
                   SET WS-AMOUNT-COMPARED TO TRUE
               END-IF

           END-IF.

       PRINT-CONFIRMATION-PAR.

           MOVE CNF-FEED-ID        TO WS-DET-FEED-ID
           MOVE CNF-BUSINESS-DATE  TO WS-DET-DATE
           MOVE WS-RESULT-TEXT     TO WS-DET-RESULT
           MOVE WS-EXPECTED-COUNT  TO WS-DET-EXPECTED
           MOVE CNF-ITEMS-POSTED   TO WS-DET-POSTED
           MOVE CNF-ITEMS-REFUSED  TO WS-DET-REFUSED
           MOVE WS-EXPECTED-AMOUNT TO WS-DET-EXP-AMOUNT
           MOVE CNF-POSTED-AMOUNT  TO WS-DET-POSTED-AMOUNT

           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           IF WS-RESULT-TEXT NOT = "MATCHED" THEN

               COMPUTE WS-DIF-ITEMS =
                   CNF-ITEMS-POSTED - WS-EXPECTED-COUNT
               COMPUTE WS-DIF-AMOUNT =
                   CNF-POSTED-AMOUNT - WS-EXPECTED-AMOUNT
               MOVE WS-DIFFERENCE-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF

           IF CNF-RESUBMISSION THEN
               MOVE "  (RESUBMISSION OF REPAIRED REJECTS)"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR
           END-IF

           IF WS-RESULT-TEXT NOT = "NOT IN REG"
           AND WS-RESULT-TEXT NOT = "NO RESUBMIT"
           AND WS-BASIS-BATCHVAL
           THEN

               IF WS-AMOUNT-COMPARED THEN
                   MOVE "  (NO BATCHSUM TOTALS - BATCHVAL FIGURES USED)"
                       TO WS-PRINT-LINE
               ELSE
                   MOVE "  (NO BATCHSUM TOTALS - AMOUNT NOT COMPARED)"
                       TO WS-PRINT-LINE
               END-IF
               PERFORM PRINT-LINE-PAR

           END-IF.

       LIST-UNCONFIRMED-PAR.

      *    Released feeds in the look-back window the posting system
      *    has never confirmed - the silent-abend case.

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR
           MOVE "RELEASED FEEDS NEVER CONFIRMED" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR
           MOVE "------------------------------" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE LOW-VALUES TO REG-KEY
           MOVE "N" TO WS-EOF-SW

           START FEED-REGISTER KEY IS NOT LESS THAN REG-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL WS-EOF-YES

               READ FEED-REGISTER NEXT
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM CHECK-UNCONFIRMED-PAR
               END-READ

           END-PERFORM

           IF WS-UNCONFIRMED-COUNT = 0 THEN

               MOVE "  (NONE)" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF.

       CHECK-UNCONFIRMED-PAR.

           IF REG-BUSINESS-DATE NOT NUMERIC THEN

               EXIT PARAGRAPH

           END-IF

           MOVE REG-BUSINESS-DATE TO WS-ENTRY-DATE

           IF TEST-DATE-YYYYMMDD (WS-ENTRY-DATE) NOT = 0 THEN

               EXIT PARAGRAPH

           END-IF

           COMPUTE WS-ENTRY-DAY = INTEGER-OF-DATE (WS-ENTRY-DATE)

           IF WS-ENTRY-DAY > WS-AS-OF-DAY
           OR WS-ENTRY-DAY + WS-WINDOW-DAYS < WS-AS-OF-DAY
           THEN

               EXIT PARAGRAPH

           END-IF

           IF REG-CONFIRM-NONE
           AND REG-RETURN-CODE NUMERIC
           AND REG-RETURN-CODE NOT > 4
           THEN

               ADD 1 TO WS-UNCONFIRMED-COUNT

               MOVE REG-FEED-ID              TO WS-UNC-FEED-ID
               MOVE REG-BUSINESS-DATE        TO WS-UNC-DATE
               MOVE REG-RUN-TIMESTAMP (1:14) TO WS-UNC-RUN-TS
               MOVE REG-ACCEPTED-COUNT       TO WS-UNC-ACCEPTED
               MOVE REG-RETURN-CODE          TO WS-UNC-RC
               MOVE SPACES                   TO WS-UNC-KIND

               MOVE WS-UNCONFIRMED-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF

           IF REG-RSB-RUN-TIMESTAMP NOT = SPACES
           AND REG-RSB-CONFIRM-NONE
           AND REG-RSB-RETURN-CODE NUMERIC
           AND REG-RSB-RETURN-CODE NOT > 4
           THEN

               ADD 1 TO WS-UNCONFIRMED-COUNT

               MOVE REG-FEED-ID              TO WS-UNC-FEED-ID
               MOVE REG-BUSINESS-DATE        TO WS-UNC-DATE
               MOVE REG-RSB-RUN-TIMESTAMP    TO WS-UNC-RUN-TS
               MOVE REG-RSB-ACCEPTED-COUNT   TO WS-UNC-ACCEPTED
               MOVE REG-RSB-RETURN-CODE      TO WS-UNC-RC
               MOVE "RESUBMISSION"           TO WS-UNC-KIND

               MOVE WS-UNCONFIRMED-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF.

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

       END PROGRAM POSTRECN.
