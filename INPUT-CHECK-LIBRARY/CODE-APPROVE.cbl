      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Checker's approval screen for reference code
      *             maintenance. CODEMNT and CODELOAD only file their
      *             changes on the pending-change file (CODEPEND.DAT,
      *             see the ICPEND copybook) under the maker's
      *             operator id; nothing reaches ICCODES.DAT until a
      *             second operator approves it here.
      *
      *             The checker signs on with an operator id and is
      *             shown every pending change, oldest first, EXCEPT
      *             the ones the checker made - a maker can never
      *             approve a change of their own. Each change is shown
      *             with the maker, where and when it was made, and the
      *             description and effective window BEFORE and AFTER
      *             the change. The checker chooses:
      *               A - approve: the change is applied to
      *                   ICCODES.DAT and journaled to CODEJRNL.DAT
      *                   (see the ICJRNL copybook) with this session's
      *                   run id, so CODEBACK can reverse the session
      *                   like any other journaled run
      *               R - reject, with a reason (required); nothing is
      *                   applied
      *               S - skip, leaving the change pending
      *               X - exit, displaying the session's counts
      *             A change whose code no longer matches the before-
      *             image the maker saw (someone changed it since) can
      *             only be rejected or skipped; the maker re-keys it
      *             against the code as it now stands. Decided changes
      *             keep the checker id, the decision time and, for an
      *             approval, this session's run id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEAPPR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CODE-FILE ASSIGN TO "ICCODES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CODE-KEY
               FILE STATUS WS-CODE-STATUS.

           SELECT OPTIONAL PENDING-FILE ASSIGN TO "CODEPEND.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PND-KEY
               FILE STATUS WS-PND-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "CODEJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CODE-FILE.
       COPY ICCODES.

       FD  PENDING-FILE.
       COPY ICPEND.

       FD  JOURNAL-FILE.
       COPY ICJRNL.

       WORKING-STORAGE SECTION.
       01  WS-CODE-STATUS                PIC X(02).
       01  WS-PND-STATUS                 PIC X(02).
       01  WS-CHECKER-ID                 PIC X(08) VALUE SPACES.
       01  WS-RUN-ID                     PIC X(14).
       01  WS-DECISION                   PIC X(01) VALUE SPACE.
       01  WS-REJECT-REASON              PIC X(40) VALUE SPACES.
       01  WS-MESSAGE                    PIC X(60) VALUE SPACES.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-DONE-SW                    PIC X VALUE "N".
           88  WS-DONE                   VALUE "Y".
       01  WS-DECIDED-SW                 PIC X.
           88  WS-DECIDED                VALUE "Y".
       01  WS-STALE-SW                   PIC X.
           88  WS-STALE                  VALUE "Y".
       01  WS-CURRENT-FOUND              PIC X(01).
       01  WS-CURRENT-IMAGE              PIC X(74).
       01  WS-JRN-ACTION                 PIC X(01).
       01  WS-JRN-IMAGE                  PIC X(74).
       01  WS-PENDING-COUNT              PIC 9(07) VALUE 0.
       01  WS-OWN-COUNT                  PIC 9(07) VALUE 0.
       01  WS-APPROVE-COUNT              PIC 9(07) VALUE 0.
       01  WS-REJECT-COUNT               PIC 9(07) VALUE 0.
       01  WS-SKIP-COUNT                 PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT                PIC 9(07) VALUE 0.

      *    What the review screen shows of the change in hand.

       01  WS-SHOW-SET                   PIC X(08).
       01  WS-SHOW-VALUE                 PIC X(20).
       01  WS-SHOW-ACTION                PIC X(20).
       01  WS-SHOW-MAKER                 PIC X(08).
       01  WS-SHOW-SOURCE                PIC X(08).
       01  WS-SHOW-MADE                  PIC X(14).
       01  WS-BEFORE-RECORD.
           05  WS-BEF-KEY                PIC X(28).
           05  WS-BEF-DESC               PIC X(30).
           05  WS-BEF-EFF-FROM           PIC X(08).
           05  WS-BEF-EFF-TO             PIC X(08).
       01  WS-AFTER-RECORD.
           05  WS-AFT-KEY                PIC X(28).
           05  WS-AFT-DESC               PIC X(30).
           05  WS-AFT-EFF-FROM           PIC X(08).
           05  WS-AFT-EFF-TO             PIC X(08).

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 10
               VALUE "ICCODES PENDING CHANGE APPROVAL".
           05  LINE 03 COLUMN 05 VALUE "OPERATOR ID: ".
           05  LINE 03 COLUMN 18 USING WS-CHECKER-ID.

       01  REVIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 10
               VALUE "ICCODES PENDING CHANGE APPROVAL".
           05  LINE 03 COLUMN 05 VALUE "CODE SET:   ".
           05  LINE 03 COLUMN 18 PIC X(08) FROM WS-SHOW-SET.
           05  LINE 04 COLUMN 05 VALUE "CODE VALUE: ".
           05  LINE 04 COLUMN 18 PIC X(20) FROM WS-SHOW-VALUE.
           05  LINE 05 COLUMN 05 VALUE "CHANGE:     ".
           05  LINE 05 COLUMN 18 PIC X(20) FROM WS-SHOW-ACTION.
           05  LINE 06 COLUMN 05 VALUE "MADE BY:    ".
           05  LINE 06 COLUMN 18 PIC X(08) FROM WS-SHOW-MAKER.
           05  LINE 06 COLUMN 28 VALUE "VIA".
           05  LINE 06 COLUMN 32 PIC X(08) FROM WS-SHOW-SOURCE.
           05  LINE 06 COLUMN 42 VALUE "AT".
           05  LINE 06 COLUMN 45 PIC X(14) FROM WS-SHOW-MADE.
           05  LINE 08 COLUMN 19 VALUE "BEFORE".
           05  LINE 08 COLUMN 50 VALUE "AFTER".
           05  LINE 09 COLUMN 05 VALUE "DESCRIPTION".
           05  LINE 09 COLUMN 19 PIC X(30) FROM WS-BEF-DESC.
           05  LINE 09 COLUMN 50 PIC X(30) FROM WS-AFT-DESC.
           05  LINE 10 COLUMN 05 VALUE "EFF FROM".
           05  LINE 10 COLUMN 19 PIC X(08) FROM WS-BEF-EFF-FROM.
           05  LINE 10 COLUMN 50 PIC X(08) FROM WS-AFT-EFF-FROM.
           05  LINE 11 COLUMN 05 VALUE "EFF TO".
           05  LINE 11 COLUMN 19 PIC X(08) FROM WS-BEF-EFF-TO.
           05  LINE 11 COLUMN 50 PIC X(08) FROM WS-AFT-EFF-TO.
           05  LINE 13 COLUMN 05
               VALUE "A = APPROVE, R = REJECT, S = SKIP, X = EXIT: ".
           05  LINE 13 COLUMN 51 USING WS-DECISION.
           05  LINE 14 COLUMN 05 VALUE "REJECT REASON: ".
           05  LINE 14 COLUMN 20 USING WS-REJECT-REASON.
           05  LINE 16 COLUMN 05 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           MOVE UPPER-CASE (WS-CHECKER-ID) TO WS-CHECKER-ID

           IF WS-CHECKER-ID = SPACES THEN

               DISPLAY "CODEAPPR: OPERATOR ID REQUIRED"
               STOP RUN RETURNING 16

           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-ID
           DISPLAY "CODEAPPR: RUN ID " WS-RUN-ID " CHECKER "
               WS-CHECKER-ID

           OPEN I-O CODE-FILE

           IF WS-CODE-STATUS NOT = "00" AND WS-CODE-STATUS NOT = "05"
           THEN

               DISPLAY "CODEAPPR: CANNOT OPEN ICCODES.DAT, STATUS "
                   WS-CODE-STATUS
               STOP RUN RETURNING 16

           END-IF

           OPEN I-O PENDING-FILE

           IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "05"
           THEN

               DISPLAY "CODEAPPR: CANNOT OPEN CODEPEND.DAT, STATUS "
                   WS-PND-STATUS
               STOP RUN RETURNING 16

           END-IF

           OPEN EXTEND JOURNAL-FILE

           MOVE LOW-VALUES TO PND-KEY

           START PENDING-FILE KEY >= PND-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL WS-EOF-YES OR WS-DONE

               READ PENDING-FILE NEXT
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM REVIEW-CHANGE-PAR
               END-READ

           END-PERFORM

           CLOSE CODE-FILE
           CLOSE PENDING-FILE
           CLOSE JOURNAL-FILE

           DISPLAY SPACES
           DISPLAY "CHANGES PENDING:   " WS-PENDING-COUNT
           DISPLAY "OWN CHANGES:       " WS-OWN-COUNT
           DISPLAY "APPROVED:          " WS-APPROVE-COUNT
           DISPLAY "REJECTED:          " WS-REJECT-COUNT
           DISPLAY "SKIPPED:           " WS-SKIP-COUNT
           DISPLAY "ERRORS:            " WS-ERROR-COUNT

           IF WS-APPROVE-COUNT > 0 THEN

               DISPLAY "CODEAPPR: APPROVED CHANGES JOURNALED UNDER "
                   "RUN ID " WS-RUN-ID

           END-IF

           STOP RUN.

       REVIEW-CHANGE-PAR.

           IF NOT PND-PENDING THEN

               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-PENDING-COUNT

      *    A maker never sees their own changes here.

           IF PND-MAKER-ID = WS-CHECKER-ID THEN

               ADD 1 TO WS-OWN-COUNT
               EXIT PARAGRAPH

           END-IF

           PERFORM CHECK-CURRENT-PAR
           PERFORM SET-UP-REVIEW-PAR

           MOVE "N" TO WS-DECIDED-SW
           MOVE SPACE TO WS-DECISION
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM UNTIL WS-DECIDED

               DISPLAY REVIEW-SCREEN
               ACCEPT REVIEW-SCREEN
               MOVE UPPER-CASE (WS-DECISION) TO WS-DECISION

               EVALUATE WS-DECISION

                   WHEN "A"
                       IF WS-STALE THEN
                           MOVE "CODE CHANGED SINCE - REJECT OR SKIP"
                               TO WS-MESSAGE
                       ELSE
                           PERFORM APPROVE-CHANGE-PAR
                           SET WS-DECIDED TO TRUE
                       END-IF

                   WHEN "R"
                       IF WS-REJECT-REASON = SPACES THEN
                           MOVE "REJECT REASON REQUIRED" TO WS-MESSAGE
                       ELSE
                           PERFORM REJECT-CHANGE-PAR
                           SET WS-DECIDED TO TRUE
                       END-IF

                   WHEN "S"
                       ADD 1 TO WS-SKIP-COUNT
                       SET WS-DECIDED TO TRUE

                   WHEN "X"
                       SET WS-DONE TO TRUE
                       SET WS-DECIDED TO TRUE

                   WHEN OTHER
                       MOVE "UNKNOWN CHOICE" TO WS-MESSAGE

               END-EVALUATE

           END-PERFORM.

       CHECK-CURRENT-PAR.

      *    The code as it stands now must still be the one the maker
      *    saw, or approving would overwrite someone else's change.

           MOVE PND-CODE-KEY TO CODE-KEY

           READ CODE-FILE

           IF WS-CODE-STATUS = "00" THEN
               MOVE "Y" TO WS-CURRENT-FOUND
               MOVE CODE-RECORD TO WS-CURRENT-IMAGE
           ELSE
               MOVE "N" TO WS-CURRENT-FOUND
               MOVE SPACES TO WS-CURRENT-IMAGE
           END-IF

           MOVE "N" TO WS-STALE-SW

           IF WS-CURRENT-FOUND NOT = PND-BEFORE-FOUND THEN
               SET WS-STALE TO TRUE
           END-IF

           IF PND-BEFORE-ON-FILE
           AND WS-CURRENT-IMAGE NOT = PND-BEFORE-IMAGE
           THEN
               SET WS-STALE TO TRUE
           END-IF.

       SET-UP-REVIEW-PAR.

           MOVE PND-SET-ID         TO WS-SHOW-SET
           MOVE PND-CODE-VALUE     TO WS-SHOW-VALUE
           MOVE PND-MAKER-ID       TO WS-SHOW-MAKER
           MOVE PND-SOURCE         TO WS-SHOW-SOURCE
           MOVE PND-MADE-TIMESTAMP TO WS-SHOW-MADE

           EVALUATE TRUE
               WHEN PND-DELETE
                   MOVE "DELETE CODE" TO WS-SHOW-ACTION
               WHEN PND-BEFORE-ON-FILE
                   MOVE "CHANGE CODE" TO WS-SHOW-ACTION
               WHEN OTHER
                   MOVE "ADD CODE" TO WS-SHOW-ACTION
           END-EVALUATE

           IF PND-BEFORE-ON-FILE THEN
               MOVE PND-BEFORE-IMAGE TO WS-BEFORE-RECORD
           ELSE
               MOVE SPACES TO WS-BEFORE-RECORD
               MOVE "(NOT ON FILE)" TO WS-BEF-DESC
           END-IF

           IF PND-DELETE THEN
               MOVE SPACES TO WS-AFTER-RECORD
               MOVE "(DELETED)" TO WS-AFT-DESC
           ELSE
               MOVE PND-AFTER-IMAGE TO WS-AFTER-RECORD
           END-IF

           IF WS-STALE THEN
               MOVE "CODE HAS CHANGED SINCE - CAN ONLY REJECT OR SKIP"
                   TO WS-MESSAGE
           ELSE
               MOVE SPACES TO WS-MESSAGE
           END-IF.

       APPROVE-CHANGE-PAR.

      *    Applied against the code as just read and journaled as the
      *    ICJRNL copybook describes: "A" with the new record, "R" and
      *    "D" with the record as it stood before.

           EVALUATE TRUE

               WHEN PND-DELETE

                   MOVE PND-CODE-KEY TO CODE-KEY
                   DELETE CODE-FILE
                       INVALID KEY
                           PERFORM APPLY-FAILED-PAR
                           EXIT PARAGRAPH
                   END-DELETE
                   MOVE "D" TO WS-JRN-ACTION
                   MOVE WS-CURRENT-IMAGE TO WS-JRN-IMAGE

               WHEN WS-CURRENT-FOUND = "Y"

                   MOVE PND-AFTER-IMAGE TO CODE-RECORD
                   REWRITE CODE-RECORD
                       INVALID KEY
                           PERFORM APPLY-FAILED-PAR
                           EXIT PARAGRAPH
                   END-REWRITE
                   MOVE "R" TO WS-JRN-ACTION
                   MOVE WS-CURRENT-IMAGE TO WS-JRN-IMAGE

               WHEN OTHER

                   MOVE PND-AFTER-IMAGE TO CODE-RECORD
                   WRITE CODE-RECORD
                       INVALID KEY
                           PERFORM APPLY-FAILED-PAR
                           EXIT PARAGRAPH
                   END-WRITE
                   MOVE "A" TO WS-JRN-ACTION
                   MOVE PND-AFTER-IMAGE TO WS-JRN-IMAGE

           END-EVALUATE

           PERFORM WRITE-JOURNAL-PAR

           ADD 1 TO WS-APPROVE-COUNT

           SET PND-APPROVED TO TRUE
           MOVE WS-CHECKER-ID TO PND-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO PND-CHECKED-TIMESTAMP
           MOVE WS-RUN-ID TO PND-APPLY-RUN-ID

           PERFORM REWRITE-PENDING-PAR.

       APPLY-FAILED-PAR.

           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "CODEAPPR: APPLY FAILED, STATUS " WS-CODE-STATUS
               " FOR " PND-SET-ID " " PND-CODE-VALUE
               " - LEFT PENDING".

       REJECT-CHANGE-PAR.

           ADD 1 TO WS-REJECT-COUNT

           SET PND-REJECTED TO TRUE
           MOVE WS-CHECKER-ID TO PND-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO PND-CHECKED-TIMESTAMP
           MOVE WS-REJECT-REASON TO PND-REJECT-REASON

           PERFORM REWRITE-PENDING-PAR.

       REWRITE-PENDING-PAR.

      *    Should this fail after an approval the change is applied
      *    and journaled but still shows pending; it cannot be applied
      *    twice, as the code no longer matches its before-image.

           REWRITE PND-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "CODEAPPR: PENDING REWRITE FAILED, STATUS "
                       WS-PND-STATUS " FOR " PND-SET-ID " "
                       PND-CODE-VALUE
           END-REWRITE.

       WRITE-JOURNAL-PAR.

           MOVE SPACES TO JRN-RECORD
           MOVE WS-RUN-ID TO JRN-RUN-ID
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           MOVE WS-JRN-IMAGE TO JRN-BEFORE-IMAGE
           WRITE JRN-RECORD.

       END PROGRAM CODEAPPR.
