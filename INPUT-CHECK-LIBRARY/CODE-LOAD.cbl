      *             than deleted, so late-arriving feeds for earlier
      *             business dates still validate.
      *
      *             Nothing is applied here. Every transaction that
      *             passes these checks is filed on the pending-change
      *             file (CODEPEND.DAT, see the ICPEND copybook) under
      *             the maker's operator id, with the code as it
      *             stands now as the before-image, and waits for a
      *             second operator to approve it with CODEAPPR, which
      *             applies it and journals it to CODEJRNL.DAT. A
      *             delete of a missing key is not filed.
      *
      *             Run parameter (command line, required):
      *                 maker operator id (up to 8 characters)
      *
      *             Return codes: 0 all transactions filed, 8 one or
      *             more transactions in error, 16 no operator id or a
      *             file cannot be opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY CODE-KEY
               FILE STATUS WS-CODE-STATUS.

           SELECT OPTIONAL PENDING-FILE ASSIGN TO "CODEPEND.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PND-KEY
               FILE STATUS WS-PND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODE-FILE.
       COPY ICCODES.

       FD  PENDING-FILE.
       COPY ICPEND.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-CODE-STATUS                PIC X(02).
       01  WS-PND-STATUS                 PIC X(02).
       01  WS-RUN-PARM                   PIC X(20) VALUE SPACES.
       01  WS-MAKER-ID                   PIC X(08).
       01  WS-TRAN-COUNT                 PIC 9(07) VALUE 0.
       01  WS-ADD-COUNT                  PIC 9(07) VALUE 0.
       01  WS-REPLACE-COUNT              PIC 9(07) VALUE 0.
       01  WS-NOT-FOUND-COUNT            PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT                PIC 9(07) VALUE 0.
       01  WS-RUN-ID                     PIC X(14).
       01  WS-SEQ-NUM                    PIC 9(05) VALUE 0.
       01  WS-PND-ACTION                 PIC X(01).
       01  WS-BEFORE-FOUND               PIC X(01).
       01  WS-BEFORE-IMAGE               PIC X(74).
       01  WS-AFTER-IMAGE                PIC X(74).
       01  WS-FILED-SW                   PIC X(01).
           88  WS-FILED                  VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE

           IF WS-RUN-PARM = SPACES OR WS-RUN-PARM (9:) NOT = SPACES
           THEN

               DISPLAY "CODELOAD: BAD RUN PARAMETERS: " WS-RUN-PARM
               DISPLAY "CODELOAD: EXPECTED maker-operator-id"
               STOP RUN RETURNING 16

           END-IF

           MOVE UPPER-CASE (WS-RUN-PARM (1:8)) TO WS-MAKER-ID

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-ID
           DISPLAY "CODELOAD: RUN ID " WS-RUN-ID " MAKER "
               WS-MAKER-ID

           OPEN INPUT TRANSACTION-FILE
           OPEN INPUT CODE-FILE

           IF WS-CODE-STATUS NOT = "00" AND WS-CODE-STATUS NOT = "05"
           THEN

           END-IF

           OPEN I-O PENDING-FILE

           IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "05"
           THEN

               DISPLAY "CODELOAD: CANNOT OPEN CODEPEND.DAT, STATUS "
                   WS-PND-STATUS
               STOP RUN RETURNING 16

           END-IF

           PERFORM UNTIL WS-EOF-YES


           CLOSE TRANSACTION-FILE
           CLOSE CODE-FILE
           CLOSE PENDING-FILE

           DISPLAY "TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "ADDS FILED:        " WS-ADD-COUNT
           DISPLAY "REPLACES FILED:    " WS-REPLACE-COUNT
           DISPLAY "DELETES FILED:     " WS-DELETE-COUNT
           DISPLAY "DELETES NOT FOUND: " WS-NOT-FOUND-COUNT
           DISPLAY "ERRORS:            " WS-ERROR-COUNT
           DISPLAY "CODELOAD: CHANGES AWAIT APPROVAL WITH CODEAPPR"

           IF WS-ERROR-COUNT > 0 THEN


           END-IF

      *    The key is read so the record as it stands now goes with
      *    the pending change as its before-image.

           MOVE TRN-CODE-SET     TO CODE-SET-ID
           MOVE TRN-CODE-VALUE   TO CODE-VALUE

               WHEN "00"

                   MOVE "Y" TO WS-BEFORE-FOUND
                   MOVE CODE-RECORD TO WS-BEFORE-IMAGE

               WHEN "23"

                   MOVE "N" TO WS-BEFORE-FOUND
                   MOVE SPACES TO WS-BEFORE-IMAGE

               WHEN OTHER

                   DISPLAY "CODELOAD: READ FAILED, STATUS "
                       WS-CODE-STATUS " FOR " TRN-CODE-SET " "
                       TRN-CODE-VALUE
                   EXIT PARAGRAPH

           END-EVALUATE

           MOVE TRN-CODE-SET     TO CODE-SET-ID
           MOVE TRN-CODE-VALUE   TO CODE-VALUE
           MOVE TRN-DESCRIPTION  TO CODE-DESCRIPTION
           MOVE TRN-EFF-FROM     TO CODE-EFF-FROM
           MOVE TRN-EFF-TO       TO CODE-EFF-TO
           MOVE CODE-RECORD TO WS-AFTER-IMAGE

           MOVE "A" TO WS-PND-ACTION
           PERFORM FILE-PENDING-PAR

           IF WS-FILED THEN

               IF WS-BEFORE-FOUND = "Y" THEN
                   ADD 1 TO WS-REPLACE-COUNT
               ELSE
                   ADD 1 TO WS-ADD-COUNT
               END-IF

           END-IF.

       DELETE-CODE-PAR.


           END-IF

           MOVE "Y" TO WS-BEFORE-FOUND
           MOVE CODE-RECORD TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE

           MOVE "D" TO WS-PND-ACTION
           PERFORM FILE-PENDING-PAR

           IF WS-FILED THEN
               ADD 1 TO WS-DELETE-COUNT
           END-IF.

       FILE-PENDING-PAR.

           MOVE "N" TO WS-FILED-SW
           ADD 1 TO WS-SEQ-NUM

           MOVE SPACES TO PND-RECORD
           MOVE WS-RUN-ID          TO PND-MAKER-RUN-ID
           MOVE WS-SEQ-NUM         TO PND-SEQ-NUM
           SET PND-PENDING TO TRUE
           MOVE WS-PND-ACTION      TO PND-ACTION
           MOVE TRN-CODE-SET       TO PND-SET-ID
           MOVE TRN-CODE-VALUE     TO PND-CODE-VALUE
           MOVE "CODELOAD"         TO PND-SOURCE
           MOVE WS-MAKER-ID        TO PND-MAKER-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO PND-MADE-TIMESTAMP
           MOVE WS-BEFORE-FOUND    TO PND-BEFORE-FOUND
           MOVE WS-BEFORE-IMAGE    TO PND-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE     TO PND-AFTER-IMAGE

           WRITE PND-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "CODELOAD: PENDING WRITE FAILED, STATUS "
                       WS-PND-STATUS " FOR " TRN-CODE-SET " "
                       TRN-CODE-VALUE
               NOT INVALID KEY
                   SET WS-FILED TO TRUE
           END-WRITE.

       END PROGRAM CODELOAD.
