      *               D - delete a code (after showing it and asking
      *                   for confirmation)
      *               X - exit, displaying the same style of
      *                   counts CODELOAD displays
      *
      *             The operator signs on with an operator id. Every
      *             change is validated (non-blank set and value,
      *             description required on add, effective dates
      *             numeric when given) and then filed on the
      *             pending-change file (CODEPEND.DAT, see the ICPEND
      *             copybook) under that operator id as the maker,
      *             with the code as it stands now as the before-image.
      *             ICCODES.DAT itself is only read here: a second
      *             operator approves or rejects the change with
      *             CODEAPPR, which applies it and journals it to
      *             CODEJRNL.DAT so it can still be reversed with
      *             CODEBACK.
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
       01  WS-CODE-STATUS                PIC X(02).
       01  WS-PND-STATUS                 PIC X(02).
       01  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
       01  WS-OPTION                     PIC X(01) VALUE SPACE.
       01  WS-REPLY                      PIC X(01) VALUE SPACE.
       01  WS-IN-SET                     PIC X(08) VALUE SPACES.
           88  WS-BROWSE-DONE            VALUE "Y".
       01  WS-PAGE-LINES                 PIC 9(02) VALUE 0.
       01  WS-RUN-ID                     PIC X(14).
       01  WS-SEQ-NUM                    PIC 9(05) VALUE 0.
       01  WS-PND-ACTION                 PIC X(01).
       01  WS-BEFORE-FOUND               PIC X(01).
       01  WS-BEFORE-IMAGE               PIC X(74).
       01  WS-AFTER-IMAGE                PIC X(74).
       01  WS-FILED-SW                   PIC X(01).
           88  WS-FILED                  VALUE "Y".
       01  WS-ADD-COUNT                  PIC 9(07) VALUE 0.
       01  WS-REPLACE-COUNT              PIC 9(07) VALUE 0.
       01  WS-DELETE-COUNT               PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT                PIC 9(07) VALUE 0.

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 10
               VALUE "ICCODES REFERENCE DATA MAINTENANCE".
           05  LINE 03 COLUMN 05 VALUE "OPERATOR ID: ".
           05  LINE 03 COLUMN 18 USING WS-OPERATOR-ID.

       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 10
           05  LINE 10 COLUMN 05 VALUE "OPTION: ".
           05  LINE 10 COLUMN 13 USING WS-OPTION.
           05  LINE 12 COLUMN 05 PIC X(60) FROM WS-MESSAGE.
           05  LINE 14 COLUMN 05
               VALUE "CHANGES TAKE EFFECT WHEN APPROVED WITH CODEAPPR".

       01  KEY-SCREEN.
           05  BLANK SCREEN.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           MOVE UPPER-CASE (WS-OPERATOR-ID) TO WS-OPERATOR-ID

           IF WS-OPERATOR-ID = SPACES THEN

               DISPLAY "CODEMNT: OPERATOR ID REQUIRED"
               STOP RUN RETURNING 16

           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-ID
           DISPLAY "CODEMNT: RUN ID " WS-RUN-ID " MAKER "
               WS-OPERATOR-ID

           OPEN INPUT CODE-FILE

           IF WS-CODE-STATUS NOT = "00" AND WS-CODE-STATUS NOT = "05"
           THEN

           END-IF

           OPEN I-O PENDING-FILE

           IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "05"
           THEN

               DISPLAY "CODEMNT: CANNOT OPEN CODEPEND.DAT, STATUS "
                   WS-PND-STATUS
               STOP RUN RETURNING 16

           END-IF

           PERFORM UNTIL WS-DONE

           END-PERFORM

           CLOSE CODE-FILE
           CLOSE PENDING-FILE

           DISPLAY SPACES
           DISPLAY "ADDS FILED:        " WS-ADD-COUNT
           DISPLAY "CHANGES FILED:     " WS-REPLACE-COUNT
           DISPLAY "DELETES FILED:     " WS-DELETE-COUNT
           DISPLAY "KEYS NOT FOUND:    " WS-NOT-FOUND-COUNT
           DISPLAY "ERRORS:            " WS-ERROR-COUNT

               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-SET      TO CODE-SET-ID
           MOVE WS-IN-VALUE    TO CODE-VALUE

           READ CODE-FILE

           IF WS-CODE-STATUS = "00" THEN

               ADD 1 TO WS-ERROR-COUNT
               MOVE "CODE ALREADY EXISTS - USE C TO CHANGE IT"
                   TO WS-MESSAGE
               EXIT PARAGRAPH

           END-IF

           MOVE WS-IN-SET      TO CODE-SET-ID
           MOVE WS-IN-VALUE    TO CODE-VALUE
           MOVE WS-IN-DESC     TO CODE-DESCRIPTION
           MOVE WS-IN-EFF-FROM TO CODE-EFF-FROM
           MOVE WS-IN-EFF-TO   TO CODE-EFF-TO

           MOVE "N" TO WS-BEFORE-FOUND
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CODE-RECORD TO WS-AFTER-IMAGE
           MOVE "A" TO WS-PND-ACTION
           PERFORM FILE-PENDING-PAR

           IF WS-FILED THEN
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADD FILED FOR APPROVAL" TO WS-MESSAGE
           END-IF.

       CHANGE-CODE-PAR.

           MOVE WS-IN-EFF-FROM TO CODE-EFF-FROM
           MOVE WS-IN-EFF-TO   TO CODE-EFF-TO

           IF CODE-RECORD = WS-BEFORE-IMAGE THEN

               MOVE "NOTHING CHANGED" TO WS-MESSAGE
               EXIT PARAGRAPH

           END-IF

           MOVE "Y" TO WS-BEFORE-FOUND
           MOVE CODE-RECORD TO WS-AFTER-IMAGE
           MOVE "A" TO WS-PND-ACTION
           PERFORM FILE-PENDING-PAR

           IF WS-FILED THEN
               ADD 1 TO WS-REPLACE-COUNT
               MOVE "CHANGE FILED FOR APPROVAL" TO WS-MESSAGE
           END-IF.

       DELETE-CODE-PAR.


           END-IF

           MOVE "Y" TO WS-BEFORE-FOUND
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE "D" TO WS-PND-ACTION
           PERFORM FILE-PENDING-PAR

           IF WS-FILED THEN
               ADD 1 TO WS-DELETE-COUNT
               MOVE "DELETE FILED FOR APPROVAL" TO WS-MESSAGE
           END-IF.

       FILE-PENDING-PAR.

      *    The change goes to the pending-change file under this
      *    session's run id; ICCODES.DAT is untouched until CODEAPPR
      *    approves it.

           MOVE "N" TO WS-FILED-SW
           ADD 1 TO WS-SEQ-NUM

           MOVE SPACES TO PND-RECORD
           MOVE WS-RUN-ID          TO PND-MAKER-RUN-ID
           MOVE WS-SEQ-NUM         TO PND-SEQ-NUM
           SET PND-PENDING TO TRUE
           MOVE WS-PND-ACTION      TO PND-ACTION
           MOVE WS-IN-SET          TO PND-SET-ID
           MOVE WS-IN-VALUE        TO PND-CODE-VALUE
           MOVE "CODEMNT"          TO PND-SOURCE
           MOVE WS-OPERATOR-ID     TO PND-MAKER-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO PND-MADE-TIMESTAMP
           MOVE WS-BEFORE-FOUND    TO PND-BEFORE-FOUND
           MOVE WS-BEFORE-IMAGE    TO PND-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE     TO PND-AFTER-IMAGE

           WRITE PND-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "PENDING CHANGE COULD NOT BE FILED"
                       TO WS-MESSAGE
               NOT INVALID KEY
                   SET WS-FILED TO TRUE
           END-WRITE.

       END PROGRAM CODEMNT.
