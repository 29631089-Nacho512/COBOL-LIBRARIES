      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Formal write-off of reject suspense entries
      *             (REJSUSP.DAT, see the ICSUSP copybook) that will
      *             never be corrected and resubmitted, so the item is
      *             closed with a named operator and a reason instead
      *             of aging forever on SUSRPT. Applies a sequential
      *             transaction file (SUSWOFF.DAT), one fixed-column
      *             transaction per line:
      *               01-08    feed id
      *               09-16    business date, CCYYMMDD
      *               17-23    reject record number (zero-filled, as
      *                        on SUSRPT and the run's reject file)
      *               24-31    operator id (required)
      *               32-71    write-off reason (required)
      *             Lines whose first character is "*" are comments.
      *             Only an open or repaired entry can be written off;
      *             an entry that is missing, already resubmitted or
      *             already written off is an error and the
      *             transaction is skipped.
      *
      *             Return codes: 0 applied, 8 one or more transactions
      *             in error, 16 suspense file cannot be opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSWOFF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "SUSWOFF.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL REJECT-SUSPENSE ASSIGN TO "REJSUSP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY SUS-KEY
               FILE STATUS WS-SUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRN-RECORD.
           05  TRN-KEY.
               10  TRN-FEED-ID           PIC X(08).
               10  TRN-BUSINESS-DATE     PIC X(08).
               10  TRN-REJECT-NUM        PIC X(07).
           05  TRN-OPERATOR-ID           PIC X(08).
           05  TRN-REASON                PIC X(40).

       FD  REJECT-SUSPENSE.
       COPY ICSUSP.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-SUS-STATUS                 PIC X(02).
       01  WS-RUN-ID                     PIC X(14).
       01  WS-TRAN-COUNT                 PIC 9(07) VALUE 0.
       01  WS-WRITTEN-OFF-COUNT          PIC 9(07) VALUE 0.
       01  WS-NOT-FOUND-COUNT            PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT                PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-ID

           OPEN INPUT TRANSACTION-FILE
           OPEN I-O REJECT-SUSPENSE

           IF WS-SUS-STATUS NOT = "00" AND WS-SUS-STATUS NOT = "05"
           THEN

               DISPLAY "SUSWOFF: CANNOT OPEN REJSUSP.DAT, STATUS "
                   WS-SUS-STATUS
               STOP RUN RETURNING 16

           END-IF

           PERFORM UNTIL WS-EOF-YES

               READ TRANSACTION-FILE
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM APPLY-TRANSACTION-PAR
               END-READ

           END-PERFORM

           CLOSE TRANSACTION-FILE
           CLOSE REJECT-SUSPENSE

           DISPLAY "TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "ITEMS WRITTEN OFF: " WS-WRITTEN-OFF-COUNT
           DISPLAY "ITEMS NOT FOUND:   " WS-NOT-FOUND-COUNT
           DISPLAY "ERRORS:            " WS-ERROR-COUNT

           IF WS-ERROR-COUNT > 0 THEN

               STOP RUN RETURNING 8

           END-IF

           STOP RUN.

       APPLY-TRANSACTION-PAR.

           IF TRN-RECORD (1:1) = "*" OR TRN-RECORD = SPACES THEN

               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-TRAN-COUNT

           IF TRN-FEED-ID = SPACES
           OR TRN-BUSINESS-DATE NOT NUMERIC
           OR TRN-REJECT-NUM NOT NUMERIC
           THEN

               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "SUSWOFF: BAD SUSPENSE KEY ON TRANSACTION "
                   WS-TRAN-COUNT ": " TRN-KEY
               EXIT PARAGRAPH

           END-IF

           IF TRN-OPERATOR-ID = SPACES OR TRN-REASON = SPACES THEN

               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "SUSWOFF: OPERATOR ID AND REASON REQUIRED FOR "
                   TRN-KEY
               EXIT PARAGRAPH

           END-IF

           MOVE TRN-FEED-ID       TO SUS-FEED-ID
           MOVE TRN-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE TRN-REJECT-NUM    TO SUS-REJECT-NUM

           READ REJECT-SUSPENSE

           EVALUATE WS-SUS-STATUS

               WHEN "00"

                   PERFORM WRITE-OFF-ENTRY-PAR

               WHEN "23"

                   ADD 1 TO WS-NOT-FOUND-COUNT
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "SUSWOFF: NOT IN SUSPENSE: " TRN-KEY

               WHEN OTHER

                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "SUSWOFF: READ FAILED, STATUS "
                       WS-SUS-STATUS " FOR " TRN-KEY

           END-EVALUATE.

       WRITE-OFF-ENTRY-PAR.

           IF NOT SUS-OPEN AND NOT SUS-REPAIRED THEN

               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "SUSWOFF: ALREADY CLOSED (STATUS " SUS-STATUS
                   "): " TRN-KEY
               EXIT PARAGRAPH

           END-IF

           SET SUS-WRITTEN-OFF TO TRUE
           MOVE TRN-OPERATOR-ID TO SUS-OPERATOR-ID
           MOVE TRN-REASON      TO SUS-WRITE-OFF-REASON
           MOVE FUNCTION CURRENT-DATE (1:14) TO SUS-STATUS-TIMESTAMP
           MOVE WS-RUN-ID       TO SUS-LAST-RUN-ID

           REWRITE SUS-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "SUSWOFF: REWRITE FAILED, STATUS "
                       WS-SUS-STATUS " FOR " TRN-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
           END-REWRITE.

       END PROGRAM SUSWOFF.
