      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Load/maintenance program for the keyed treasury
      *             limits file (LIMITS.DAT, see the ICLIMIT copybook)
      *             BATCHVAL checks each feed's accepted records
      *             against. Applies a sequential transaction file
      *             (LIMTRAN.DAT), one fixed-column transaction per
      *             line:
      *               01     action: "A" add/replace, "D" delete
      *               02-09  code set   (e.g. BRANCH, CURRENCY)
      *               10-29  code value
      *               30-44  maximum single-item amount, 15 digits
      *                      with 2 implied decimals
      *               45-59  maximum daily total, 15 digits with 2
      *                      implied decimals
      *               60-68  maximum item count, 9 digits
      *               69-76  effective-from date CCYYMMDD (blank =
      *                      in force since forever)
      *               77-84  effective-to date CCYYMMDD (blank = no
      *                      end date)
      *             Columns 30-84 matter for action "A" only; a blank
      *             limit column means no limit of that kind. Lines
      *             whose first character is "*" are comments. Adds of
      *             an existing key replace its limits and effective
      *             window; deletes of a missing key are counted and
      *             reported but do not stop the run. A limit column
      *             that is neither blank nor all digits, or a
      *             non-blank, non-numeric effective date, is an error
      *             and the transaction is skipped.
      *
      *             Return codes: 0 applied, 8 one or more transactions
      *             in error, 16 limits file cannot be opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMLOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "LIMTRAN.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL LIMITS-FILE ASSIGN TO "LIMITS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY LIM-KEY
               FILE STATUS WS-LIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRN-RECORD.
           05  TRN-ACTION                PIC X(01).
           05  TRN-CODE-SET              PIC X(08).
           05  TRN-CODE-VALUE            PIC X(20).
           05  TRN-MAX-ITEM-AMOUNT       PIC X(15).
           05  TRN-MAX-DAILY-TOTAL       PIC X(15).
           05  TRN-MAX-ITEM-COUNT        PIC X(09).
           05  TRN-EFF-FROM              PIC X(08).
           05  TRN-EFF-TO                PIC X(08).

       FD  LIMITS-FILE.
       COPY ICLIMIT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-LIM-STATUS                 PIC X(02).
       01  WS-TRAN-COUNT                 PIC 9(07) VALUE 0.
       01  WS-ADD-COUNT                  PIC 9(07) VALUE 0.
       01  WS-REPLACE-COUNT              PIC 9(07) VALUE 0.
       01  WS-DELETE-COUNT               PIC 9(07) VALUE 0.
       01  WS-NOT-FOUND-COUNT            PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT                PIC 9(07) VALUE 0.
       01  WS-ITEM-AMOUNT-X              PIC X(15).
       01  WS-ITEM-AMOUNT REDEFINES WS-ITEM-AMOUNT-X
                                         PIC 9(13)V99.
       01  WS-DAILY-TOTAL-X              PIC X(15).
       01  WS-DAILY-TOTAL REDEFINES WS-DAILY-TOTAL-X
                                         PIC 9(13)V99.
       01  WS-ITEM-COUNT-X               PIC X(09).
       01  WS-ITEM-COUNT REDEFINES WS-ITEM-COUNT-X
                                         PIC 9(09).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT TRANSACTION-FILE
           OPEN I-O LIMITS-FILE

           IF WS-LIM-STATUS NOT = "00" AND WS-LIM-STATUS NOT = "05"
           THEN

               DISPLAY "LIMLOAD: CANNOT OPEN LIMITS.DAT, STATUS "
                   WS-LIM-STATUS
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
           CLOSE LIMITS-FILE

           DISPLAY "TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "LIMITS ADDED:      " WS-ADD-COUNT
           DISPLAY "LIMITS REPLACED:   " WS-REPLACE-COUNT
           DISPLAY "LIMITS DELETED:    " WS-DELETE-COUNT
           DISPLAY "DELETES NOT FOUND: " WS-NOT-FOUND-COUNT
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

           IF TRN-CODE-SET = SPACES OR TRN-CODE-VALUE = SPACES THEN

               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "LIMLOAD: MISSING CODE SET OR VALUE ON "
                   "TRANSACTION " WS-TRAN-COUNT
               EXIT PARAGRAPH

           END-IF

           EVALUATE TRN-ACTION

               WHEN "A"

                   PERFORM ADD-LIMIT-PAR

               WHEN "D"

                   PERFORM DELETE-LIMIT-PAR

               WHEN OTHER

                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "LIMLOAD: BAD ACTION '" TRN-ACTION
                       "' FOR " TRN-CODE-SET " " TRN-CODE-VALUE

           END-EVALUATE.

       ADD-LIMIT-PAR.

      *    A blank limit column is no limit, which the file holds as
      *    zero.

           MOVE TRN-MAX-ITEM-AMOUNT TO WS-ITEM-AMOUNT-X
           MOVE TRN-MAX-DAILY-TOTAL TO WS-DAILY-TOTAL-X
           MOVE TRN-MAX-ITEM-COUNT  TO WS-ITEM-COUNT-X

           IF WS-ITEM-AMOUNT-X = SPACES THEN
               MOVE ZEROES TO WS-ITEM-AMOUNT-X
           END-IF

           IF WS-DAILY-TOTAL-X = SPACES THEN
               MOVE ZEROES TO WS-DAILY-TOTAL-X
           END-IF

           IF WS-ITEM-COUNT-X = SPACES THEN
               MOVE ZEROES TO WS-ITEM-COUNT-X
           END-IF

           IF WS-ITEM-AMOUNT-X NOT NUMERIC
           OR WS-DAILY-TOTAL-X NOT NUMERIC
           OR WS-ITEM-COUNT-X NOT NUMERIC
           THEN

               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "LIMLOAD: BAD LIMIT AMOUNT OR COUNT FOR "
                   TRN-CODE-SET " " TRN-CODE-VALUE
               EXIT PARAGRAPH

           END-IF

           IF (TRN-EFF-FROM NOT = SPACES
               AND TRN-EFF-FROM NOT NUMERIC)
           OR (TRN-EFF-TO NOT = SPACES
               AND TRN-EFF-TO NOT NUMERIC)
           THEN

               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "LIMLOAD: BAD EFFECTIVE DATE FOR "
                   TRN-CODE-SET " " TRN-CODE-VALUE
               EXIT PARAGRAPH

           END-IF

           MOVE TRN-CODE-SET   TO LIM-SET-ID
           MOVE TRN-CODE-VALUE TO LIM-CODE-VALUE

           READ LIMITS-FILE

           EVALUATE WS-LIM-STATUS

               WHEN "00"

                   PERFORM MOVE-LIMITS-PAR
                   REWRITE LIM-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "LIMLOAD: REWRITE FAILED, STATUS "
                               WS-LIM-STATUS " FOR " TRN-CODE-SET
                               " " TRN-CODE-VALUE
                       NOT INVALID KEY
                           ADD 1 TO WS-REPLACE-COUNT
                   END-REWRITE

               WHEN "23"

                   MOVE TRN-CODE-SET   TO LIM-SET-ID
                   MOVE TRN-CODE-VALUE TO LIM-CODE-VALUE
                   PERFORM MOVE-LIMITS-PAR
                   WRITE LIM-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "LIMLOAD: WRITE FAILED, STATUS "
                               WS-LIM-STATUS " FOR " TRN-CODE-SET
                               " " TRN-CODE-VALUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE

               WHEN OTHER

                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "LIMLOAD: READ FAILED, STATUS "
                       WS-LIM-STATUS " FOR " TRN-CODE-SET " "
                       TRN-CODE-VALUE

           END-EVALUATE.

       MOVE-LIMITS-PAR.

           MOVE WS-ITEM-AMOUNT TO LIM-MAX-ITEM-AMOUNT
           MOVE WS-DAILY-TOTAL TO LIM-MAX-DAILY-TOTAL
           MOVE WS-ITEM-COUNT  TO LIM-MAX-ITEM-COUNT
           MOVE TRN-EFF-FROM   TO LIM-EFF-FROM
           MOVE TRN-EFF-TO     TO LIM-EFF-TO.

       DELETE-LIMIT-PAR.

           MOVE TRN-CODE-SET   TO LIM-SET-ID
           MOVE TRN-CODE-VALUE TO LIM-CODE-VALUE

           DELETE LIMITS-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   DISPLAY "LIMLOAD: DELETE NOT FOUND FOR "
                       TRN-CODE-SET " " TRN-CODE-VALUE
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       END PROGRAM LIMLOAD.
