      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Load/maintenance program for the keyed feed
      *             catalog (FEEDCAT.DAT, see the ICFDCAT copybook)
      *             that BATCHVAL, BATCHREP, BATCHSUM, POSTEXT and the
      *             FEEDDRV nightly driver read to find each feed's
      *             control files. Applies a sequential transaction
      *             file (FEEDCTRN.DAT), one fixed-column transaction
      *             per line:
      *               01       action: "A" add/replace, "D" delete
      *               02-09    feed id (as carried on the feed's HDR)
      *               10-39    description
      *               40       "Y" = active, "N" = suspended (driver
      *                        skips it)
      *               41-47    run days Monday..Sunday, "Y" = due
      *                        (all blank = every day)
      *               48-87    inbound feed file
      *                        (blank = FEEDID.CCYYMMDD.IN)
      *               88-127   field-definition file
      *                        (blank = BATCHFLD.DEF)
      *               128-167  rule-definition file
      *                        (blank = BATCHRUL.DEF)
      *               168-207  run-parameter card
      *                        (blank = BATCHPRM.DAT)
      *             Columns 10-207 matter for action "A" only. Lines
      *             whose first character is "*" are comments. Adds of
      *             an existing feed id replace the whole entry;
      *             deletes of a missing feed id are counted and
      *             reported but do not stop the run. A bad active
      *             flag or run-day column is an error and the
      *             transaction is skipped.
      *
      *             Return codes: 0 applied, 8 one or more transactions
      *             in error, 16 catalog cannot be opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "FEEDCTRN.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL FEED-CATALOG ASSIGN TO "FEEDCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CAT-FEED-ID
               FILE STATUS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRN-RECORD.
           05  TRN-ACTION                PIC X(01).
           05  TRN-ENTRY.
               10  TRN-FEED-ID           PIC X(08).
               10  TRN-DESCRIPTION       PIC X(30).
               10  TRN-ACTIVE            PIC X(01).
               10  TRN-RUN-DAYS          PIC X(07).
               10  TRN-FEED-FILE         PIC X(40).
               10  TRN-FIELD-DEF-FILE    PIC X(40).
               10  TRN-RULE-DEF-FILE     PIC X(40).
               10  TRN-PARAMETER-FILE    PIC X(40).

       FD  FEED-CATALOG.
       COPY ICFDCAT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-CAT-STATUS                 PIC X(02).
       01  WS-TRAN-COUNT                 PIC 9(07) VALUE 0.
       01  WS-ADD-COUNT                  PIC 9(07) VALUE 0.
       01  WS-REPLACE-COUNT              PIC 9(07) VALUE 0.
       01  WS-DELETE-COUNT               PIC 9(07) VALUE 0.
       01  WS-NOT-FOUND-COUNT            PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT                PIC 9(07) VALUE 0.
       01  WS-DAY-SUB                    PIC 9(01).
       01  WS-DAYS-BAD-SW                PIC X VALUE "N".
           88  WS-DAYS-BAD               VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT TRANSACTION-FILE
           OPEN I-O FEED-CATALOG

           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "05"
           THEN

               DISPLAY "FEEDCAT: CANNOT OPEN FEEDCAT.DAT, STATUS "
                   WS-CAT-STATUS
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
           CLOSE FEED-CATALOG

           DISPLAY "TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "FEEDS ADDED:       " WS-ADD-COUNT
           DISPLAY "FEEDS REPLACED:    " WS-REPLACE-COUNT
           DISPLAY "FEEDS DELETED:     " WS-DELETE-COUNT
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

           IF TRN-FEED-ID = SPACES THEN

               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "FEEDCAT: MISSING FEED ID ON TRANSACTION "
                   WS-TRAN-COUNT
               EXIT PARAGRAPH

           END-IF

           EVALUATE TRN-ACTION

               WHEN "A"

                   PERFORM ADD-FEED-PAR

               WHEN "D"

                   PERFORM DELETE-FEED-PAR

               WHEN OTHER

                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "FEEDCAT: BAD ACTION '" TRN-ACTION
                       "' FOR " TRN-FEED-ID

           END-EVALUATE.

       ADD-FEED-PAR.

           MOVE "N" TO WS-DAYS-BAD-SW

           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7

               IF TRN-RUN-DAYS (WS-DAY-SUB:1) NOT = "Y"
               AND TRN-RUN-DAYS (WS-DAY-SUB:1) NOT = "N"
               AND TRN-RUN-DAYS (WS-DAY-SUB:1) NOT = SPACE
               THEN
                   SET WS-DAYS-BAD TO TRUE
               END-IF

           END-PERFORM

           IF (TRN-ACTIVE NOT = "Y" AND TRN-ACTIVE NOT = "N")
           OR WS-DAYS-BAD
           THEN

               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "FEEDCAT: BAD ACTIVE FLAG OR RUN DAYS FOR "
                   TRN-FEED-ID
               EXIT PARAGRAPH

           END-IF

           MOVE TRN-FEED-ID TO CAT-FEED-ID

           READ FEED-CATALOG

           EVALUATE WS-CAT-STATUS

               WHEN "00"

                   MOVE TRN-ENTRY TO CAT-RECORD
                   REWRITE CAT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "FEEDCAT: REWRITE FAILED, STATUS "
                               WS-CAT-STATUS " FOR " TRN-FEED-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-REPLACE-COUNT
                   END-REWRITE

               WHEN "23"

                   MOVE TRN-ENTRY TO CAT-RECORD
                   WRITE CAT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "FEEDCAT: WRITE FAILED, STATUS "
                               WS-CAT-STATUS " FOR " TRN-FEED-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE

               WHEN OTHER

                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "FEEDCAT: READ FAILED, STATUS "
                       WS-CAT-STATUS " FOR " TRN-FEED-ID

           END-EVALUATE.

       DELETE-FEED-PAR.

           MOVE TRN-FEED-ID TO CAT-FEED-ID

           DELETE FEED-CATALOG
               INVALID KEY
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   DISPLAY "FEEDCAT: DELETE NOT FOUND FOR "
                       TRN-FEED-ID
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       END PROGRAM FEEDCAT.
