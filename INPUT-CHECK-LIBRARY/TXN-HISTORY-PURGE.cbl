      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Retention cycle for the transaction history
      *             (TXNHIST.DAT, see the ICTXNH copybook) behind
      *             BATCHVAL's duplicate check. BATCHVAL only ever
      *             looks back DUPDAYS days from a feed's business
      *             date, so entries older than that window can no
      *             longer reject anything and only slow the keyed
      *             file down; this program deletes them.
      *
      *             Run parameters (command line):
      *                 CCYYMMDD [nnn]
      *             the as-of business date (required) and the window
      *             in days. The history is shared by every feed, and
      *             each feed's BATCHVAL run takes DUPDAYS= from its
      *             own run-parameter card, so the window is the
      *             LARGEST look-back any run can use: DUPDAYS= on the
      *             fixed card (BATCHPRM.DAT, used by runs without a
      *             feed id and by catalog entries that name no card)
      *             and on the card of every feed in the catalog
      *             (FEEDCAT.DAT, see the ICFDCAT copybook), a card
      *             that does not set it counting as 30 - the default
      *             BATCHVAL uses. Other keywords are ignored. The
      *             purge therefore never removes an entry any feed's
      *             BATCHVAL would still compare against; a window on
      *             the command line may widen it but a window smaller
      *             than that is refused. Entries whose business date
      *             is before the as-of date less the window are
      *             deleted; entries on or after it, and any entry
      *             whose date cannot be read (never silently
      *             discarded), are kept.
      *
      *             Run this only when no BATCHVAL run is active.
      *
      *             Return codes: 0 done, 16 bad/missing as-of date or
      *             window, window smaller than a feed's DUPDAYS, or
      *             history file unavailable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNPURGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO DYNAMIC WS-PRM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL FEED-CATALOG ASSIGN TO "FEEDCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CAT-FEED-ID
               FILE STATUS WS-CAT-STATUS.

           SELECT TXN-HISTORY ASSIGN TO "TXNHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY TXH-DUP-KEY
               FILE STATUS WS-TXH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PRM-RECORD                    PIC X(80).

       FD  FEED-CATALOG.
       COPY ICFDCAT.

       FD  TXN-HISTORY.
       COPY ICTXNH.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-PRM-EOF-SW                 PIC X VALUE "N".
           88  WS-PRM-EOF-YES            VALUE "Y".
       01  WS-CAT-EOF-SW                 PIC X VALUE "N".
           88  WS-CAT-EOF-YES            VALUE "Y".
       01  WS-CAT-STATUS                 PIC X(02).
       01  WS-PRM-FILE-NAME              PIC X(64)
                                         VALUE "BATCHPRM.DAT".
       01  WS-CARD-DAYS                  PIC 9(03).
       01  WS-CARD-COUNT                 PIC 9(05) VALUE 0.
       01  WS-PRM-KEY                    PIC X(20).
       01  WS-PRM-VALUE                  PIC X(64).
       01  WS-RUN-PARM                   PIC X(40) VALUE SPACES.
       01  WS-ASOF-DATE                  PIC X(08) VALUE SPACES.
       01  WS-DAYS-PARM                  PIC X(08) VALUE SPACES.
       01  WS-DUP-DAYS                   PIC 9(03) VALUE 0.
       01  WS-CUTOFF-DATE                PIC 9(08) VALUE 0.
       01  WS-TXH-STATUS                 PIC X(02).
       01  WS-READ-COUNT                 PIC 9(07) VALUE 0.
       01  WS-DELETED-COUNT              PIC 9(07) VALUE 0.
       01  WS-KEPT-COUNT                 PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM READ-PARAMETERS-PAR
           PERFORM READ-CATALOG-PAR

           DISPLAY "TXNPURGE: LARGEST DUPDAYS " WS-DUP-DAYS
               " OVER " WS-CARD-COUNT " PARAMETER CARDS"

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE

           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
               INTO WS-ASOF-DATE WS-DAYS-PARM
           END-UNSTRING

           IF WS-ASOF-DATE NOT NUMERIC
           OR TEST-DATE-YYYYMMDD (NUMVAL (WS-ASOF-DATE)) NOT = 0
           THEN

               DISPLAY "TXNPURGE: AS-OF DATE CCYYMMDD REQUIRED"
               STOP RUN RETURNING 16

           END-IF

           IF WS-DAYS-PARM NOT = SPACES THEN

               IF TEST-NUMVAL (WS-DAYS-PARM) NOT = 0
               OR NUMVAL (WS-DAYS-PARM) < 0
               OR NUMVAL (WS-DAYS-PARM) > 999
               THEN

                   DISPLAY "TXNPURGE: BAD WINDOW " WS-DAYS-PARM
                   STOP RUN RETURNING 16

               END-IF

               IF NUMVAL (WS-DAYS-PARM) < WS-DUP-DAYS THEN

                   DISPLAY "TXNPURGE: WINDOW " WS-DAYS-PARM
                       " IS SMALLER THAN DUPDAYS " WS-DUP-DAYS
                   STOP RUN RETURNING 16

               END-IF

               MOVE NUMVAL (WS-DAYS-PARM) TO WS-DUP-DAYS

           END-IF

           COMPUTE WS-CUTOFF-DATE = DATE-OF-INTEGER
               (INTEGER-OF-DATE (NUMVAL (WS-ASOF-DATE)) - WS-DUP-DAYS)

           DISPLAY "TXNPURGE: REMOVING ENTRIES DATED BEFORE "
               WS-CUTOFF-DATE

           OPEN I-O TXN-HISTORY

           IF WS-TXH-STATUS NOT = "00" THEN

               DISPLAY "TXNPURGE: CANNOT OPEN TXNHIST.DAT, STATUS "
                   WS-TXH-STATUS
               STOP RUN RETURNING 16

           END-IF

           PERFORM UNTIL WS-EOF-YES

               READ TXN-HISTORY NEXT RECORD
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM PURGE-ENTRY-PAR
               END-READ

           END-PERFORM

           CLOSE TXN-HISTORY

           DISPLAY "HISTORY ENTRIES READ: " WS-READ-COUNT
           DISPLAY "ENTRIES DELETED:      " WS-DELETED-COUNT
           DISPLAY "ENTRIES KEPT:         " WS-KEPT-COUNT

           STOP RUN.

       READ-CATALOG-PAR.

      *    Every catalogued feed's own card; a feed that names none
      *    runs on BATCHPRM.DAT, already read.

           OPEN INPUT FEED-CATALOG

           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "05"
           THEN

               DISPLAY "TXNPURGE: CANNOT OPEN FEEDCAT.DAT, STATUS "
                   WS-CAT-STATUS
               STOP RUN RETURNING 16

           END-IF

           PERFORM UNTIL WS-CAT-EOF-YES

               READ FEED-CATALOG NEXT
                   AT END
                       SET WS-CAT-EOF-YES TO TRUE
                   NOT AT END
                       IF CAT-PARAMETER-FILE NOT = SPACES THEN
                           MOVE CAT-PARAMETER-FILE TO WS-PRM-FILE-NAME
                           PERFORM READ-PARAMETERS-PAR
                       END-IF
               END-READ

           END-PERFORM

           CLOSE FEED-CATALOG.

       READ-PARAMETERS-PAR.

      *    One card: BATCHVAL's default unless the card sets DUPDAYS,
      *    and the largest card so far sets the window.

           MOVE 30 TO WS-CARD-DAYS
           MOVE "N" TO WS-PRM-EOF-SW
           ADD 1 TO WS-CARD-COUNT

           OPEN INPUT PARAMETER-FILE

           PERFORM UNTIL WS-PRM-EOF-YES

               READ PARAMETER-FILE
                   AT END
                       SET WS-PRM-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM APPLY-PARAMETER-PAR
               END-READ

           END-PERFORM

           CLOSE PARAMETER-FILE

           IF WS-CARD-DAYS > WS-DUP-DAYS THEN
               MOVE WS-CARD-DAYS TO WS-DUP-DAYS
           END-IF.

       APPLY-PARAMETER-PAR.

      *    Shared card with BATCHVAL; only the window matters here.
      *    A value BATCHVAL itself would refuse is left for BATCHVAL
      *    to report and the default kept.

           IF PRM-RECORD (1:1) = "*" OR PRM-RECORD = SPACES THEN

               EXIT PARAGRAPH

           END-IF

           MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE

           UNSTRING PRM-RECORD DELIMITED BY "="
               INTO WS-PRM-KEY WS-PRM-VALUE
           END-UNSTRING

           IF WS-PRM-KEY = "DUPDAYS"
           AND TEST-NUMVAL (WS-PRM-VALUE) = 0
           AND NUMVAL (WS-PRM-VALUE) >= 0
           AND NUMVAL (WS-PRM-VALUE) <= 999
           THEN

               MOVE NUMVAL (WS-PRM-VALUE) TO WS-CARD-DAYS

           END-IF.

       PURGE-ENTRY-PAR.

           ADD 1 TO WS-READ-COUNT

      *    An entry whose date cannot be read is kept rather than
      *    guessed at.

           IF TXH-BUSINESS-DATE NOT NUMERIC
           OR TXH-BUSINESS-DATE >= WS-CUTOFF-DATE
           THEN

               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH

           END-IF

           DELETE TXN-HISTORY RECORD

           IF WS-TXH-STATUS = "00" THEN
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               DISPLAY "TXNPURGE: DELETE FAILED, STATUS "
                   WS-TXH-STATUS
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       END PROGRAM TXNPURGE.
