      *             (FEEDREG.DAT, see the ICFDREG copybook), replacing
      *             the paper checklist of which feeds have arrived.
      *             Prints one line per register record - feed id,
      *             business date, run timestamp, counts, hash total,
      *             return code and posting status - to FEEDREG.RPT,
      *             paginated. The posting status is the confirmation
      *             POSTRECN last recorded (POSTED, SHORT POSTED or
      *             OVER POSTED); a released run (return code 0 or 4)
      *             with none yet is UNCONFIRMED - validated but not
      *             yet confirmed posted - and a run that released
      *             nothing is HELD.
      *
      *             Run parameter (command line, optional):
      *                 CCYYMMDD
       01  WS-SELECT-DATE                PIC X(08) VALUE SPACES.
       01  WS-LISTED-COUNT               PIC 9(05) VALUE 0.
       01  WS-MISSING-COUNT              PIC 9(05) VALUE 0.
       01  WS-UNCONFIRMED-COUNT          PIC 9(05) VALUE 0.
       01  WS-SUB                        PIC 9(03).
       01  WS-PRINT-LINE                 PIC X(100).
       01  WS-LINE-COUNT                 PIC 9(03) VALUE 99.
           05  FILLER                    PIC X(09) VALUE "ACCEPTED".
           05  FILLER                    PIC X(09) VALUE "REJECTED".
           05  FILLER                    PIC X(19) VALUE "HASH TOTAL".
           05  FILLER                    PIC X(04) VALUE "RC".
           05  FILLER                    PIC X(07) VALUE "POSTING".

       01  WS-DETAIL-LINE.
           05  WS-DET-FEED-ID            PIC X(08).
           05  WS-DET-HASH               PIC Z(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-RC                 PIC 99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-POSTING            PIC X(12).

       01  WS-MISSING-LINE.
           05  WS-MIS-FEED-ID            PIC X(08).

           DISPLAY "FEEDS LISTED:  " WS-LISTED-COUNT
           DISPLAY "FEEDS MISSING: " WS-MISSING-COUNT
           DISPLAY "UNCONFIRMED:   " WS-UNCONFIRMED-COUNT

           IF WS-MISSING-COUNT > 0 THEN

           MOVE REG-HASH-TOTAL         TO WS-DET-HASH
           MOVE REG-RETURN-CODE        TO WS-DET-RC

           EVALUATE TRUE
               WHEN REG-CONFIRM-MATCHED
                   MOVE "POSTED"       TO WS-DET-POSTING
               WHEN REG-CONFIRM-SHORT
                   MOVE "SHORT POSTED" TO WS-DET-POSTING
               WHEN REG-CONFIRM-OVER
                   MOVE "OVER POSTED"  TO WS-DET-POSTING
               WHEN REG-RETURN-CODE NUMERIC
               AND REG-RETURN-CODE <= 4
                   MOVE "UNCONFIRMED"  TO WS-DET-POSTING
                   ADD 1 TO WS-UNCONFIRMED-COUNT
               WHEN OTHER
                   MOVE "HELD"         TO WS-DET-POSTING
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR.

