      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Reconciles one code set in the keyed reference
      *             file of valid codes (ICCODES.DAT, see the ICCODES
      *             copybook) against the authoritative master extract
      *             for that set - the branch system's branch list, the
      *             treasury currency list - so drift is found here
      *             rather than by a live branch failing VLU checks.
      *             The extract is a sequential file, one fixed-column
      *             line per code:
      *               01-20    code value
      *               21-50    description
      *               51-58    effective-from date CCYYMMDD (blank =
      *                        effective since forever)
      *               59-66    effective-to date CCYYMMDD (blank = no
      *                        end date)
      *             Lines whose first character is "*" are comments.
      *             A line with a blank code value, a non-blank,
      *             non-numeric date or a value already seen is an
      *             error and is skipped.
      *
      *             Each code is reported on CODERECN.RPT as:
      *               MISSING        in the extract, not in ICCODES
      *               NOT IN MASTER  in ICCODES and still effective
      *                              after the closing date, but no
      *                              longer in the extract
      *               DESCRIPTION    descriptions differ
      *               EFF DATES      effective windows differ
      *             A code the extract has dropped that ICCODES has
      *             already end-dated on or before the closing date is
      *             counted as closed, not reported.
      *
      *             With the TRAN option the corrective transactions
      *             are written to CODETRAN.DAT in CODELOAD's layout,
      *             so the fix goes through CODELOAD, CODEAPPR and
      *             the journal as usual: an add/replace carrying the
      *             extract's description and window for a missing or
      *             different code, and for a code no longer in the
      *             master an add/replace that keeps its description
      *             and effective-from date and END-DATES it on the
      *             closing date - never a delete, so late-arriving
      *             feeds for earlier business dates still validate.
      *             CODETRAN.DAT is replaced by the run, and is not
      *             written at all when the extract had lines in error
      *             (a skipped line would otherwise read as a closed
      *             code).
      *
      *             Run parameters (command line):
      *                 set [extract [TRAN [CCYYMMDD]]]
      *             the code set (required), the extract file name
      *             (default CODEMSTR.DAT; "*" also means the
      *             default), TRAN to write the transactions ("*" =
      *             report only), and the closing date for codes no
      *             longer in the master (default yesterday).
      *
      *             Return codes: 0 ICCODES agrees with the extract,
      *             4 differences found, 8 extract lines in error,
      *             16 bad run parameter, ICCODES.DAT unavailable, or
      *             an extract that is missing, empty or too large.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODERECN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTER-FILE
               ASSIGN TO DYNAMIC WS-MST-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CODE-FILE ASSIGN TO "ICCODES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CODE-KEY
               FILE STATUS WS-CODE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "CODETRAN.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RECON-REPORT ASSIGN TO "CODERECN.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MST-RECORD.
           05  MST-CODE-VALUE            PIC X(20).
           05  MST-DESCRIPTION           PIC X(30).
           05  MST-EFF-FROM              PIC X(08).
           05  MST-EFF-TO                PIC X(08).

       FD  CODE-FILE.
       COPY ICCODES.

       FD  TRANSACTION-FILE.
       01  TRN-RECORD.
           05  TRN-ACTION                PIC X(01).
           05  TRN-CODE-SET              PIC X(08).
           05  TRN-CODE-VALUE            PIC X(20).
           05  TRN-DESCRIPTION           PIC X(30).
           05  TRN-EFF-FROM              PIC X(08).
           05  TRN-EFF-TO                PIC X(08).

       FD  RECON-REPORT.
       01  RPT-RECORD                    PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-CODE-STATUS                PIC X(02).
       01  WS-RUN-PARM                   PIC X(100) VALUE SPACES.
       01  WS-PARM-SET                   PIC X(20).
       01  WS-PARM-EXTRACT               PIC X(64).
       01  WS-PARM-OPTION                PIC X(20).
       01  WS-PARM-DATE                  PIC X(20).
       01  WS-MST-FILE-NAME              PIC X(64)
                                         VALUE "CODEMSTR.DAT".
       01  WS-SET-ID                     PIC X(08).
       01  WS-CLOSE-DATE                 PIC 9(08).
       01  WS-RUN-ID                     PIC X(14).
       01  WS-TRAN-SW                    PIC X VALUE "N".
           88  WS-TRAN-WANTED            VALUE "Y".
       01  WS-TRAN-OPEN-SW               PIC X VALUE "N".
           88  WS-TRAN-OPEN              VALUE "Y".
       01  WS-LINE-NUM                   PIC 9(07) VALUE 0.
       01  WS-MST-SUB                    PIC 9(04).
       01  WS-DIFF-SW                    PIC X.
           88  WS-CODE-DIFFERS           VALUE "Y".
       01  WS-OURS-TEXT                  PIC X(30).
       01  WS-MASTER-TEXT                PIC X(30).
       01  WS-WINDOW-FROM                PIC X(08).
       01  WS-WINDOW-TO                  PIC X(08).
       01  WS-WINDOW-TEXT                PIC X(30).
       01  WS-MASTER-COUNT               PIC 9(07) VALUE 0.
       01  WS-ICCODES-COUNT              PIC 9(07) VALUE 0.
       01  WS-AGREE-COUNT                PIC 9(07) VALUE 0.
       01  WS-MISSING-COUNT              PIC 9(07) VALUE 0.
       01  WS-DROPPED-COUNT              PIC 9(07) VALUE 0.
       01  WS-CLOSED-COUNT               PIC 9(07) VALUE 0.
       01  WS-DESC-DIFF-COUNT            PIC 9(07) VALUE 0.
       01  WS-DATE-DIFF-COUNT            PIC 9(07) VALUE 0.
       01  WS-TRAN-COUNT                 PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT                PIC 9(07) VALUE 0.
       01  WS-PRINT-LINE                 PIC X(110).
       01  WS-LINE-COUNT                 PIC 9(03) VALUE 99.
       01  WS-PAGE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-RETURN-CODE                PIC 99 VALUE 0.

      *    The master extract, held so each ICCODES code of the set
      *    can be looked up in it and the codes never looked up are
      *    known to be missing from ICCODES.

       01  WS-MASTER-MAX                 PIC 9(04) VALUE 5000.
       01  WS-MASTER-TABLE.
           05  WS-MST-ENTRY OCCURS 5000 TIMES.
               10  WS-MST-VALUE          PIC X(20).
               10  WS-MST-DESC           PIC X(30).
               10  WS-MST-FROM           PIC X(08).
               10  WS-MST-TO             PIC X(08).
               10  WS-MST-SEEN-SW        PIC X(01).
                   88  WS-MST-SEEN       VALUE "Y".

       01  WS-HEADING-1.
           05  FILLER                    PIC X(44)
               VALUE "ICCODES RECONCILIATION AGAINST MASTER".
           05  FILLER                    PIC X(56) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE               PIC ZZ9.
       01  WS-HEADING-2.
           05  FILLER                    PIC X(10) VALUE "CODE SET: ".
           05  WS-HDG-SET                PIC X(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE "EXTRACT: ".
           05  WS-HDG-EXTRACT            PIC X(40).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE "CLOSE DATE: ".
           05  WS-HDG-CLOSE-DATE         PIC 9(08).
       01  WS-HEADING-3.
           05  FILLER                    PIC X(22) VALUE "CODE VALUE".
           05  FILLER                    PIC X(17) VALUE "DIFFERENCE".
           05  FILLER                    PIC X(32) VALUE "ICCODES".
           05  FILLER                    PIC X(30) VALUE "MASTER".

       01  WS-DETAIL-LINE.
           05  WS-DET-VALUE              PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-DIFFERENCE         PIC X(15).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-OURS               PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DET-MASTER             PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL              PIC X(30).
           05  WS-TOT-COUNT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-ID

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE

           PERFORM PARSE-RUN-PARM-PAR

           PERFORM LOAD-MASTER-PAR

           OPEN INPUT CODE-FILE

           IF WS-CODE-STATUS NOT = "00" AND WS-CODE-STATUS NOT = "05"
           THEN

               DISPLAY "CODERECN: CANNOT OPEN ICCODES.DAT, STATUS "
                   WS-CODE-STATUS
               STOP RUN RETURNING 16

           END-IF

           OPEN OUTPUT RECON-REPORT

           IF WS-TRAN-WANTED THEN

               IF WS-ERROR-COUNT > 0 THEN

                   DISPLAY "CODERECN: EXTRACT LINES IN ERROR - "
                       "CODETRAN.DAT NOT WRITTEN"

               ELSE

                   OPEN OUTPUT TRANSACTION-FILE
                   SET WS-TRAN-OPEN TO TRUE

                   MOVE SPACES TO TRN-RECORD
                   STRING "* CODERECN " WS-RUN-ID " SET " WS-SET-ID
                       " AGAINST " TRIM (WS-MST-FILE-NAME)
                       DELIMITED BY SIZE INTO TRN-RECORD
                   WRITE TRN-RECORD

               END-IF

           END-IF

           PERFORM SCAN-ICCODES-PAR

           PERFORM LIST-MISSING-PAR
               VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MASTER-COUNT

           IF WS-MISSING-COUNT + WS-DROPPED-COUNT
               + WS-DESC-DIFF-COUNT + WS-DATE-DIFF-COUNT = 0
           THEN

               MOVE "  (NO DIFFERENCES)" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF

           PERFORM PRINT-TOTALS-PAR

           CLOSE CODE-FILE
           CLOSE RECON-REPORT

           IF WS-TRAN-OPEN THEN
               CLOSE TRANSACTION-FILE
           END-IF

           DISPLAY "CODE SET:              " WS-SET-ID
           DISPLAY "CODES IN EXTRACT:      " WS-MASTER-COUNT
           DISPLAY "CODES IN ICCODES:      " WS-ICCODES-COUNT
           DISPLAY "CODES IN AGREEMENT:    " WS-AGREE-COUNT
           DISPLAY "MISSING FROM ICCODES:  " WS-MISSING-COUNT
           DISPLAY "NOT IN MASTER:         " WS-DROPPED-COUNT
           DISPLAY "ALREADY CLOSED:        " WS-CLOSED-COUNT
           DISPLAY "DESCRIPTION DIFFS:     " WS-DESC-DIFF-COUNT
           DISPLAY "EFFECTIVE DATE DIFFS:  " WS-DATE-DIFF-COUNT
           DISPLAY "TRANSACTIONS WRITTEN:  " WS-TRAN-COUNT
           DISPLAY "EXTRACT ERRORS:        " WS-ERROR-COUNT

           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-MISSING-COUNT + WS-DROPPED-COUNT
                   + WS-DESC-DIFF-COUNT + WS-DATE-DIFF-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
           END-EVALUATE

           STOP RUN RETURNING WS-RETURN-CODE.

       PARSE-RUN-PARM-PAR.

           MOVE SPACES TO WS-PARM-SET WS-PARM-EXTRACT
               WS-PARM-OPTION WS-PARM-DATE

           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-SET WS-PARM-EXTRACT
                   WS-PARM-OPTION WS-PARM-DATE
           END-UNSTRING

           IF WS-PARM-SET = SPACES OR WS-PARM-SET (9:) NOT = SPACES
           THEN
               PERFORM BAD-RUN-PARM-PAR
           END-IF

           MOVE UPPER-CASE (WS-PARM-SET) TO WS-SET-ID

           IF WS-PARM-EXTRACT NOT = SPACES
           AND WS-PARM-EXTRACT NOT = "*"
           THEN
               MOVE WS-PARM-EXTRACT TO WS-MST-FILE-NAME
           END-IF

           EVALUATE UPPER-CASE (WS-PARM-OPTION)
               WHEN SPACES
               WHEN "*"
                   CONTINUE
               WHEN "TRAN"
                   SET WS-TRAN-WANTED TO TRUE
               WHEN OTHER
                   PERFORM BAD-RUN-PARM-PAR
           END-EVALUATE

           IF WS-PARM-DATE = SPACES OR WS-PARM-DATE = "*" THEN

               COMPUTE WS-CLOSE-DATE = DATE-OF-INTEGER (
                   INTEGER-OF-DATE (NUMVAL (WS-RUN-ID (1:8))) - 1)

           ELSE

               IF WS-PARM-DATE (1:8) NOT NUMERIC
               OR WS-PARM-DATE (9:) NOT = SPACES
               THEN
                   PERFORM BAD-RUN-PARM-PAR
               END-IF

               MOVE WS-PARM-DATE (1:8) TO WS-CLOSE-DATE

               IF TEST-DATE-YYYYMMDD (WS-CLOSE-DATE) NOT = 0 THEN
                   PERFORM BAD-RUN-PARM-PAR
               END-IF

           END-IF

           MOVE WS-SET-ID        TO WS-HDG-SET
           MOVE WS-MST-FILE-NAME TO WS-HDG-EXTRACT
           MOVE WS-CLOSE-DATE    TO WS-HDG-CLOSE-DATE.

       BAD-RUN-PARM-PAR.

           DISPLAY "CODERECN: BAD RUN PARAMETERS: " WS-RUN-PARM
           DISPLAY "CODERECN: EXPECTED set [extract [TRAN [CCYYMMDD]]]"
           STOP RUN RETURNING 16.

       LOAD-MASTER-PAR.

           OPEN INPUT MASTER-FILE

           PERFORM UNTIL WS-EOF-YES

               READ MASTER-FILE
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-MASTER-PAR
               END-READ

           END-PERFORM

           CLOSE MASTER-FILE

      *    An absent or empty extract would report every code in the
      *    set as closed.

           IF WS-MASTER-COUNT = 0 THEN

               DISPLAY "CODERECN: NO CODES IN EXTRACT "
                   TRIM (WS-MST-FILE-NAME)
               STOP RUN RETURNING 16

           END-IF.

       LOAD-ONE-MASTER-PAR.

           ADD 1 TO WS-LINE-NUM

           IF MST-RECORD (1:1) = "*" OR MST-RECORD = SPACES THEN

               EXIT PARAGRAPH

           END-IF

           IF MST-CODE-VALUE = SPACES
           OR (MST-EFF-FROM NOT = SPACES
               AND MST-EFF-FROM NOT NUMERIC)
           OR (MST-EFF-TO NOT = SPACES
               AND MST-EFF-TO NOT NUMERIC)
           THEN

               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "CODERECN: BAD EXTRACT LINE " WS-LINE-NUM ": "
                   MST-RECORD
               EXIT PARAGRAPH

           END-IF

           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MASTER-COUNT
               OR WS-MST-VALUE (WS-MST-SUB) = MST-CODE-VALUE

               CONTINUE

           END-PERFORM

           IF WS-MST-SUB NOT > WS-MASTER-COUNT THEN

               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "CODERECN: DUPLICATE EXTRACT LINE " WS-LINE-NUM
                   ": " MST-CODE-VALUE
               EXIT PARAGRAPH

           END-IF

           IF WS-MASTER-COUNT = WS-MASTER-MAX THEN

               DISPLAY "CODERECN: MORE THAN " WS-MASTER-MAX
                   " CODES IN EXTRACT " TRIM (WS-MST-FILE-NAME)
               STOP RUN RETURNING 16

           END-IF

           ADD 1 TO WS-MASTER-COUNT
           MOVE MST-CODE-VALUE  TO WS-MST-VALUE (WS-MASTER-COUNT)
           MOVE MST-DESCRIPTION TO WS-MST-DESC (WS-MASTER-COUNT)
           MOVE MST-EFF-FROM    TO WS-MST-FROM (WS-MASTER-COUNT)
           MOVE MST-EFF-TO      TO WS-MST-TO (WS-MASTER-COUNT)
           MOVE "N"             TO WS-MST-SEEN-SW (WS-MASTER-COUNT).

       SCAN-ICCODES-PAR.

      *    Every ICCODES record of the set, in key order.

           MOVE "N" TO WS-EOF-SW
           MOVE WS-SET-ID  TO CODE-SET-ID
           MOVE LOW-VALUES TO CODE-VALUE

           START CODE-FILE KEY IS NOT LESS THAN CODE-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL WS-EOF-YES

               READ CODE-FILE NEXT
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       IF CODE-SET-ID NOT = WS-SET-ID THEN
                           SET WS-EOF-YES TO TRUE
                       ELSE
                           PERFORM COMPARE-CODE-PAR
                       END-IF
               END-READ

           END-PERFORM.

       COMPARE-CODE-PAR.

           ADD 1 TO WS-ICCODES-COUNT

           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MASTER-COUNT
               OR WS-MST-VALUE (WS-MST-SUB) = CODE-VALUE

               CONTINUE

           END-PERFORM

           IF WS-MST-SUB > WS-MASTER-COUNT THEN

               PERFORM DROPPED-CODE-PAR
               EXIT PARAGRAPH

           END-IF

           SET WS-MST-SEEN (WS-MST-SUB) TO TRUE
           MOVE "N" TO WS-DIFF-SW

           IF CODE-DESCRIPTION NOT = WS-MST-DESC (WS-MST-SUB) THEN

               ADD 1 TO WS-DESC-DIFF-COUNT
               SET WS-CODE-DIFFERS TO TRUE

               MOVE CODE-VALUE                TO WS-DET-VALUE
               MOVE "DESCRIPTION"             TO WS-DET-DIFFERENCE
               MOVE CODE-DESCRIPTION          TO WS-DET-OURS
               MOVE WS-MST-DESC (WS-MST-SUB)  TO WS-DET-MASTER
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF

           IF CODE-EFF-FROM NOT = WS-MST-FROM (WS-MST-SUB)
           OR CODE-EFF-TO NOT = WS-MST-TO (WS-MST-SUB)
           THEN

               ADD 1 TO WS-DATE-DIFF-COUNT
               SET WS-CODE-DIFFERS TO TRUE

               MOVE CODE-EFF-FROM TO WS-WINDOW-FROM
               MOVE CODE-EFF-TO   TO WS-WINDOW-TO
               PERFORM FORMAT-WINDOW-PAR
               MOVE WS-WINDOW-TEXT TO WS-OURS-TEXT

               MOVE WS-MST-FROM (WS-MST-SUB) TO WS-WINDOW-FROM
               MOVE WS-MST-TO (WS-MST-SUB)   TO WS-WINDOW-TO
               PERFORM FORMAT-WINDOW-PAR
               MOVE WS-WINDOW-TEXT TO WS-MASTER-TEXT

               MOVE CODE-VALUE     TO WS-DET-VALUE
               MOVE "EFF DATES"    TO WS-DET-DIFFERENCE
               MOVE WS-OURS-TEXT   TO WS-DET-OURS
               MOVE WS-MASTER-TEXT TO WS-DET-MASTER
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF

           IF WS-CODE-DIFFERS THEN

      *        One replace carries every difference for the code.

               MOVE CODE-VALUE                TO TRN-CODE-VALUE
               MOVE WS-MST-DESC (WS-MST-SUB)  TO TRN-DESCRIPTION
               MOVE WS-MST-FROM (WS-MST-SUB)  TO TRN-EFF-FROM
               MOVE WS-MST-TO (WS-MST-SUB)    TO TRN-EFF-TO
               PERFORM WRITE-TRANSACTION-PAR

           ELSE

               ADD 1 TO WS-AGREE-COUNT

           END-IF.

       DROPPED-CODE-PAR.

      *    A code the master no longer carries. One ICCODES already
      *    closes by the closing date needs nothing more; otherwise it
      *    is end-dated, keeping its description and start.

           IF CODE-EFF-TO NOT = SPACES
           AND CODE-EFF-TO NUMERIC
           AND CODE-EFF-TO NOT > WS-CLOSE-DATE
           THEN

               ADD 1 TO WS-CLOSED-COUNT
               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-DROPPED-COUNT

           MOVE CODE-EFF-FROM TO WS-WINDOW-FROM
           MOVE CODE-EFF-TO   TO WS-WINDOW-TO
           PERFORM FORMAT-WINDOW-PAR

           MOVE CODE-VALUE      TO WS-DET-VALUE
           MOVE "NOT IN MASTER" TO WS-DET-DIFFERENCE
           MOVE WS-WINDOW-TEXT  TO WS-DET-OURS
           MOVE SPACES          TO WS-DET-MASTER
           STRING "END-DATE " WS-CLOSE-DATE
               DELIMITED BY SIZE INTO WS-DET-MASTER
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE CODE-VALUE       TO TRN-CODE-VALUE
           MOVE CODE-DESCRIPTION TO TRN-DESCRIPTION
           MOVE CODE-EFF-FROM    TO TRN-EFF-FROM
           MOVE WS-CLOSE-DATE    TO TRN-EFF-TO
           PERFORM WRITE-TRANSACTION-PAR.

       LIST-MISSING-PAR.

      *    Extract codes no ICCODES record of the set matched.

           IF WS-MST-SEEN (WS-MST-SUB) THEN

               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-MISSING-COUNT

           MOVE WS-MST-FROM (WS-MST-SUB) TO WS-WINDOW-FROM
           MOVE WS-MST-TO (WS-MST-SUB)   TO WS-WINDOW-TO
           PERFORM FORMAT-WINDOW-PAR

           MOVE WS-MST-VALUE (WS-MST-SUB) TO WS-DET-VALUE
           MOVE "MISSING"                 TO WS-DET-DIFFERENCE
           MOVE SPACES                    TO WS-DET-OURS
           MOVE WS-MST-DESC (WS-MST-SUB)  TO WS-DET-MASTER
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE SPACES         TO WS-DET-VALUE WS-DET-DIFFERENCE
           MOVE WS-WINDOW-TEXT TO WS-DET-MASTER
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE WS-MST-VALUE (WS-MST-SUB) TO TRN-CODE-VALUE
           MOVE WS-MST-DESC (WS-MST-SUB)  TO TRN-DESCRIPTION
           MOVE WS-MST-FROM (WS-MST-SUB)  TO TRN-EFF-FROM
           MOVE WS-MST-TO (WS-MST-SUB)    TO TRN-EFF-TO
           PERFORM WRITE-TRANSACTION-PAR.

       FORMAT-WINDOW-PAR.

      *    "CCYYMMDD - CCYYMMDD", an open end shown as OPEN.

           IF WS-WINDOW-FROM = SPACES THEN
               MOVE "OPEN" TO WS-WINDOW-FROM
           END-IF

           IF WS-WINDOW-TO = SPACES THEN
               MOVE "OPEN" TO WS-WINDOW-TO
           END-IF

           MOVE SPACES TO WS-WINDOW-TEXT
           STRING WS-WINDOW-FROM " - " WS-WINDOW-TO
               DELIMITED BY SIZE INTO WS-WINDOW-TEXT.

       WRITE-TRANSACTION-PAR.

      *    TRN-CODE-VALUE, TRN-DESCRIPTION and the window are set by
      *    the caller.

           IF NOT WS-TRAN-OPEN THEN

               EXIT PARAGRAPH

           END-IF

           MOVE "A"       TO TRN-ACTION
           MOVE WS-SET-ID TO TRN-CODE-SET
           WRITE TRN-RECORD
           ADD 1 TO WS-TRAN-COUNT.

       PRINT-TOTALS-PAR.

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "CODES IN EXTRACT"     TO WS-TOT-LABEL
           MOVE WS-MASTER-COUNT        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "CODES IN ICCODES"     TO WS-TOT-LABEL
           MOVE WS-ICCODES-COUNT       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "CODES IN AGREEMENT"   TO WS-TOT-LABEL
           MOVE WS-AGREE-COUNT         TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "MISSING FROM ICCODES" TO WS-TOT-LABEL
           MOVE WS-MISSING-COUNT       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "NOT IN MASTER"        TO WS-TOT-LABEL
           MOVE WS-DROPPED-COUNT       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "ALREADY CLOSED"       TO WS-TOT-LABEL
           MOVE WS-CLOSED-COUNT        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "DESCRIPTION DIFFERENCES" TO WS-TOT-LABEL
           MOVE WS-DESC-DIFF-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "EFFECTIVE DATE DIFFERENCES" TO WS-TOT-LABEL
           MOVE WS-DATE-DIFF-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "EXTRACT LINES IN ERROR" TO WS-TOT-LABEL
           MOVE WS-ERROR-COUNT         TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           IF WS-TRAN-OPEN THEN
               MOVE "TRANSACTIONS TO CODETRAN.DAT" TO WS-TOT-LABEL
               MOVE WS-TRAN-COUNT      TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           ELSE
               IF WS-TRAN-WANTED THEN
                   MOVE "CODETRAN.DAT NOT WRITTEN - EXTRACT IN ERROR"
                       TO WS-PRINT-LINE
               ELSE
                   MOVE "REPORT ONLY - NO TRANSACTIONS WRITTEN"
                       TO WS-PRINT-LINE
               END-IF
           END-IF
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

       END PROGRAM CODERECN.
