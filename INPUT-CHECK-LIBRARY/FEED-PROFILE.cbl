      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Onboarding profile of a sample feed. Reads a feed
      *             against a DRAFT field-definition file and rule file
      *             (same layouts as BATCHVAL's BATCHFLD.DEF and
      *             BATCHRUL.DEF) and prints, for every field of every
      *             record type, what the sender actually sends:
      *               - filled and blank counts and the fill rate
      *               - observed minimum/maximum length (trailing
      *                 blanks ignored)
      *               - the most frequent distinct values (the first
      *                 25 distinct values per field are tracked;
      *                 later ones are counted but not listed, so the
      *                 list is exact only up to that limit)
      *               - the pass rate under the field's check code and
      *                 the most common failure codes (same codes as
      *                 on the BATCHVAL exception report)
      *               - for VLU fields, each value not found (or not
      *                 effective, code 3) in the named ICCODES.DAT
      *                 code set
      *             followed by the applied and failed counts of every
      *             cross-field rule. The layout can then be corrected,
      *             or the sender asked about the data, before the
      *             feed goes live instead of after BATCHVAL rejects
      *             half the first file.
      *
      *             Nothing but the profile report is written: no run
      *             register (FEEDREG.DAT), statistics (BATCHSTA.DAT),
      *             transaction history, accepted/rejected/exception
      *             files or checkpoint, and the verify functions are
      *             called in their no-audit mode so ICAUDIT.LOG is
      *             left alone. Record types, sign mode and locale
      *             defaults are applied exactly as BATCHVAL applies
      *             them; parent/addenda grouping, duplicate and volume
      *             checks and trailer reconciliation are not part of
      *             a profile. An HDR record supplies the business date
      *             for the VLU effective-window check; HDR and TRL
      *             records are not profiled.
      *
      *             Run parameters (command line, all optional):
      *                 [feedfile [fielddef [ruledef [paramcard]]]]
      *             defaulting to BATCHIN.DAT, BATCHFLD.DEF,
      *             BATCHRUL.DEF and BATCHPRM.DAT. Only LOCALE= and
      *             SIGNMODE= are taken from the parameter card; other
      *             keywords are ignored. The report is FEEDPROF.RPT.
      *
      *             Return codes: 0 profile written, 16 setup error
      *             (bad or empty field-definition file, bad rule).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDPROF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION VERIFY-INTEGER-ADV
           FUNCTION VERIFY-NUM-DEC-POINT-ADV
           FUNCTION VERIFY-NUM-DEC-POINT-LOCALE
           FUNCTION VERIFY-DATE
           FUNCTION VERIFY-NUM-PRECISION
           FUNCTION VERIFY-AGAINST-MASK
           FUNCTION VERIFY-CHECK-DIGIT
           FUNCTION VERIFY-CODE-EXISTS
           FUNCTION VERIFY-BUSINESS-DATE
           FUNCTION CONVERT-NUM-DEC-POINT
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT FIELD-DEF-FILE
               ASSIGN TO DYNAMIC WS-FLD-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RULE-DEF-FILE
               ASSIGN TO DYNAMIC WS-RUL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO DYNAMIC WS-PRM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT PROFILE-REPORT ASSIGN TO "FEEDPROF.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FEED-FILE.
       01  IN-RECORD                     PIC X(256).

       FD  FIELD-DEF-FILE.
       01  FLD-DEF-RECORD.
           05  FLD-DEF-NAME              PIC X(14).
           05  FLD-DEF-START             PIC 9(04).
           05  FLD-DEF-LENGTH            PIC 9(04).
           05  FLD-DEF-CHECK             PIC X(04).
           05  FLD-DEF-SIGN-MODE         PIC X(01).
           05  FLD-DEF-LOCALE            PIC X(02).
           05  FLD-DEF-MAX-INT           PIC 9(02).
           05  FLD-DEF-MAX-DEC           PIC 9(02).
           05  FLD-DEF-MASK              PIC X(40).
           05  FLD-DEF-HASH              PIC X(01).
           05  FLD-DEF-SCHEME            PIC X(01).
           05  FLD-DEF-CHECK-POS         PIC 9(02).
           05  FLD-DEF-CODE-SET          PIC X(08).
           05  FLD-DEF-MAX-AGE           PIC 9(05).
           05  FLD-DEF-DUP-KEY           PIC X(01).

       FD  RULE-DEF-FILE.
       01  RUL-DEF-RECORD.
           05  RUL-DEF-NAME              PIC X(14).
           05  RUL-DEF-TYPE              PIC X(08).
           05  RUL-DEF-KIND              PIC X(01).
           05  RUL-DEF-FIELD-1           PIC X(14).
           05  RUL-DEF-OP                PIC X(02).
           05  RUL-DEF-FIELD-2           PIC X(14).
           05  RUL-DEF-MODE              PIC X(01).
           05  RUL-DEF-LITERAL           PIC X(20).

       FD  PARAMETER-FILE.
       01  PRM-RECORD                    PIC X(80).

       FD  PROFILE-REPORT.
       01  RPT-RECORD                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-DEF-EOF-SW                 PIC X VALUE "N".
           88  WS-DEF-EOF-YES            VALUE "Y".
       01  WS-RUL-EOF-SW                 PIC X VALUE "N".
           88  WS-RUL-EOF-YES            VALUE "Y".
       01  WS-PRM-EOF-SW                 PIC X VALUE "N".
           88  WS-PRM-EOF-YES            VALUE "Y".
       01  WS-RUN-PARM                   PIC X(256) VALUE SPACES.
       01  WS-PARM-WORDS.
           05  WS-PARM-WORD OCCURS 4 TIMES
                                         PIC X(64).
       01  WS-FEED-FILE-NAME             PIC X(64)
                                         VALUE "BATCHIN.DAT".
       01  WS-FLD-FILE-NAME              PIC X(64)
                                         VALUE "BATCHFLD.DEF".
       01  WS-RUL-FILE-NAME              PIC X(64)
                                         VALUE "BATCHRUL.DEF".
       01  WS-PRM-FILE-NAME              PIC X(64)
                                         VALUE "BATCHPRM.DAT".
       01  WS-PRM-KEY                    PIC X(20).
       01  WS-PRM-VALUE                  PIC X(64).
       01  WS-DEFAULT-SIGN-MODE          PIC X(01) VALUE SPACE.
       01  WS-DEFAULT-LOCALE             PIC X(02) VALUE SPACES.
       01  WS-EFF-SIGN-MODE              PIC X(01).
       01  WS-EFF-LOCALE                 PIC X(02).
       01  WS-FEED-ID                    PIC X(08) VALUE SPACES.
       01  WS-BUSINESS-DATE              PIC X(08) VALUE SPACES.
       01  WS-RECORD-COUNT               PIC 9(07) VALUE 0.
       01  WS-DETAIL-COUNT               PIC 9(07) VALUE 0.
       01  WS-HEADER-COUNT               PIC 9(07) VALUE 0.
       01  WS-TRAILER-COUNT              PIC 9(07) VALUE 0.
       01  WS-UNKNOWN-COUNT              PIC 9(07) VALUE 0.
       01  WS-FIELD-DEF-COUNT            PIC 9(03) VALUE 0.
       01  WS-FIELD-SUB                  PIC 9(02).
       01  WS-FIELD-VALUE                PIC X(40).
       01  WS-VALUE-LENGTH               PIC 9(02).
       01  WS-CHECK-RESULT               PIC 9.
       01  WS-CHECK-PASSED-SW            PIC X VALUE "N".
           88  WS-CHECK-PASSED           VALUE "Y".
       01  WS-FAIL-IX                    PIC 9(02).
       01  WS-VAL-SUB                    PIC 9(02).
       01  WS-PCT                        PIC 9(03)V9 VALUE 0.
       01  WS-PCT-BASE                   PIC 9(07) VALUE 0.
       01  WS-PCT-PART                   PIC 9(07) VALUE 0.
       01  WS-PRINT-LINE                 PIC X(100).
       01  WS-LINE-COUNT                 PIC 9(03) VALUE 99.
       01  WS-PAGE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-LINE-POS                   PIC 9(03).
       01  WS-COUNT-DISPLAY              PIC Z(06)9.
       01  WS-CODE-DISPLAY               PIC 99.

      *    Record types and their fields, loaded from the draft
      *    field-definition file exactly as BATCHVAL loads them:
      *    entries before any RECTYPE line form a DEFAULT type that
      *    matches every record.

       01  WS-TYPE-COUNT                 PIC 9(02) VALUE 0.
       01  WS-TYPE-SUB                   PIC 9(02).
       01  WS-MATCHED-TYPE               PIC 9(02).
       01  WS-RECORD-TYPE-TABLE.
           05  WS-RECORD-TYPE OCCURS 5 TIMES.
               10  WS-TYP-NAME           PIC X(08).
               10  WS-TYP-DISC-START     PIC 9(04).
               10  WS-TYP-DISC-LENGTH    PIC 9(04).
               10  WS-TYP-DISC-VALUE     PIC X(20).
               10  WS-TYP-RECORD-COUNT   PIC 9(07).
               10  WS-TYP-FIELD-COUNT    PIC 9(02).
               10  WS-FIELD-DEF OCCURS 20 TIMES.
                   15  WS-FLD-NAME       PIC X(14).
                   15  WS-FLD-START      PIC 9(04).
                   15  WS-FLD-LENGTH     PIC 9(04).
                   15  WS-FLD-CHECK      PIC X(04).
                   15  WS-FLD-SIGN-MODE  PIC X(01).
                   15  WS-FLD-LOCALE     PIC X(02).
                   15  WS-FLD-MAX-INT    PIC 9(02).
                   15  WS-FLD-MAX-DEC    PIC 9(02).
                   15  WS-FLD-MASK       PIC X(40).
                   15  WS-FLD-SCHEME     PIC X(01).
                   15  WS-FLD-CHECK-POS  PIC 9(02).
                   15  WS-FLD-CODE-SET   PIC X(08).
                   15  WS-FLD-MAX-AGE    PIC 9(05).

      *    Profile counters, one entry per field of the type table.
      *    WS-PRF-FAILED is indexed by failure code + 1 (codes 00-11).

       01  WS-PROFILE-TABLE.
           05  WS-PRF-TYPE OCCURS 5 TIMES.
               10  WS-PRF-FIELD OCCURS 20 TIMES.
                   15  WS-PRF-FILLED     PIC 9(07).
                   15  WS-PRF-BLANK      PIC 9(07).
                   15  WS-PRF-MIN-LEN    PIC 9(02).
                   15  WS-PRF-MAX-LEN    PIC 9(02).
                   15  WS-PRF-PASSED     PIC 9(07).
                   15  WS-PRF-FAILED OCCURS 12 TIMES
                                         PIC 9(07).
                   15  WS-PRF-VAL-COUNT  PIC 9(02).
                   15  WS-PRF-UNTRACKED  PIC 9(07).
                   15  WS-PRF-DISTINCT OCCURS 25 TIMES.
                       20  WS-PRF-VALUE  PIC X(40).
                       20  WS-PRF-TIMES  PIC 9(07).

      *    VLU values that failed the code-set lookup, with the
      *    lookup result and how often each was seen.

       01  WS-MISS-COUNT                 PIC 9(03) VALUE 0.
       01  WS-MISS-SUB                   PIC 9(03).
       01  WS-MISS-UNTRACKED             PIC 9(07) VALUE 0.
       01  WS-MISS-FOUND-SW              PIC X VALUE "N".
           88  WS-MISS-FOUND             VALUE "Y".
       01  WS-MISS-TABLE.
           05  WS-MISS-ENTRY OCCURS 100 TIMES.
               10  WS-MIS-TYPE           PIC 9(02).
               10  WS-MIS-FIELD          PIC 9(02).
               10  WS-MIS-VALUE          PIC X(40).
               10  WS-MIS-CODE           PIC 9(01).
               10  WS-MIS-TIMES          PIC 9(07).

      *    Top-N selection work area for the report.

       01  WS-TOP-RANK                   PIC 9(02).
       01  WS-TOP-SUB                    PIC 9(02).
       01  WS-TOP-BEST                   PIC 9(02).
       01  WS-TOP-BEST-TIMES             PIC 9(07).
       01  WS-TOP-TAKEN-TABLE.
           05  WS-TOP-TAKEN OCCURS 25 TIMES
                                         PIC X(01).

      *    Cross-field rules from the draft rule file, with how many
      *    records each applied to and how many it failed.

       01  WS-RULE-COUNT                 PIC 9(02) VALUE 0.
       01  WS-RULE-SUB                   PIC 9(02).
       01  WS-RULE-FIELD-IX              PIC 9(02).
       01  WS-RULE-FIND-NAME             PIC X(14).
       01  WS-RULE-VALUE-1               PIC X(40).
       01  WS-RULE-VALUE-2               PIC X(40).
       01  WS-RULE-NUM-1                 PIC S9(12)V9(06) COMP-3.
       01  WS-RULE-NUM-2                 PIC S9(12)V9(06) COMP-3.
       01  WS-RULE-HOLDS-SW              PIC X.
           88  WS-RULE-HOLDS             VALUE "Y".
       01  WS-RULE-TABLE.
           05  WS-RULE OCCURS 30 TIMES.
               10  WS-RUL-NAME           PIC X(14).
               10  WS-RUL-TYPE           PIC X(08).
               10  WS-RUL-KIND           PIC X(01).
                   88  WS-RUL-COMPARE    VALUE "C".
                   88  WS-RUL-REQUIRED   VALUE "R".
               10  WS-RUL-FIELD-1        PIC X(14).
               10  WS-RUL-OP             PIC X(02).
               10  WS-RUL-FIELD-2        PIC X(14).
               10  WS-RUL-MODE           PIC X(01).
               10  WS-RUL-LITERAL        PIC X(20).
               10  WS-RUL-APPLIED        PIC 9(07).
               10  WS-RUL-FAILED         PIC 9(07).

       01  WS-HEADING-1.
           05  FILLER                    PIC X(40)
               VALUE "FEED PROFILE".
           05  FILLER                    PIC X(26) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE ".
           05  WS-HDG-PAGE               PIC ZZ9.
       01  WS-HEADING-2.
           05  FILLER                    PIC X(06) VALUE "FEED: ".
           05  WS-HDG-FEED-FILE          PIC X(40).
           05  FILLER                    PIC X(04) VALUE "ID: ".
           05  WS-HDG-FEED-ID            PIC X(08).
           05  FILLER                    PIC X(08)
               VALUE "  DATE: ".
           05  WS-HDG-DATE               PIC X(08).

       01  WS-TYPE-LINE.
           05  FILLER                    PIC X(13)
               VALUE "RECORD TYPE: ".
           05  WS-TYL-NAME               PIC X(08).
           05  FILLER                    PIC X(12)
               VALUE "  RECORDS: ".
           05  WS-TYL-RECORDS            PIC Z(06)9.

       01  WS-FIELD-HEADING.
           05  FILLER                    PIC X(15) VALUE "FIELD".
           05  FILLER                    PIC X(05) VALUE "CHK".
           05  FILLER                    PIC X(08) VALUE "  FILLED".
           05  FILLER                    PIC X(09) VALUE "    BLANK".
           05  FILLER                    PIC X(07) VALUE "  FILL%".
           05  FILLER                    PIC X(05) VALUE "  MIN".
           05  FILLER                    PIC X(05) VALUE "  MAX".
           05  FILLER                    PIC X(09) VALUE "   PASSED".
           05  FILLER                    PIC X(07) VALUE "  PASS%".

       01  WS-FIELD-LINE.
           05  WS-FDL-NAME               PIC X(14).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-FDL-CHECK              PIC X(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-FDL-FILLED             PIC Z(07)9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-FDL-BLANK              PIC Z(07)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FDL-FILL-PCT           PIC ZZ9.9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-FDL-MIN-LEN            PIC Z9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-FDL-MAX-LEN            PIC Z9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-FDL-PASSED             PIC Z(07)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FDL-PASS-PCT           PIC ZZ9.9.

       01  WS-VALUE-LINE.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-VLL-VALUE              PIC X(40).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-VLL-LABEL              PIC X(05).
           05  WS-VLL-CODE               PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-VLL-TIMES              PIC Z(06)9.

       01  WS-RULE-HEADING.
           05  FILLER                    PIC X(15) VALUE "RULE".
           05  FILLER                    PIC X(09) VALUE "TYPE".
           05  FILLER                    PIC X(09) VALUE " APPLIED".
           05  FILLER                    PIC X(09) VALUE "  FAILED".
           05  FILLER                    PIC X(08) VALUE "  PASS%".

       01  WS-RULE-LINE.
           05  WS-RLL-NAME               PIC X(14).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RLL-TYPE               PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RLL-APPLIED            PIC Z(07)9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RLL-FAILED             PIC Z(07)9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-RLL-PASS-PCT           PIC ZZ9.9.

       COPY ICRSLT.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM PARSE-RUN-PARM-PAR

           PERFORM READ-PARAMETERS-PAR

           PERFORM LOAD-FIELD-DEFS-PAR

           PERFORM LOAD-RULES-PAR

           OPEN INPUT INPUT-FEED-FILE

           PERFORM UNTIL WS-EOF-YES

               READ INPUT-FEED-FILE
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM PROFILE-RECORD-PAR
               END-READ

           END-PERFORM

           CLOSE INPUT-FEED-FILE

           OPEN OUTPUT PROFILE-REPORT

           PERFORM WRITE-REPORT-PAR

           CLOSE PROFILE-REPORT

           DISPLAY "RECORDS READ:      " WS-RECORD-COUNT
           DISPLAY "DETAILS PROFILED:  " WS-DETAIL-COUNT
           DISPLAY "UNKNOWN TYPE:      " WS-UNKNOWN-COUNT

           STOP RUN.

       PARSE-RUN-PARM-PAR.

      *    Positional file names; a word left off keeps the default.

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE

           MOVE SPACES TO WS-PARM-WORDS

           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-WORD (1) WS-PARM-WORD (2)
                    WS-PARM-WORD (3) WS-PARM-WORD (4)
           END-UNSTRING

           IF WS-PARM-WORD (1) NOT = SPACES THEN
               MOVE WS-PARM-WORD (1) TO WS-FEED-FILE-NAME
           END-IF

           IF WS-PARM-WORD (2) NOT = SPACES THEN
               MOVE WS-PARM-WORD (2) TO WS-FLD-FILE-NAME
           END-IF

           IF WS-PARM-WORD (3) NOT = SPACES THEN
               MOVE WS-PARM-WORD (3) TO WS-RUL-FILE-NAME
           END-IF

           IF WS-PARM-WORD (4) NOT = SPACES THEN
               MOVE WS-PARM-WORD (4) TO WS-PRM-FILE-NAME
           END-IF

           DISPLAY "FEEDPROF: PROFILING " TRIM (WS-FEED-FILE-NAME)
               " AGAINST " TRIM (WS-FLD-FILE-NAME).

       READ-PARAMETERS-PAR.

           OPEN INPUT PARAMETER-FILE

           PERFORM UNTIL WS-PRM-EOF-YES

               READ PARAMETER-FILE
                   AT END
                       SET WS-PRM-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM APPLY-PARAMETER-PAR
               END-READ

           END-PERFORM

           CLOSE PARAMETER-FILE.

       APPLY-PARAMETER-PAR.

      *    Shared card with BATCHVAL; only the field defaults change
      *    what a check returns, so the rest is BATCHVAL's business.

           IF PRM-RECORD (1:1) = "*" OR PRM-RECORD = SPACES THEN

               EXIT PARAGRAPH

           END-IF

           MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE

           UNSTRING PRM-RECORD DELIMITED BY "="
               INTO WS-PRM-KEY WS-PRM-VALUE
           END-UNSTRING

           EVALUATE WS-PRM-KEY

               WHEN "LOCALE"

                   MOVE WS-PRM-VALUE (1:2) TO WS-DEFAULT-LOCALE

               WHEN "SIGNMODE"

                   MOVE WS-PRM-VALUE (1:1) TO WS-DEFAULT-SIGN-MODE

               WHEN OTHER

                   CONTINUE

           END-EVALUATE.

       LOAD-FIELD-DEFS-PAR.

           INITIALIZE WS-RECORD-TYPE-TABLE
           INITIALIZE WS-PROFILE-TABLE

           OPEN INPUT FIELD-DEF-FILE

           PERFORM UNTIL WS-DEF-EOF-YES

               READ FIELD-DEF-FILE
                   AT END
                       SET WS-DEF-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-DEF-PAR
               END-READ

           END-PERFORM

           CLOSE FIELD-DEF-FILE

           IF WS-FIELD-DEF-COUNT = 0 THEN

               DISPLAY "FEEDPROF: NO FIELD DEFINITIONS IN "
                   TRIM (WS-FLD-FILE-NAME)
               STOP RUN RETURNING 16

           END-IF.

       LOAD-ONE-DEF-PAR.

           IF FLD-DEF-RECORD (1:1) = "*" OR FLD-DEF-RECORD = SPACES
           THEN

               EXIT PARAGRAPH

           END-IF

           IF FLD-DEF-RECORD (1:8) = "RECTYPE " THEN

               PERFORM LOAD-ONE-TYPE-PAR
               EXIT PARAGRAPH

           END-IF

           IF WS-TYPE-COUNT = 0 THEN

               MOVE 1 TO WS-TYPE-COUNT
               MOVE "DEFAULT" TO WS-TYP-NAME (1)

           END-IF

           IF WS-TYP-FIELD-COUNT (WS-TYPE-COUNT) = 20 THEN

               DISPLAY "FEEDPROF: MORE THAN 20 FIELD DEFINITIONS "
                   "FOR TYPE " WS-TYP-NAME (WS-TYPE-COUNT)
               STOP RUN RETURNING 16

           END-IF

           PERFORM EDIT-ONE-DEF-PAR

           ADD 1 TO WS-FIELD-DEF-COUNT
           ADD 1 TO WS-TYP-FIELD-COUNT (WS-TYPE-COUNT)
           MOVE WS-TYP-FIELD-COUNT (WS-TYPE-COUNT) TO WS-FIELD-SUB
           MOVE FLD-DEF-NAME
               TO WS-FLD-NAME (WS-TYPE-COUNT WS-FIELD-SUB)
           MOVE FLD-DEF-START
               TO WS-FLD-START (WS-TYPE-COUNT WS-FIELD-SUB)
           MOVE FLD-DEF-LENGTH
               TO WS-FLD-LENGTH (WS-TYPE-COUNT WS-FIELD-SUB)
           MOVE FLD-DEF-CHECK
               TO WS-FLD-CHECK (WS-TYPE-COUNT WS-FIELD-SUB)
           MOVE FLD-DEF-SIGN-MODE
               TO WS-FLD-SIGN-MODE (WS-TYPE-COUNT WS-FIELD-SUB)
           MOVE FLD-DEF-LOCALE
               TO WS-FLD-LOCALE (WS-TYPE-COUNT WS-FIELD-SUB)
           MOVE FLD-DEF-MAX-INT
               TO WS-FLD-MAX-INT (WS-TYPE-COUNT WS-FIELD-SUB)
           MOVE FLD-DEF-MAX-DEC
               TO WS-FLD-MAX-DEC (WS-TYPE-COUNT WS-FIELD-SUB)
           MOVE FLD-DEF-MASK
               TO WS-FLD-MASK (WS-TYPE-COUNT WS-FIELD-SUB)
           MOVE FLD-DEF-SCHEME
               TO WS-FLD-SCHEME (WS-TYPE-COUNT WS-FIELD-SUB)
           IF FLD-DEF-CHECK-POS NUMERIC THEN
               MOVE FLD-DEF-CHECK-POS
                   TO WS-FLD-CHECK-POS (WS-TYPE-COUNT WS-FIELD-SUB)
           ELSE
               MOVE 0 TO WS-FLD-CHECK-POS (WS-TYPE-COUNT WS-FIELD-SUB)
           END-IF
           MOVE FLD-DEF-CODE-SET
               TO WS-FLD-CODE-SET (WS-TYPE-COUNT WS-FIELD-SUB)
           IF FLD-DEF-MAX-AGE NUMERIC THEN
               MOVE FLD-DEF-MAX-AGE
                   TO WS-FLD-MAX-AGE (WS-TYPE-COUNT WS-FIELD-SUB)
           ELSE
               MOVE 0 TO WS-FLD-MAX-AGE (WS-TYPE-COUNT WS-FIELD-SUB)
           END-IF

           MOVE 99 TO WS-PRF-MIN-LEN (WS-TYPE-COUNT WS-FIELD-SUB).

       LOAD-ONE-TYPE-PAR.

           IF WS-TYPE-COUNT > 0 AND WS-TYP-DISC-LENGTH (1) = 0 THEN

               DISPLAY "FEEDPROF: RECTYPE AFTER DEFAULT FIELD ENTRIES"
               STOP RUN RETURNING 16

           END-IF

           IF WS-TYPE-COUNT = 5 THEN

               DISPLAY "FEEDPROF: MORE THAN 5 RECORD TYPES"
               STOP RUN RETURNING 16

           END-IF

           IF FLD-DEF-RECORD (17:4) NOT NUMERIC
           OR FLD-DEF-RECORD (21:4) NOT NUMERIC
           THEN

               DISPLAY "FEEDPROF: BAD DISCRIMINATOR IN RECTYPE "
                   FLD-DEF-RECORD (9:8)
               STOP RUN RETURNING 16

           END-IF

           ADD 1 TO WS-TYPE-COUNT
           MOVE FLD-DEF-RECORD (9:8)
               TO WS-TYP-NAME (WS-TYPE-COUNT)
           MOVE FLD-DEF-RECORD (17:4)
               TO WS-TYP-DISC-START (WS-TYPE-COUNT)
           MOVE FLD-DEF-RECORD (21:4)
               TO WS-TYP-DISC-LENGTH (WS-TYPE-COUNT)
           MOVE FLD-DEF-RECORD (25:20)
               TO WS-TYP-DISC-VALUE (WS-TYPE-COUNT)

           IF WS-TYP-DISC-LENGTH (WS-TYPE-COUNT) = 0
           OR WS-TYP-DISC-LENGTH (WS-TYPE-COUNT) > 20
           OR WS-TYP-DISC-START (WS-TYPE-COUNT) = 0
           OR WS-TYP-DISC-START (WS-TYPE-COUNT)
               + WS-TYP-DISC-LENGTH (WS-TYPE-COUNT) - 1 > 256
           THEN

               DISPLAY "FEEDPROF: BAD DISCRIMINATOR IN RECTYPE "
                   WS-TYP-NAME (WS-TYPE-COUNT)
               STOP RUN RETURNING 16

           END-IF.

       EDIT-ONE-DEF-PAR.

      *    The same edits BATCHVAL makes: a draft that BATCHVAL would
      *    refuse is refused here too, with the same wording.

           IF FLD-DEF-START NOT NUMERIC
           OR FLD-DEF-LENGTH NOT NUMERIC
           OR FLD-DEF-START = 0
           OR FLD-DEF-LENGTH = 0
           OR FLD-DEF-LENGTH > 40
           OR FLD-DEF-START + FLD-DEF-LENGTH - 1 > 256
           THEN

               DISPLAY "FEEDPROF: BAD POSITION/LENGTH IN DEFINITION "
                   FLD-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF FLD-DEF-CHECK = "VNP "
           AND (FLD-DEF-MAX-INT NOT NUMERIC
                OR FLD-DEF-MAX-DEC NOT NUMERIC)
           THEN

               DISPLAY "FEEDPROF: BAD DIGIT LIMITS IN DEFINITION "
                   FLD-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF FLD-DEF-CHECK = "VCD "
           AND FLD-DEF-SCHEME NOT = "L"
           AND FLD-DEF-SCHEME NOT = "M"
           THEN

               DISPLAY "FEEDPROF: BAD CHECK-DIGIT SCHEME IN "
                   "DEFINITION " FLD-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF FLD-DEF-CHECK = "VLU " AND FLD-DEF-CODE-SET = SPACES
           THEN

               DISPLAY "FEEDPROF: MISSING CODE SET IN DEFINITION "
                   FLD-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           EVALUATE FLD-DEF-CHECK

               WHEN "VIA "
               WHEN "VDA "
               WHEN "VDT "
               WHEN "VNP "
               WHEN "VAM "
               WHEN "VCD "
               WHEN "VLU "
               WHEN "VBD "

                   CONTINUE

               WHEN OTHER

                   DISPLAY "FEEDPROF: UNKNOWN CHECK CODE "
                       FLD-DEF-CHECK " IN DEFINITION " FLD-DEF-NAME
                   STOP RUN RETURNING 16

           END-EVALUATE.

       LOAD-RULES-PAR.

           OPEN INPUT RULE-DEF-FILE

           PERFORM UNTIL WS-RUL-EOF-YES

               READ RULE-DEF-FILE
                   AT END
                       SET WS-RUL-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-RULE-PAR
               END-READ

           END-PERFORM

           CLOSE RULE-DEF-FILE.

       LOAD-ONE-RULE-PAR.

           IF RUL-DEF-RECORD (1:1) = "*" OR RUL-DEF-RECORD = SPACES
           THEN

               EXIT PARAGRAPH

           END-IF

           IF WS-RULE-COUNT = 30 THEN

               DISPLAY "FEEDPROF: MORE THAN 30 RULES IN "
                   TRIM (WS-RUL-FILE-NAME)
               STOP RUN RETURNING 16

           END-IF

           IF RUL-DEF-KIND NOT = "C" AND RUL-DEF-KIND NOT = "R" THEN

               DISPLAY "FEEDPROF: BAD KIND IN RULE " RUL-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF RUL-DEF-OP NOT = "EQ" AND RUL-DEF-OP NOT = "NE"
           AND RUL-DEF-OP NOT = "GT" AND RUL-DEF-OP NOT = "GE"
           AND RUL-DEF-OP NOT = "LT" AND RUL-DEF-OP NOT = "LE"
           THEN

               DISPLAY "FEEDPROF: BAD OPERATOR IN RULE " RUL-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF RUL-DEF-FIELD-1 = SPACES OR RUL-DEF-FIELD-2 = SPACES
           THEN

               DISPLAY "FEEDPROF: MISSING FIELD NAME IN RULE "
                   RUL-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           ADD 1 TO WS-RULE-COUNT
           MOVE RUL-DEF-NAME    TO WS-RUL-NAME (WS-RULE-COUNT)
           MOVE RUL-DEF-TYPE    TO WS-RUL-TYPE (WS-RULE-COUNT)
           MOVE RUL-DEF-KIND    TO WS-RUL-KIND (WS-RULE-COUNT)
           MOVE RUL-DEF-FIELD-1 TO WS-RUL-FIELD-1 (WS-RULE-COUNT)
           MOVE RUL-DEF-OP      TO WS-RUL-OP (WS-RULE-COUNT)
           MOVE RUL-DEF-FIELD-2 TO WS-RUL-FIELD-2 (WS-RULE-COUNT)
           MOVE RUL-DEF-MODE    TO WS-RUL-MODE (WS-RULE-COUNT)
           MOVE RUL-DEF-LITERAL TO WS-RUL-LITERAL (WS-RULE-COUNT)
           MOVE 0 TO WS-RUL-APPLIED (WS-RULE-COUNT)
                     WS-RUL-FAILED (WS-RULE-COUNT).

       PROFILE-RECORD-PAR.

           ADD 1 TO WS-RECORD-COUNT

           EVALUATE TRUE

               WHEN IN-RECORD (1:3) = "HDR"

      *            The business date drives the VLU effective-window
      *            check, as it does in BATCHVAL.

                   ADD 1 TO WS-HEADER-COUNT
                   MOVE IN-RECORD (4:8)  TO WS-FEED-ID
                   MOVE IN-RECORD (12:8) TO WS-BUSINESS-DATE
                   EXIT PARAGRAPH

               WHEN IN-RECORD (1:3) = "TRL"

                   ADD 1 TO WS-TRAILER-COUNT
                   EXIT PARAGRAPH

           END-EVALUATE

           PERFORM MATCH-TYPE-PAR

           IF WS-TYPE-SUB = 0 THEN

               ADD 1 TO WS-UNKNOWN-COUNT
               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-TYP-RECORD-COUNT (WS-TYPE-SUB)

           PERFORM PROFILE-FIELD-PAR
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > WS-TYP-FIELD-COUNT (WS-TYPE-SUB)

           PERFORM CHECK-RULE-PAR
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

       MATCH-TYPE-PAR.

           MOVE 0 TO WS-MATCHED-TYPE

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               OR WS-MATCHED-TYPE > 0

               IF WS-TYP-DISC-LENGTH (WS-TYPE-SUB) = 0 THEN

                   MOVE WS-TYPE-SUB TO WS-MATCHED-TYPE

               ELSE

                   IF IN-RECORD (WS-TYP-DISC-START (WS-TYPE-SUB) :
                       WS-TYP-DISC-LENGTH (WS-TYPE-SUB))
                       = WS-TYP-DISC-VALUE (WS-TYPE-SUB)
                         (1 : WS-TYP-DISC-LENGTH (WS-TYPE-SUB))
                   THEN
                       MOVE WS-TYPE-SUB TO WS-MATCHED-TYPE
                   END-IF

               END-IF

           END-PERFORM

           MOVE WS-MATCHED-TYPE TO WS-TYPE-SUB.

       PROFILE-FIELD-PAR.

           MOVE SPACES TO WS-FIELD-VALUE
           MOVE IN-RECORD (WS-FLD-START (WS-TYPE-SUB WS-FIELD-SUB) :
               WS-FLD-LENGTH (WS-TYPE-SUB WS-FIELD-SUB))
               TO WS-FIELD-VALUE

           IF WS-FIELD-VALUE = SPACES THEN

               ADD 1 TO WS-PRF-BLANK (WS-TYPE-SUB WS-FIELD-SUB)

           ELSE

               ADD 1 TO WS-PRF-FILLED (WS-TYPE-SUB WS-FIELD-SUB)
               MOVE LENGTH (TRIM (WS-FIELD-VALUE TRAILING))
                   TO WS-VALUE-LENGTH

               IF WS-VALUE-LENGTH
                   < WS-PRF-MIN-LEN (WS-TYPE-SUB WS-FIELD-SUB)
               THEN
                   MOVE WS-VALUE-LENGTH
                       TO WS-PRF-MIN-LEN (WS-TYPE-SUB WS-FIELD-SUB)
               END-IF

               IF WS-VALUE-LENGTH
                   > WS-PRF-MAX-LEN (WS-TYPE-SUB WS-FIELD-SUB)
               THEN
                   MOVE WS-VALUE-LENGTH
                       TO WS-PRF-MAX-LEN (WS-TYPE-SUB WS-FIELD-SUB)
               END-IF

               PERFORM TALLY-VALUE-PAR

           END-IF

           PERFORM CHECK-FIELD-PAR

           IF WS-CHECK-PASSED THEN

               ADD 1 TO WS-PRF-PASSED (WS-TYPE-SUB WS-FIELD-SUB)

           ELSE

               COMPUTE WS-FAIL-IX = LN-RESULT + 1
               ADD 1 TO WS-PRF-FAILED
                   (WS-TYPE-SUB WS-FIELD-SUB WS-FAIL-IX)

               IF WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VLU " THEN
                   PERFORM TALLY-MISSING-CODE-PAR
               END-IF

           END-IF.

       CHECK-FIELD-PAR.

      *    The same call BATCHVAL's VALIDATE-FIELD-PAR makes for the
      *    check code, with audit mode "N" on the functions that would
      *    otherwise log the rejected value. LN-RESULT comes back as
      *    the code BATCHVAL would print on its exception report.

           MOVE WS-FLD-SIGN-MODE (WS-TYPE-SUB WS-FIELD-SUB)
               TO WS-EFF-SIGN-MODE

           IF WS-EFF-SIGN-MODE = SPACE THEN
               MOVE WS-DEFAULT-SIGN-MODE TO WS-EFF-SIGN-MODE
           END-IF

           MOVE WS-FLD-LOCALE (WS-TYPE-SUB WS-FIELD-SUB)
               TO WS-EFF-LOCALE

           IF WS-EFF-LOCALE = SPACES THEN
               MOVE WS-DEFAULT-LOCALE TO WS-EFF-LOCALE
           END-IF

           MOVE "N" TO WS-CHECK-PASSED-SW

           EVALUATE WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB)

               WHEN "VIA "

                   MOVE VERIFY-INTEGER-ADV (WS-FIELD-VALUE,
                       WS-EFF-SIGN-MODE, "FEEDPROF", "N")
                       TO LN-RESULT

                   IF IC-INTEGER-VALID THEN
                       SET WS-CHECK-PASSED TO TRUE
                   END-IF

               WHEN "VDA "

                   IF WS-EFF-LOCALE NOT = SPACES THEN

                       MOVE VERIFY-NUM-DEC-POINT-LOCALE
                           (WS-FIELD-VALUE, WS-EFF-LOCALE,
                           WS-EFF-SIGN-MODE, "FEEDPROF", "N")
                           TO LN-RESULT

                   ELSE

                       MOVE VERIFY-NUM-DEC-POINT-ADV (WS-FIELD-VALUE,
                           WS-EFF-SIGN-MODE, "FEEDPROF", "N")
                           TO LN-RESULT

                   END-IF

                   IF IC-VALID THEN
                       SET WS-CHECK-PASSED TO TRUE
                   END-IF

               WHEN "VDT "

                   MOVE VERIFY-DATE (WS-FIELD-VALUE)
                       TO WS-CHECK-RESULT
                   MOVE WS-CHECK-RESULT TO LN-RESULT

                   IF WS-CHECK-RESULT = 1 THEN
                       SET WS-CHECK-PASSED TO TRUE
                   END-IF

               WHEN "VNP "

                   MOVE VERIFY-NUM-PRECISION (WS-FIELD-VALUE,
                       WS-FLD-MAX-INT (WS-TYPE-SUB WS-FIELD-SUB),
                       WS-FLD-MAX-DEC (WS-TYPE-SUB WS-FIELD-SUB))
                       TO WS-CHECK-RESULT
                   MOVE WS-CHECK-RESULT TO LN-RESULT

                   IF WS-CHECK-RESULT = 0 THEN
                       SET WS-CHECK-PASSED TO TRUE
                   END-IF

               WHEN "VAM "

                   MOVE VERIFY-AGAINST-MASK (WS-FIELD-VALUE,
                       WS-FLD-MASK (WS-TYPE-SUB WS-FIELD-SUB))
                       TO WS-CHECK-RESULT
                   MOVE WS-CHECK-RESULT TO LN-RESULT

                   IF WS-CHECK-RESULT = 1 THEN
                       SET WS-CHECK-PASSED TO TRUE
                   END-IF

               WHEN "VCD "

                   MOVE VERIFY-CHECK-DIGIT (WS-FIELD-VALUE,
                       WS-FLD-SCHEME (WS-TYPE-SUB WS-FIELD-SUB),
                       WS-FLD-CHECK-POS (WS-TYPE-SUB WS-FIELD-SUB))
                       TO WS-CHECK-RESULT
                   MOVE WS-CHECK-RESULT TO LN-RESULT

                   IF WS-CHECK-RESULT = 1 THEN
                       SET WS-CHECK-PASSED TO TRUE
                   END-IF

               WHEN "VLU "

                   MOVE VERIFY-CODE-EXISTS
                       (WS-FLD-CODE-SET (WS-TYPE-SUB WS-FIELD-SUB),
                       TRIM (WS-FIELD-VALUE), WS-BUSINESS-DATE)
                       TO WS-CHECK-RESULT
                   MOVE WS-CHECK-RESULT TO LN-RESULT

                   IF WS-CHECK-RESULT = 1 THEN
                       SET WS-CHECK-PASSED TO TRUE
                   END-IF

               WHEN "VBD "

                   MOVE VERIFY-BUSINESS-DATE (WS-FIELD-VALUE,
                       WS-FLD-MAX-AGE (WS-TYPE-SUB WS-FIELD-SUB))
                       TO WS-CHECK-RESULT
                   MOVE WS-CHECK-RESULT TO LN-RESULT

                   IF WS-CHECK-RESULT = 1 THEN
                       SET WS-CHECK-PASSED TO TRUE
                   END-IF

           END-EVALUATE.

       TALLY-VALUE-PAR.

      *    Distinct values in arrival order; once 25 are held, new
      *    values are only counted, so a free-text or amount field
      *    does not pretend to have a meaningful top list.

           PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
               UNTIL WS-VAL-SUB
                   > WS-PRF-VAL-COUNT (WS-TYPE-SUB WS-FIELD-SUB)
               OR WS-PRF-VALUE (WS-TYPE-SUB WS-FIELD-SUB WS-VAL-SUB)
                   = WS-FIELD-VALUE

               CONTINUE

           END-PERFORM

           IF WS-VAL-SUB
               NOT > WS-PRF-VAL-COUNT (WS-TYPE-SUB WS-FIELD-SUB)
           THEN

               ADD 1 TO WS-PRF-TIMES
                   (WS-TYPE-SUB WS-FIELD-SUB WS-VAL-SUB)

           ELSE

               IF WS-PRF-VAL-COUNT (WS-TYPE-SUB WS-FIELD-SUB) < 25 THEN

                   ADD 1 TO WS-PRF-VAL-COUNT (WS-TYPE-SUB WS-FIELD-SUB)
                   MOVE WS-FIELD-VALUE TO WS-PRF-VALUE
                       (WS-TYPE-SUB WS-FIELD-SUB WS-VAL-SUB)
                   MOVE 1 TO WS-PRF-TIMES
                       (WS-TYPE-SUB WS-FIELD-SUB WS-VAL-SUB)

               ELSE

                   ADD 1 TO WS-PRF-UNTRACKED (WS-TYPE-SUB WS-FIELD-SUB)

               END-IF

           END-IF.

       TALLY-MISSING-CODE-PAR.

           MOVE "N" TO WS-MISS-FOUND-SW

           PERFORM VARYING WS-MISS-SUB FROM 1 BY 1
               UNTIL WS-MISS-SUB > WS-MISS-COUNT
               OR WS-MISS-FOUND

               IF WS-MIS-TYPE (WS-MISS-SUB) = WS-TYPE-SUB
               AND WS-MIS-FIELD (WS-MISS-SUB) = WS-FIELD-SUB
               AND WS-MIS-VALUE (WS-MISS-SUB) = WS-FIELD-VALUE
               AND WS-MIS-CODE (WS-MISS-SUB) = WS-CHECK-RESULT
               THEN
                   SET WS-MISS-FOUND TO TRUE
                   ADD 1 TO WS-MIS-TIMES (WS-MISS-SUB)
               END-IF

           END-PERFORM

           IF WS-MISS-FOUND THEN
               EXIT PARAGRAPH
           END-IF

           IF WS-MISS-COUNT = 100 THEN

               ADD 1 TO WS-MISS-UNTRACKED
               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-MISS-COUNT
           MOVE WS-TYPE-SUB     TO WS-MIS-TYPE (WS-MISS-COUNT)
           MOVE WS-FIELD-SUB    TO WS-MIS-FIELD (WS-MISS-COUNT)
           MOVE WS-FIELD-VALUE  TO WS-MIS-VALUE (WS-MISS-COUNT)
           MOVE WS-CHECK-RESULT TO WS-MIS-CODE (WS-MISS-COUNT)
           MOVE 1               TO WS-MIS-TIMES (WS-MISS-COUNT).

       CHECK-RULE-PAR.

      *    Rule evaluation as in BATCHVAL; a rule is "applied" to a
      *    record when the record's type defines both of its fields.

           IF WS-RUL-TYPE (WS-RULE-SUB) NOT = SPACES
           AND WS-RUL-TYPE (WS-RULE-SUB)
               NOT = WS-TYP-NAME (WS-TYPE-SUB)
           THEN

               EXIT PARAGRAPH

           END-IF

           MOVE WS-RUL-FIELD-1 (WS-RULE-SUB) TO WS-RULE-FIND-NAME
           PERFORM FIND-RULE-FIELD-PAR

           IF WS-RULE-FIELD-IX = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RULE-VALUE-1
           MOVE IN-RECORD
               (WS-FLD-START (WS-TYPE-SUB WS-RULE-FIELD-IX) :
               WS-FLD-LENGTH (WS-TYPE-SUB WS-RULE-FIELD-IX))
               TO WS-RULE-VALUE-1

           IF WS-RUL-COMPARE (WS-RULE-SUB)
           AND WS-RUL-MODE (WS-RULE-SUB) = "N"
           THEN
               PERFORM RESOLVE-RULE-DEFAULTS-PAR
               COMPUTE WS-RULE-NUM-1 =
                   CONVERT-NUM-DEC-POINT (WS-RULE-VALUE-1,
                   WS-EFF-SIGN-MODE, WS-EFF-LOCALE)
           END-IF

           MOVE WS-RUL-FIELD-2 (WS-RULE-SUB) TO WS-RULE-FIND-NAME
           PERFORM FIND-RULE-FIELD-PAR

           IF WS-RULE-FIELD-IX = 0 THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RUL-APPLIED (WS-RULE-SUB)

           MOVE SPACES TO WS-RULE-VALUE-2
           MOVE IN-RECORD
               (WS-FLD-START (WS-TYPE-SUB WS-RULE-FIELD-IX) :
               WS-FLD-LENGTH (WS-TYPE-SUB WS-RULE-FIELD-IX))
               TO WS-RULE-VALUE-2

           IF WS-RUL-COMPARE (WS-RULE-SUB) THEN

               IF WS-RUL-MODE (WS-RULE-SUB) = "N" THEN

                   PERFORM RESOLVE-RULE-DEFAULTS-PAR
                   COMPUTE WS-RULE-NUM-2 =
                       CONVERT-NUM-DEC-POINT (WS-RULE-VALUE-2,
                       WS-EFF-SIGN-MODE, WS-EFF-LOCALE)
                   PERFORM EVAL-RULE-NUM-PAR

               ELSE

                   PERFORM EVAL-RULE-CHAR-PAR

               END-IF

               IF NOT WS-RULE-HOLDS THEN
                   ADD 1 TO WS-RUL-FAILED (WS-RULE-SUB)
               END-IF

           ELSE

               MOVE WS-RUL-LITERAL (WS-RULE-SUB) TO WS-RULE-VALUE-2
               PERFORM EVAL-RULE-CHAR-PAR

               IF WS-RULE-HOLDS THEN

                   MOVE SPACES TO WS-RULE-VALUE-2
                   MOVE IN-RECORD
                       (WS-FLD-START
                           (WS-TYPE-SUB WS-RULE-FIELD-IX) :
                       WS-FLD-LENGTH
                           (WS-TYPE-SUB WS-RULE-FIELD-IX))
                       TO WS-RULE-VALUE-2

                   IF WS-RULE-VALUE-2 = SPACES THEN
                       ADD 1 TO WS-RUL-FAILED (WS-RULE-SUB)
                   END-IF

               END-IF

           END-IF.

       FIND-RULE-FIELD-PAR.

           PERFORM VARYING WS-RULE-FIELD-IX FROM 1 BY 1
               UNTIL WS-RULE-FIELD-IX
                   > WS-TYP-FIELD-COUNT (WS-TYPE-SUB)
               OR WS-FLD-NAME (WS-TYPE-SUB WS-RULE-FIELD-IX)
                   = WS-RULE-FIND-NAME

               CONTINUE

           END-PERFORM

           IF WS-RULE-FIELD-IX > WS-TYP-FIELD-COUNT (WS-TYPE-SUB)
           THEN

               MOVE 0 TO WS-RULE-FIELD-IX

           END-IF.

       RESOLVE-RULE-DEFAULTS-PAR.

           MOVE WS-FLD-SIGN-MODE (WS-TYPE-SUB WS-RULE-FIELD-IX)
               TO WS-EFF-SIGN-MODE

           IF WS-EFF-SIGN-MODE = SPACE THEN
               MOVE WS-DEFAULT-SIGN-MODE TO WS-EFF-SIGN-MODE
           END-IF

           MOVE WS-FLD-LOCALE (WS-TYPE-SUB WS-RULE-FIELD-IX)
               TO WS-EFF-LOCALE

           IF WS-EFF-LOCALE = SPACES THEN
               MOVE WS-DEFAULT-LOCALE TO WS-EFF-LOCALE
           END-IF.

       EVAL-RULE-CHAR-PAR.

           MOVE "N" TO WS-RULE-HOLDS-SW

           EVALUATE WS-RUL-OP (WS-RULE-SUB)

               WHEN "EQ"
                   IF WS-RULE-VALUE-1 = WS-RULE-VALUE-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

               WHEN "NE"
                   IF WS-RULE-VALUE-1 NOT = WS-RULE-VALUE-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

               WHEN "GT"
                   IF WS-RULE-VALUE-1 > WS-RULE-VALUE-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

               WHEN "GE"
                   IF WS-RULE-VALUE-1 >= WS-RULE-VALUE-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

               WHEN "LT"
                   IF WS-RULE-VALUE-1 < WS-RULE-VALUE-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

               WHEN "LE"
                   IF WS-RULE-VALUE-1 <= WS-RULE-VALUE-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

           END-EVALUATE.

       EVAL-RULE-NUM-PAR.

           MOVE "N" TO WS-RULE-HOLDS-SW

           EVALUATE WS-RUL-OP (WS-RULE-SUB)

               WHEN "EQ"
                   IF WS-RULE-NUM-1 = WS-RULE-NUM-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

               WHEN "NE"
                   IF WS-RULE-NUM-1 NOT = WS-RULE-NUM-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

               WHEN "GT"
                   IF WS-RULE-NUM-1 > WS-RULE-NUM-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

               WHEN "GE"
                   IF WS-RULE-NUM-1 >= WS-RULE-NUM-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

               WHEN "LT"
                   IF WS-RULE-NUM-1 < WS-RULE-NUM-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

               WHEN "LE"
                   IF WS-RULE-NUM-1 <= WS-RULE-NUM-2 THEN
                       SET WS-RULE-HOLDS TO TRUE
                   END-IF

           END-EVALUATE.

       WRITE-REPORT-PAR.

           MOVE WS-FEED-FILE-NAME TO WS-HDG-FEED-FILE
           MOVE WS-FEED-ID        TO WS-HDG-FEED-ID
           MOVE WS-BUSINESS-DATE  TO WS-HDG-DATE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "FIELD DEFINITIONS: " TRIM (WS-FLD-FILE-NAME)
               "  RULES: " TRIM (WS-RUL-FILE-NAME)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE SPACES TO WS-PRINT-LINE
           STRING "RECORDS READ: " WS-RECORD-COUNT
               "  HDR: " WS-HEADER-COUNT
               "  TRL: " WS-TRAILER-COUNT
               "  UNKNOWN TYPE: " WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           PERFORM REPORT-TYPE-PAR
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT

           PERFORM REPORT-RULES-PAR.

       REPORT-TYPE-PAR.

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE WS-TYP-NAME (WS-TYPE-SUB) TO WS-TYL-NAME
           MOVE WS-TYP-RECORD-COUNT (WS-TYPE-SUB) TO WS-TYL-RECORDS
           MOVE WS-TYPE-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE WS-FIELD-HEADING TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           PERFORM REPORT-FIELD-PAR
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > WS-TYP-FIELD-COUNT (WS-TYPE-SUB).

       REPORT-FIELD-PAR.

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE WS-FLD-NAME (WS-TYPE-SUB WS-FIELD-SUB) TO WS-FDL-NAME
           MOVE WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB)
               TO WS-FDL-CHECK
           MOVE WS-PRF-FILLED (WS-TYPE-SUB WS-FIELD-SUB)
               TO WS-FDL-FILLED
           MOVE WS-PRF-BLANK (WS-TYPE-SUB WS-FIELD-SUB)
               TO WS-FDL-BLANK
           MOVE WS-PRF-PASSED (WS-TYPE-SUB WS-FIELD-SUB)
               TO WS-FDL-PASSED

           MOVE WS-TYP-RECORD-COUNT (WS-TYPE-SUB) TO WS-PCT-BASE

           MOVE WS-PRF-FILLED (WS-TYPE-SUB WS-FIELD-SUB)
               TO WS-PCT-PART
           PERFORM COMPUTE-PCT-PAR
           MOVE WS-PCT TO WS-FDL-FILL-PCT

           MOVE WS-PRF-PASSED (WS-TYPE-SUB WS-FIELD-SUB)
               TO WS-PCT-PART
           PERFORM COMPUTE-PCT-PAR
           MOVE WS-PCT TO WS-FDL-PASS-PCT

      *    No non-blank value seen: both lengths print as zero.

           IF WS-PRF-FILLED (WS-TYPE-SUB WS-FIELD-SUB) = 0 THEN
               MOVE 0 TO WS-FDL-MIN-LEN WS-FDL-MAX-LEN
           ELSE
               MOVE WS-PRF-MIN-LEN (WS-TYPE-SUB WS-FIELD-SUB)
                   TO WS-FDL-MIN-LEN
               MOVE WS-PRF-MAX-LEN (WS-TYPE-SUB WS-FIELD-SUB)
                   TO WS-FDL-MAX-LEN
           END-IF

           MOVE WS-FIELD-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           PERFORM REPORT-FAILURES-PAR

           PERFORM REPORT-TOP-VALUES-PAR

           IF WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VLU " THEN
               PERFORM REPORT-MISSING-CODES-PAR
           END-IF.

       REPORT-FAILURES-PAR.

      *    Up to three most frequent failure codes on one line.

           IF WS-PRF-PASSED (WS-TYPE-SUB WS-FIELD-SUB)
               = WS-TYP-RECORD-COUNT (WS-TYPE-SUB)
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "    TOP FAILURE CODES:" TO WS-PRINT-LINE
           MOVE 23 TO WS-LINE-POS
           MOVE SPACES TO WS-TOP-TAKEN-TABLE

           PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
               UNTIL WS-TOP-RANK > 3

               MOVE 0 TO WS-TOP-BEST WS-TOP-BEST-TIMES

               PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > 12

                   IF WS-TOP-TAKEN (WS-TOP-SUB) = SPACE
                   AND WS-PRF-FAILED
                       (WS-TYPE-SUB WS-FIELD-SUB WS-TOP-SUB)
                       > WS-TOP-BEST-TIMES
                   THEN
                       MOVE WS-TOP-SUB TO WS-TOP-BEST
                       MOVE WS-PRF-FAILED
                           (WS-TYPE-SUB WS-FIELD-SUB WS-TOP-SUB)
                           TO WS-TOP-BEST-TIMES
                   END-IF

               END-PERFORM

               IF WS-TOP-BEST > 0 THEN

                   MOVE "Y" TO WS-TOP-TAKEN (WS-TOP-BEST)
                   COMPUTE WS-CODE-DISPLAY = WS-TOP-BEST - 1
                   MOVE WS-TOP-BEST-TIMES TO WS-COUNT-DISPLAY
                   STRING " CODE " WS-CODE-DISPLAY " x"
                       WS-COUNT-DISPLAY
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                       WITH POINTER WS-LINE-POS

               END-IF

           END-PERFORM

           PERFORM PRINT-LINE-PAR.

       REPORT-TOP-VALUES-PAR.

      *    The five most frequent non-blank values.

           IF WS-PRF-VAL-COUNT (WS-TYPE-SUB WS-FIELD-SUB) = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "    TOP VALUES:" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR
           MOVE SPACES TO WS-TOP-TAKEN-TABLE

           PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
               UNTIL WS-TOP-RANK > 5

               MOVE 0 TO WS-TOP-BEST WS-TOP-BEST-TIMES

               PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB
                       > WS-PRF-VAL-COUNT (WS-TYPE-SUB WS-FIELD-SUB)

                   IF WS-TOP-TAKEN (WS-TOP-SUB) = SPACE
                   AND WS-PRF-TIMES
                       (WS-TYPE-SUB WS-FIELD-SUB WS-TOP-SUB)
                       > WS-TOP-BEST-TIMES
                   THEN
                       MOVE WS-TOP-SUB TO WS-TOP-BEST
                       MOVE WS-PRF-TIMES
                           (WS-TYPE-SUB WS-FIELD-SUB WS-TOP-SUB)
                           TO WS-TOP-BEST-TIMES
                   END-IF

               END-PERFORM

               IF WS-TOP-BEST > 0 THEN

                   MOVE "Y" TO WS-TOP-TAKEN (WS-TOP-BEST)
                   MOVE WS-PRF-VALUE
                       (WS-TYPE-SUB WS-FIELD-SUB WS-TOP-BEST)
                       TO WS-VLL-VALUE
                   MOVE SPACES TO WS-VLL-LABEL WS-VLL-CODE
                   MOVE WS-TOP-BEST-TIMES TO WS-VLL-TIMES
                   MOVE WS-VALUE-LINE TO WS-PRINT-LINE
                   PERFORM PRINT-LINE-PAR

               END-IF

           END-PERFORM

           IF WS-PRF-UNTRACKED (WS-TYPE-SUB WS-FIELD-SUB) > 0 THEN

               MOVE WS-PRF-UNTRACKED (WS-TYPE-SUB WS-FIELD-SUB)
                   TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-PRINT-LINE
               STRING "      (MORE THAN 25 DISTINCT VALUES;"
                   WS-COUNT-DISPLAY " OCCURRENCES NOT LISTED)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF.

       REPORT-MISSING-CODES-PAR.

           MOVE SPACES TO WS-PRINT-LINE
           STRING "    NOT IN CODE SET "
               WS-FLD-CODE-SET (WS-TYPE-SUB WS-FIELD-SUB) ":"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           MOVE "N" TO WS-MISS-FOUND-SW

           PERFORM VARYING WS-MISS-SUB FROM 1 BY 1
               UNTIL WS-MISS-SUB > WS-MISS-COUNT

               IF WS-MIS-TYPE (WS-MISS-SUB) = WS-TYPE-SUB
               AND WS-MIS-FIELD (WS-MISS-SUB) = WS-FIELD-SUB
               THEN
                   SET WS-MISS-FOUND TO TRUE
                   IF WS-MIS-VALUE (WS-MISS-SUB) = SPACES THEN
                       MOVE "(BLANK)" TO WS-VLL-VALUE
                   ELSE
                       MOVE WS-MIS-VALUE (WS-MISS-SUB) TO WS-VLL-VALUE
                   END-IF
                   MOVE "CODE " TO WS-VLL-LABEL
                   MOVE WS-MIS-CODE (WS-MISS-SUB) TO WS-CODE-DISPLAY
                   MOVE WS-CODE-DISPLAY TO WS-VLL-CODE
                   MOVE WS-MIS-TIMES (WS-MISS-SUB) TO WS-VLL-TIMES
                   MOVE WS-VALUE-LINE TO WS-PRINT-LINE
                   PERFORM PRINT-LINE-PAR
               END-IF

           END-PERFORM

           IF NOT WS-MISS-FOUND THEN

               MOVE "      (NONE)" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF

           IF WS-MISS-UNTRACKED > 0 THEN

               MOVE WS-MISS-UNTRACKED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-PRINT-LINE
               STRING "      (CODE LIST FULL;" WS-COUNT-DISPLAY
                   " FAILED LOOKUPS NOT LISTED FOR ANY VLU FIELD)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-IF.

       REPORT-RULES-PAR.

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR
           MOVE "CROSS-FIELD RULES" TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           IF WS-RULE-COUNT = 0 THEN

               MOVE "  (NO RULES)" TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR
               EXIT PARAGRAPH

           END-IF

           MOVE WS-RULE-HEADING TO WS-PRINT-LINE
           PERFORM PRINT-LINE-PAR

           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT

               MOVE WS-RUL-NAME (WS-RULE-SUB)    TO WS-RLL-NAME
               MOVE WS-RUL-TYPE (WS-RULE-SUB)    TO WS-RLL-TYPE
               MOVE WS-RUL-APPLIED (WS-RULE-SUB) TO WS-RLL-APPLIED
               MOVE WS-RUL-FAILED (WS-RULE-SUB)  TO WS-RLL-FAILED
               MOVE WS-RUL-APPLIED (WS-RULE-SUB) TO WS-PCT-BASE
               COMPUTE WS-PCT-PART = WS-RUL-APPLIED (WS-RULE-SUB)
                   - WS-RUL-FAILED (WS-RULE-SUB)
               PERFORM COMPUTE-PCT-PAR
               MOVE WS-PCT TO WS-RLL-PASS-PCT
               MOVE WS-RULE-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE-PAR

           END-PERFORM.

       COMPUTE-PCT-PAR.

           MOVE 0 TO WS-PCT

           IF WS-PCT-BASE > 0 THEN

               COMPUTE WS-PCT ROUNDED =
                   WS-PCT-PART * 100 / WS-PCT-BASE

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

           MOVE 3 TO WS-LINE-COUNT.

       END PROGRAM FEEDPROF.
