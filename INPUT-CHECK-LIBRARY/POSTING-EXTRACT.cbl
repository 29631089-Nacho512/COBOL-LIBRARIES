      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Posting interface extract, run after BATCHSUM has
      *             balanced the day: turns the accepted-record file
      *             BATCHVAL produces (BATCHACC.DAT) into the one fixed
      *             layout the posting system reads (BATCHPST.DAT, see
      *             the ICPOST copybook), so posting no longer has to
      *             re-parse every feed's own record shapes, locales
      *             and date formats.
      *
      *             The same field-definition control file the
      *             BATCHVAL run used (BATCHFLD.DEF, RECTYPE sections
      *             honored) gives the positions. Each accepted record
      *             is matched to its type and written as one "D"
      *             record carrying:
      *               - the type name and kind, the source record
      *                 number within BATCHACC.DAT and a running
      *                 sequence number
      *               - the amount: the type's first hash-flagged
      *                 field, converted with CONVERT-NUM-DEC-POINT
      *                 under the field's (or the run's) sign mode and
      *                 locale into a signed numeric (zero for a type
      *                 without one, e.g. addenda)
      *               - the branch and currency (the VLU fields on the
      *                 BRANCH and CURRENCY code sets, as BATCHSUM
      *                 picks them) with their CODE-DESCRIPTION from
      *                 ICCODES.DAT
      *               - every field of the type in normalized form:
      *                 VIA/VDA/VNP and hash-flagged fields converted
      *                 to signed numerics, VDT/VBD dates rewritten as
      *                 CCYYMMDD (MM/DD/YYYY input is rearranged), VLU
      *                 codes with their descriptions, anything else
      *                 as received
      *             An unavailable ICCODES.DAT, or a code no longer on
      *             it, degrades to a "(UNKNOWN)" description rather
      *             than failing the extract.
      *
      *             BATCHACC.DAT carries no control records of its
      *             own, so the feed id and business date for the "H"
      *             header come from the HDR record of the feed file
      *             the BATCHVAL run read (FEED= on BATCHPRM.DAT,
      *             default BATCHIN.DAT). The "T" trailer carries the
      *             detail count, the signed total and the absolute
      *             total of the amounts - the last ties to the
      *             BATCHSUM grand total and, when nothing was
      *             rejected, to the feed trailer hash.
      *
      *             BATCHPRM.DAT is read for FEED=, SIGNMODE= and
      *             LOCALE=; other keywords are ignored.
      *
      *             Run with "feedid CCYYMMDD" on the command line
      *             (as FEEDDRV does) the feed's FEEDCAT.DAT entry
      *             supplies the field-definition file and parameter
      *             card, the input is BATCHVAL's FEEDID.CCYYMMDD.ACC,
      *             the extract is FEEDID.CCYYMMDD.PST and the header
      *             takes the feed id and business date from the
      *             command line (BATCHVAL has already held the feed's
      *             HDR to them), so the feed file is not read; adding
      *             RESUBMIT extracts a resubmission instead (RAC in,
      *             RPS out). A blank command line keeps the original
      *             fixed names.
      *
      *             A resubmission's extract - RESUBMIT on a catalog
      *             command line, or RESUBMIT=Y on the card of a
      *             fixed-name run - carries the original feed id and
      *             business date, so its "H" header is marked as a
      *             resubmission (PST-H-EXTRACT-KIND "R", see the
      *             ICPOST copybook). The posting system returns the
      *             mark on its confirmation, and POSTRECN reconciles
      *             the resubmission apart from the original release.
      *
      *             Return codes: 0 extract written, 8 accepted
      *             records matching no record type were left out of
      *             the extract (control file does not match the run
      *             that produced BATCHACC.DAT), 16 setup error.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTEXT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION CONVERT-NUM-DEC-POINT
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCEPTED-FILE
               ASSIGN TO DYNAMIC WS-ACC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT INPUT-FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FEED-STATUS.

           SELECT FIELD-DEF-FILE
               ASSIGN TO DYNAMIC WS-FLD-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO DYNAMIC WS-PRM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CODE-FILE ASSIGN TO "ICCODES.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CODE-KEY
               FILE STATUS WS-CODE-STATUS.

           SELECT POSTING-FILE
               ASSIGN TO DYNAMIC WS-PST-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL FEED-CATALOG ASSIGN TO "FEEDCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CAT-FEED-ID
               FILE STATUS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTED-FILE.
       01  ACC-RECORD                    PIC X(256).

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

       FD  PARAMETER-FILE.
       01  PRM-RECORD                    PIC X(80).

       FD  CODE-FILE.
       COPY ICCODES.

       FD  POSTING-FILE.
       COPY ICPOST.

       FD  FEED-CATALOG.
       COPY ICFDCAT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-DEF-EOF-SW                 PIC X VALUE "N".
           88  WS-DEF-EOF-YES            VALUE "Y".
       01  WS-PRM-EOF-SW                 PIC X VALUE "N".
           88  WS-PRM-EOF-YES            VALUE "Y".
       01  WS-FEED-STATUS                PIC X(02).
       01  WS-CODE-STATUS                PIC X(02).
       01  WS-CODE-FILE-SW               PIC X VALUE "N".
           88  WS-CODE-FILE-OPEN         VALUE "Y".
           88  WS-CODE-FILE-BAD          VALUE "B".
       01  WS-FEED-FILE-NAME             PIC X(64)
               VALUE "BATCHIN.DAT".
       01  WS-ACC-FILE-NAME              PIC X(64)
               VALUE "BATCHACC.DAT".
       01  WS-FLD-FILE-NAME              PIC X(64)
               VALUE "BATCHFLD.DEF".
       01  WS-PRM-FILE-NAME              PIC X(64)
               VALUE "BATCHPRM.DAT".
       01  WS-PST-FILE-NAME              PIC X(64)
               VALUE "BATCHPST.DAT".
       01  WS-RUN-MODE                   PIC X(64) VALUE SPACES.
       01  WS-CAT-STATUS                 PIC X(02).
       01  WS-CMD-WORDS.
           05  WS-CMD-FEED-ID            PIC X(20).
           05  WS-CMD-DATE               PIC X(20).
           05  WS-CMD-OPTION             PIC X(20).
       01  WS-RESUBMIT-SW                PIC X VALUE "N".
           88  WS-RESUBMISSION           VALUE "Y".
       01  WS-FILE-PREFIX                PIC X(20).
       01  WS-FILE-SUFFIX                PIC X(03).
       01  WS-DERIVED-NAME               PIC X(64).
       01  WS-FEED-ID                    PIC X(08) VALUE SPACES.
       01  WS-BUSINESS-DATE              PIC X(08) VALUE SPACES.
       01  WS-RECORD-COUNT               PIC 9(07) VALUE 0.
       01  WS-UNTYPED-COUNT              PIC 9(07) VALUE 0.
       01  WS-DETAIL-COUNT               PIC 9(09) VALUE 0.
       01  WS-DEFAULT-SIGN-MODE          PIC X(01) VALUE SPACE.
       01  WS-DEFAULT-LOCALE             PIC X(02) VALUE SPACES.
       01  WS-PRM-KEY                    PIC X(20).
       01  WS-PRM-VALUE                  PIC X(64).
       01  WS-EFF-SIGN-MODE              PIC X(01).
       01  WS-EFF-LOCALE                 PIC X(02).
       01  WS-FIELD-SUB                  PIC 9(02).
       01  WS-FIELD-DEF-COUNT            PIC 9(03) VALUE 0.
       01  WS-FIELD-VALUE                PIC X(40).
       01  WS-DATE-VALUE                 PIC X(40).
       01  WS-AMOUNT                     PIC S9(12)V9(06) COMP-3.
       01  WS-POST-AMOUNT                PIC S9(13)V99.
       01  WS-SIGNED-TOTAL               PIC S9(13)V99 VALUE 0.
       01  WS-ABSOLUTE-TOTAL             PIC 9(13)V99 VALUE 0.
       01  WS-LOOKUP-SET                 PIC X(08).
       01  WS-LOOKUP-VALUE               PIC X(20).
       01  WS-LOOKUP-DESC                PIC X(30).
       01  WS-RETURN-CODE                PIC 99 VALUE 0.

      *    One field table per record type, read the same way
      *    BATCHVAL reads the control file.

       01  WS-TYPE-COUNT                 PIC 9(02) VALUE 0.
       01  WS-TYPE-SUB                   PIC 9(02).
       01  WS-MATCHED-TYPE               PIC 9(02).
       01  WS-RECORD-TYPE-TABLE.
           05  WS-RECORD-TYPE OCCURS 5 TIMES.
               10  WS-TYP-NAME           PIC X(08).
               10  WS-TYP-DISC-START     PIC 9(04).
               10  WS-TYP-DISC-LENGTH    PIC 9(04).
               10  WS-TYP-DISC-VALUE     PIC X(20).
               10  WS-TYP-KIND           PIC X(01).
               10  WS-TYP-AMOUNT-IX      PIC 9(02).
               10  WS-TYP-BRANCH-IX      PIC 9(02).
               10  WS-TYP-CURRENCY-IX    PIC 9(02).
               10  WS-TYP-FIELD-COUNT    PIC 9(02).
               10  WS-FIELD-DEF OCCURS 20 TIMES.
                   15  WS-FLD-NAME       PIC X(14).
                   15  WS-FLD-START      PIC 9(04).
                   15  WS-FLD-LENGTH     PIC 9(04).
                   15  WS-FLD-CHECK      PIC X(04).
                   15  WS-FLD-SIGN-MODE  PIC X(01).
                   15  WS-FLD-LOCALE     PIC X(02).
                   15  WS-FLD-HASH       PIC X(01).
                   15  WS-FLD-CODE-SET   PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-RUN-MODE FROM COMMAND-LINE

           PERFORM PARSE-RUN-MODE-PAR

           PERFORM READ-PARAMETERS-PAR

      *    A catalog run already knows the feed id and business date
      *    BATCHVAL checked the HDR against.

           IF WS-CMD-FEED-ID = SPACES THEN
               PERFORM READ-FEED-HEADER-PAR
           ELSE
               MOVE WS-CMD-FEED-ID (1:8) TO WS-FEED-ID
               MOVE WS-CMD-DATE (1:8)    TO WS-BUSINESS-DATE
           END-IF

           PERFORM LOAD-FIELD-DEFS-PAR

           OPEN INPUT ACCEPTED-FILE
           OPEN OUTPUT POSTING-FILE

           PERFORM WRITE-HEADER-PAR

           PERFORM UNTIL WS-EOF-YES

               READ ACCEPTED-FILE
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM EXTRACT-RECORD-PAR
               END-READ

           END-PERFORM

           PERFORM WRITE-TRAILER-PAR

           CLOSE ACCEPTED-FILE
           CLOSE POSTING-FILE

           IF WS-CODE-FILE-OPEN THEN
               CLOSE CODE-FILE
           END-IF

           DISPLAY "FEED: " WS-FEED-ID
               " BUSINESS DATE: " WS-BUSINESS-DATE
           DISPLAY "ACCEPTED RECORDS READ: " WS-RECORD-COUNT
           DISPLAY "DETAILS EXTRACTED:     " WS-DETAIL-COUNT
           DISPLAY "RECORDS WITHOUT TYPE:  " WS-UNTYPED-COUNT

           IF WS-UNTYPED-COUNT > 0 THEN

      *        BATCHVAL rejects a record matching no type, so one
      *        turning up here means the control file changed since
      *        the run; posting must not get a partial file quietly.

               DISPLAY "POSTEXT: ACCEPTED RECORDS MATCH NO RECORD "
                   "TYPE IN " TRIM (WS-FLD-FILE-NAME)
                   " - NOT EXTRACTED"
               MOVE 8 TO WS-RETURN-CODE

           END-IF

           STOP RUN RETURNING WS-RETURN-CODE.

       PARSE-RUN-MODE-PAR.

      *    Blank: the original fixed file names. Otherwise the feed
      *    id and business date BATCHVAL ran under, optionally
      *    RESUBMIT to extract the resubmission's accepted file.

           MOVE SPACES TO WS-CMD-WORDS

           UNSTRING WS-RUN-MODE DELIMITED BY ALL SPACES
               INTO WS-CMD-FEED-ID WS-CMD-DATE WS-CMD-OPTION
           END-UNSTRING

           IF WS-CMD-FEED-ID = SPACES THEN

               EXIT PARAGRAPH

           END-IF

           IF WS-CMD-FEED-ID (9:) NOT = SPACES
           OR WS-CMD-DATE (9:) NOT = SPACES
           OR WS-CMD-DATE (1:8) NOT NUMERIC
           OR (WS-CMD-OPTION NOT = SPACES
               AND WS-CMD-OPTION NOT = "RESUBMIT")
           THEN

               DISPLAY "POSTEXT: BAD RUN PARAMETERS: " WS-RUN-MODE
               DISPLAY "POSTEXT: EXPECTED feedid CCYYMMDD [RESUBMIT]"
               STOP RUN RETURNING 16

           END-IF

           OPEN INPUT FEED-CATALOG

           IF WS-CAT-STATUS NOT = "00" THEN

               DISPLAY "POSTEXT: FEED CATALOG UNAVAILABLE, STATUS "
                   WS-CAT-STATUS
               STOP RUN RETURNING 16

           END-IF

           MOVE WS-CMD-FEED-ID (1:8) TO CAT-FEED-ID

           READ FEED-CATALOG

           IF WS-CAT-STATUS NOT = "00" THEN

               DISPLAY "POSTEXT: FEED " WS-CMD-FEED-ID (1:8)
                   " NOT IN FEED CATALOG, STATUS " WS-CAT-STATUS
               CLOSE FEED-CATALOG
               STOP RUN RETURNING 16

           END-IF

           IF CAT-FIELD-DEF-FILE NOT = SPACES THEN
               MOVE CAT-FIELD-DEF-FILE TO WS-FLD-FILE-NAME
           END-IF

           IF CAT-PARAMETER-FILE NOT = SPACES THEN
               MOVE CAT-PARAMETER-FILE TO WS-PRM-FILE-NAME
           END-IF

           CLOSE FEED-CATALOG

           MOVE SPACES TO WS-FILE-PREFIX
           STRING WS-CMD-FEED-ID DELIMITED BY SPACE
               "." WS-CMD-DATE (1:8) "." DELIMITED BY SIZE
               INTO WS-FILE-PREFIX
           END-STRING

           IF WS-CMD-OPTION = "RESUBMIT" THEN
               SET WS-RESUBMISSION TO TRUE
               MOVE "RAC" TO WS-FILE-SUFFIX
           ELSE
               MOVE "ACC" TO WS-FILE-SUFFIX
           END-IF
           PERFORM DERIVE-NAME-PAR
           MOVE WS-DERIVED-NAME TO WS-ACC-FILE-NAME

           IF WS-CMD-OPTION = "RESUBMIT" THEN
               MOVE "RPS" TO WS-FILE-SUFFIX
           ELSE
               MOVE "PST" TO WS-FILE-SUFFIX
           END-IF
           PERFORM DERIVE-NAME-PAR
           MOVE WS-DERIVED-NAME TO WS-PST-FILE-NAME

           DISPLAY "POSTEXT: INPUT " TRIM (WS-ACC-FILE-NAME)
               " EXTRACT " TRIM (WS-PST-FILE-NAME).

       DERIVE-NAME-PAR.

           MOVE SPACES TO WS-DERIVED-NAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               WS-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-DERIVED-NAME
           END-STRING.

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

      *    Shared card with BATCHVAL; only the feed file name and the
      *    conversion defaults matter here, everything else is
      *    ignored.

           IF PRM-RECORD (1:1) = "*" OR PRM-RECORD = SPACES THEN

               EXIT PARAGRAPH

           END-IF

           MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE

           UNSTRING PRM-RECORD DELIMITED BY "="
               INTO WS-PRM-KEY WS-PRM-VALUE
           END-UNSTRING

           EVALUATE WS-PRM-KEY

               WHEN "FEED"

                   MOVE WS-PRM-VALUE TO WS-FEED-FILE-NAME

               WHEN "LOCALE"

                   MOVE WS-PRM-VALUE (1:2) TO WS-DEFAULT-LOCALE

               WHEN "SIGNMODE"

                   MOVE WS-PRM-VALUE (1:1) TO WS-DEFAULT-SIGN-MODE

      *        The resubmission flag of a fixed-name run; a catalog
      *        run takes it from the command line only, as BATCHVAL
      *        does.

               WHEN "RESUBMIT"

                   IF WS-CMD-FEED-ID = SPACES
                   AND WS-PRM-VALUE (1:1) = "Y"
                   THEN
                       SET WS-RESUBMISSION TO TRUE
                   END-IF

               WHEN OTHER

                   CONTINUE

           END-EVALUATE.

       READ-FEED-HEADER-PAR.

      *    BATCHACC.DAT holds detail records only; the feed id and
      *    business date the posting header needs are on the HDR
      *    record of the feed the BATCHVAL run read.

           OPEN INPUT INPUT-FEED-FILE

           IF WS-FEED-STATUS NOT = "00" THEN

               DISPLAY "POSTEXT: CANNOT OPEN FEED FILE "
                   TRIM (WS-FEED-FILE-NAME) " STATUS " WS-FEED-STATUS
               STOP RUN RETURNING 16

           END-IF

           READ INPUT-FEED-FILE
               AT END
                   MOVE SPACES TO IN-RECORD
           END-READ

           CLOSE INPUT-FEED-FILE

           IF IN-RECORD (1:3) NOT = "HDR" THEN

               DISPLAY "POSTEXT: NO HDR RECORD ON FEED FILE "
                   TRIM (WS-FEED-FILE-NAME)
               STOP RUN RETURNING 16

           END-IF

           MOVE IN-RECORD (4:8)  TO WS-FEED-ID
           MOVE IN-RECORD (12:8) TO WS-BUSINESS-DATE.

       LOAD-FIELD-DEFS-PAR.

           INITIALIZE WS-RECORD-TYPE-TABLE

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

               DISPLAY "POSTEXT: NO FIELD DEFINITIONS IN "
                   TRIM (WS-FLD-FILE-NAME)
               STOP RUN RETURNING 16

           END-IF

           PERFORM LOCATE-KEY-FIELDS-PAR
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.

       LOAD-ONE-DEF-PAR.

           IF FLD-DEF-RECORD (1:1) = "*" OR FLD-DEF-RECORD = SPACES
           THEN

               EXIT PARAGRAPH

           END-IF

           IF FLD-DEF-RECORD (1:8) = "RECTYPE " THEN

               IF WS-TYPE-COUNT = 5 THEN
                   DISPLAY "POSTEXT: MORE THAN 5 RECORD TYPES"
                   STOP RUN RETURNING 16
               END-IF

               IF FLD-DEF-RECORD (17:4) NOT NUMERIC
               OR FLD-DEF-RECORD (21:4) NOT NUMERIC
               THEN

                   DISPLAY "POSTEXT: BAD DISCRIMINATOR IN RECTYPE "
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
               MOVE FLD-DEF-RECORD (45:1)
                   TO WS-TYP-KIND (WS-TYPE-COUNT)

               IF WS-TYP-DISC-LENGTH (WS-TYPE-COUNT) = 0
               OR WS-TYP-DISC-LENGTH (WS-TYPE-COUNT) > 20
               OR WS-TYP-DISC-START (WS-TYPE-COUNT) = 0
               OR WS-TYP-DISC-START (WS-TYPE-COUNT)
                   + WS-TYP-DISC-LENGTH (WS-TYPE-COUNT) - 1 > 256
               THEN

                   DISPLAY "POSTEXT: BAD DISCRIMINATOR IN RECTYPE "
                       WS-TYP-NAME (WS-TYPE-COUNT)
                   STOP RUN RETURNING 16

               END-IF

               EXIT PARAGRAPH

           END-IF

           IF WS-TYPE-COUNT = 0 THEN

               MOVE 1 TO WS-TYPE-COUNT
               MOVE "DEFAULT" TO WS-TYP-NAME (1)

           END-IF

           IF WS-TYP-FIELD-COUNT (WS-TYPE-COUNT) = 20 THEN

               DISPLAY "POSTEXT: MORE THAN 20 FIELD DEFINITIONS "
                   "FOR TYPE " WS-TYP-NAME (WS-TYPE-COUNT)
               STOP RUN RETURNING 16

           END-IF

           IF FLD-DEF-START NOT NUMERIC
           OR FLD-DEF-LENGTH NOT NUMERIC
           OR FLD-DEF-START = 0
           OR FLD-DEF-LENGTH = 0
           OR FLD-DEF-LENGTH > 40
           OR FLD-DEF-START + FLD-DEF-LENGTH - 1 > 256
           THEN

               DISPLAY "POSTEXT: BAD POSITION/LENGTH IN DEFINITION "
                   FLD-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

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
           MOVE FLD-DEF-HASH
               TO WS-FLD-HASH (WS-TYPE-COUNT WS-FIELD-SUB)
           MOVE FLD-DEF-CODE-SET
               TO WS-FLD-CODE-SET (WS-TYPE-COUNT WS-FIELD-SUB).

       LOCATE-KEY-FIELDS-PAR.

      *    Same choice BATCHSUM makes, so the extract ties to the
      *    balancing report: the amount is the first hash-flagged
      *    field, branch/currency are the VLU fields on the BRANCH
      *    and CURRENCY code sets. Index 0 means the type has none.

           MOVE 0 TO WS-TYP-AMOUNT-IX (WS-TYPE-SUB)
           MOVE 0 TO WS-TYP-BRANCH-IX (WS-TYPE-SUB)
           MOVE 0 TO WS-TYP-CURRENCY-IX (WS-TYPE-SUB)

           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > WS-TYP-FIELD-COUNT (WS-TYPE-SUB)

               IF WS-FLD-HASH (WS-TYPE-SUB WS-FIELD-SUB) = "Y"
               AND WS-TYP-AMOUNT-IX (WS-TYPE-SUB) = 0
               THEN
                   MOVE WS-FIELD-SUB
                       TO WS-TYP-AMOUNT-IX (WS-TYPE-SUB)
               END-IF

               IF WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VLU "
               THEN

                   IF WS-FLD-CODE-SET (WS-TYPE-SUB WS-FIELD-SUB)
                       = "BRANCH" THEN
                       MOVE WS-FIELD-SUB
                           TO WS-TYP-BRANCH-IX (WS-TYPE-SUB)
                   END-IF

                   IF WS-FLD-CODE-SET (WS-TYPE-SUB WS-FIELD-SUB)
                       = "CURRENCY" THEN
                       MOVE WS-FIELD-SUB
                           TO WS-TYP-CURRENCY-IX (WS-TYPE-SUB)
                   END-IF

               END-IF

           END-PERFORM.

       WRITE-HEADER-PAR.

           MOVE SPACES TO PST-HEADER-RECORD
           MOVE "H"                      TO PST-H-REC-TYPE
           MOVE WS-FEED-ID               TO PST-H-FEED-ID
           MOVE WS-BUSINESS-DATE         TO PST-H-BUSINESS-DATE
           MOVE CURRENT-DATE (1:14)      TO PST-H-CREATED

           IF WS-RESUBMISSION THEN
               SET PST-H-RESUBMISSION TO TRUE
           END-IF

           WRITE PST-HEADER-RECORD.

       EXTRACT-RECORD-PAR.

           ADD 1 TO WS-RECORD-COUNT

           PERFORM MATCH-TYPE-PAR

           IF WS-TYPE-SUB = 0 THEN

               ADD 1 TO WS-UNTYPED-COUNT
               EXIT PARAGRAPH

           END-IF

           MOVE SPACES TO PST-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           MOVE "D"                      TO PST-D-REC-TYPE
           MOVE WS-DETAIL-COUNT          TO PST-D-SEQUENCE
           MOVE WS-RECORD-COUNT          TO PST-D-SOURCE-REC
           MOVE WS-FEED-ID               TO PST-D-FEED-ID
           MOVE WS-BUSINESS-DATE         TO PST-D-BUSINESS-DATE
           MOVE WS-TYP-NAME (WS-TYPE-SUB) TO PST-D-TYPE-NAME
           MOVE WS-TYP-KIND (WS-TYPE-SUB) TO PST-D-TYPE-KIND
           MOVE 0                        TO PST-D-AMOUNT
           MOVE WS-TYP-FIELD-COUNT (WS-TYPE-SUB) TO PST-D-FIELD-COUNT

           PERFORM EXTRACT-FIELD-PAR
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > WS-TYP-FIELD-COUNT (WS-TYPE-SUB)

           IF WS-TYP-AMOUNT-IX (WS-TYPE-SUB) > 0 THEN

               MOVE WS-TYP-AMOUNT-IX (WS-TYPE-SUB) TO WS-FIELD-SUB
               PERFORM EXTRACT-AMOUNT-PAR
               MOVE WS-AMOUNT TO WS-POST-AMOUNT
               MOVE WS-POST-AMOUNT TO PST-D-AMOUNT
               ADD WS-POST-AMOUNT TO WS-SIGNED-TOTAL
               COMPUTE WS-ABSOLUTE-TOTAL =
                   WS-ABSOLUTE-TOTAL + ABS (WS-POST-AMOUNT)

           END-IF

           IF WS-TYP-BRANCH-IX (WS-TYPE-SUB) > 0 THEN

               MOVE WS-TYP-BRANCH-IX (WS-TYPE-SUB) TO WS-FIELD-SUB
               MOVE PST-D-FIELD-VALUE (WS-FIELD-SUB) TO PST-D-BRANCH
               MOVE PST-D-FIELD-DESC (WS-FIELD-SUB)
                   TO PST-D-BRANCH-DESC

           END-IF

           IF WS-TYP-CURRENCY-IX (WS-TYPE-SUB) > 0 THEN

               MOVE WS-TYP-CURRENCY-IX (WS-TYPE-SUB) TO WS-FIELD-SUB
               MOVE PST-D-FIELD-VALUE (WS-FIELD-SUB) TO PST-D-CURRENCY
               MOVE PST-D-FIELD-DESC (WS-FIELD-SUB)
                   TO PST-D-CURRENCY-DESC

           END-IF

           WRITE PST-DETAIL-RECORD.

       MATCH-TYPE-PAR.

           MOVE 0 TO WS-MATCHED-TYPE

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               OR WS-MATCHED-TYPE > 0

               IF WS-TYP-DISC-LENGTH (WS-TYPE-SUB) = 0 THEN

                   MOVE WS-TYPE-SUB TO WS-MATCHED-TYPE

               ELSE

                   IF ACC-RECORD (WS-TYP-DISC-START (WS-TYPE-SUB) :
                       WS-TYP-DISC-LENGTH (WS-TYPE-SUB))
                       = WS-TYP-DISC-VALUE (WS-TYPE-SUB)
                         (1 : WS-TYP-DISC-LENGTH (WS-TYPE-SUB))
                   THEN
                       MOVE WS-TYPE-SUB TO WS-MATCHED-TYPE
                   END-IF

               END-IF

           END-PERFORM

           MOVE WS-MATCHED-TYPE TO WS-TYPE-SUB.

       EXTRACT-FIELD-PAR.

      *    One slot per defined field, normalized by its check code
      *    so posting never sees the feed's own number or date
      *    format.

           MOVE SPACES TO WS-FIELD-VALUE
           MOVE ACC-RECORD
               (WS-FLD-START (WS-TYPE-SUB WS-FIELD-SUB) :
               WS-FLD-LENGTH (WS-TYPE-SUB WS-FIELD-SUB))
               TO WS-FIELD-VALUE

           MOVE WS-FLD-NAME (WS-TYPE-SUB WS-FIELD-SUB)
               TO PST-D-FIELD-NAME (WS-FIELD-SUB)
           MOVE SPACES TO PST-D-FIELD-VALUE (WS-FIELD-SUB)
           MOVE SPACES TO PST-D-FIELD-DESC (WS-FIELD-SUB)

           EVALUATE TRUE

               WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VIA "
               WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VDA "
               WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VNP "
               WHEN WS-FLD-HASH (WS-TYPE-SUB WS-FIELD-SUB) = "Y"

                   MOVE "N" TO PST-D-FIELD-FORM (WS-FIELD-SUB)
                   PERFORM EXTRACT-AMOUNT-PAR
                   MOVE WS-AMOUNT
                       TO PST-D-FIELD-NUMBER (WS-FIELD-SUB)

               WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VDT "
               WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VBD "

                   MOVE "D" TO PST-D-FIELD-FORM (WS-FIELD-SUB)
                   PERFORM CONVERT-DATE-PAR
                   MOVE WS-DATE-VALUE (1:8)
                       TO PST-D-FIELD-DATE (WS-FIELD-SUB)

               WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VLU "

                   MOVE "C" TO PST-D-FIELD-FORM (WS-FIELD-SUB)
                   MOVE WS-FIELD-VALUE
                       TO PST-D-FIELD-VALUE (WS-FIELD-SUB)
                   MOVE WS-FLD-CODE-SET (WS-TYPE-SUB WS-FIELD-SUB)
                       TO WS-LOOKUP-SET
                   MOVE WS-FIELD-VALUE (1:20) TO WS-LOOKUP-VALUE
                   PERFORM LOOKUP-DESCRIPTION-PAR
                   MOVE WS-LOOKUP-DESC
                       TO PST-D-FIELD-DESC (WS-FIELD-SUB)

               WHEN OTHER

                   MOVE "X" TO PST-D-FIELD-FORM (WS-FIELD-SUB)
                   MOVE WS-FIELD-VALUE
                       TO PST-D-FIELD-VALUE (WS-FIELD-SUB)

           END-EVALUATE.

       EXTRACT-AMOUNT-PAR.

           MOVE SPACES TO WS-FIELD-VALUE
           MOVE ACC-RECORD
               (WS-FLD-START (WS-TYPE-SUB WS-FIELD-SUB) :
               WS-FLD-LENGTH (WS-TYPE-SUB WS-FIELD-SUB))
               TO WS-FIELD-VALUE

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

           COMPUTE WS-AMOUNT =
               CONVERT-NUM-DEC-POINT (WS-FIELD-VALUE,
               WS-EFF-SIGN-MODE, WS-EFF-LOCALE).

       CONVERT-DATE-PAR.

      *    VERIFY-DATE (and VERIFY-BUSINESS-DATE on top of it) accept
      *    CCYYMMDD or MM/DD/YYYY; the latter is rearranged. A blank
      *    date stays blank.

           MOVE TRIM (WS-FIELD-VALUE) TO WS-DATE-VALUE

           IF WS-DATE-VALUE (3:1) = "/" AND WS-DATE-VALUE (6:1) = "/"
           THEN

               MOVE WS-DATE-VALUE TO WS-FIELD-VALUE
               MOVE SPACES TO WS-DATE-VALUE
               STRING WS-FIELD-VALUE (7:4)
                   WS-FIELD-VALUE (1:2)
                   WS-FIELD-VALUE (4:2)
                   DELIMITED BY SIZE INTO WS-DATE-VALUE
               END-STRING

           END-IF.

       LOOKUP-DESCRIPTION-PAR.

      *    Same keyed read VERIFY-CODE-EXISTS does, opened once and
      *    held open; an unavailable reference file degrades to
      *    "(UNKNOWN)" descriptions rather than failing the extract.

           MOVE "(UNKNOWN)" TO WS-LOOKUP-DESC

           IF WS-CODE-FILE-BAD THEN

               EXIT PARAGRAPH

           END-IF

           IF NOT WS-CODE-FILE-OPEN THEN

               OPEN INPUT CODE-FILE

               IF WS-CODE-STATUS = "00" THEN
                   SET WS-CODE-FILE-OPEN TO TRUE
               ELSE
                   SET WS-CODE-FILE-BAD TO TRUE
                   EXIT PARAGRAPH
               END-IF

           END-IF

           MOVE WS-LOOKUP-SET             TO CODE-SET-ID
           MOVE TRIM (WS-LOOKUP-VALUE)    TO CODE-VALUE

           READ CODE-FILE

           IF WS-CODE-STATUS = "00" THEN

               MOVE CODE-DESCRIPTION TO WS-LOOKUP-DESC

           END-IF.

       WRITE-TRAILER-PAR.

           MOVE SPACES TO PST-TRAILER-RECORD
           MOVE "T"                      TO PST-T-REC-TYPE
           MOVE WS-FEED-ID               TO PST-T-FEED-ID
           MOVE WS-BUSINESS-DATE         TO PST-T-BUSINESS-DATE
           MOVE WS-DETAIL-COUNT          TO PST-T-DETAIL-COUNT
           MOVE WS-SIGNED-TOTAL          TO PST-T-SIGNED-TOTAL
           MOVE WS-ABSOLUTE-TOTAL        TO PST-T-ABSOLUTE-TOTAL
           WRITE PST-TRAILER-RECORD.

       END PROGRAM POSTEXT.
