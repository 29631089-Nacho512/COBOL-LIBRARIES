           01 LN-NUMBER            PIC X ANY LENGTH.
           01 LN-SIGN-MODE         PIC X(01).
           01 LN-CALLER-PGM   PIC X ANY LENGTH.
           01 LN-AUDIT-MODE        PIC X(01).
      *
       PROCEDURE DIVISION
       USING     LN-NUMBER, OPTIONAL LN-SIGN-MODE,
                 OPTIONAL LN-CALLER-PGM, OPTIONAL LN-AUDIT-MODE
       RETURNING LN-RESULT.
      *
       MAIN-PAR.
           PERFORM EXIT-PAR.
      *
       AUDIT-LOG-PAR.
      *
      *    LN-AUDIT-MODE = "N" is a dry run (e.g. FEEDPROF profiling a
      *    sample feed): the verdict is wanted but the rejected value
      *    is not, so nothing is written to the shared audit trail.
      *
           IF LN-AUDIT-MODE IS NOT OMITTED AND LN-AUDIT-MODE = "N" THEN
      *
               EXIT PARAGRAPH
      *
           END-IF
      *
           IF NOT LS-ALREADY-LOGGED AND NOT IC-VALID THEN
      *
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
       01 LS-RESULT PIC 99.
       01 LS-AUDIT-MODE PIC X(01) VALUE "Y".
      *
       LINKAGE SECTION.
       COPY ICRSLT.
           01 LN-NUMBER PIC X ANY LENGTH.
           01 LN-SIGN-MODE PIC X(01).
           01 LN-CALLER-PGM PIC X ANY LENGTH.
           01 LN-AUDIT-MODE PIC X(01).
      *
       PROCEDURE DIVISION
       USING     LN-NUMBER, OPTIONAL LN-SIGN-MODE,
                 OPTIONAL LN-CALLER-PGM, OPTIONAL LN-AUDIT-MODE
       RETURNING LN-RESULT.
      *
       MAIN-PAR.
      *
       IF LN-AUDIT-MODE IS NOT OMITTED THEN
           MOVE LN-AUDIT-MODE TO LS-AUDIT-MODE
       END-IF
      *
       MOVE VERIFY-INTEGER-ADV (LN-NUMBER, LN-SIGN-MODE, LN-CALLER-PGM,
           LS-AUDIT-MODE)
       TO LS-RESULT
      *
       EVALUATE LS-RESULT
      *    LN-SIGN-MODE is handed through to VERIFY-INTEGER-ADV
      *    unchanged ("T" = trailing-sign notation), so a
      *    trailing-sign EU feed gets both options applied - the
      *    same pairing CONVERT-NUM-DEC-POINT accepts. The optional
      *    LN-AUDIT-MODE is handed through the same way ("N" = no
      *    audit row, for dry runs).
      *
      *    Rather than re-deriving VIA's four-way period/comma
      *    classification a second time for the EU case, this function
       01 LS-PERIOD-COUNT   PIC 9(02) VALUE 0.
       01 LS-COMMA-COUNT    PIC 9(02) VALUE 0.
       01 LS-SIGN-MODE      PIC X(01) VALUE SPACE.
       01 LS-AUDIT-MODE     PIC X(01) VALUE "Y".
      *
       LINKAGE SECTION.
       COPY ICRSLT.
           01 LN-LOCALE PIC X(02).
           01 LN-SIGN-MODE PIC X(01).
           01 LN-CALLER-PGM PIC X ANY LENGTH.
           01 LN-AUDIT-MODE PIC X(01).
      *
       PROCEDURE DIVISION
       USING     LN-NUMBER, LN-LOCALE, OPTIONAL LN-SIGN-MODE,
                 OPTIONAL LN-CALLER-PGM, OPTIONAL LN-AUDIT-MODE
       RETURNING LN-RESULT.
      *
       MAIN-PAR.
           IF LN-SIGN-MODE IS NOT OMITTED THEN
               MOVE LN-SIGN-MODE TO LS-SIGN-MODE
           END-IF
      *
           IF LN-AUDIT-MODE IS NOT OMITTED THEN
               MOVE LN-AUDIT-MODE TO LS-AUDIT-MODE
           END-IF
      *
           INSPECT LN-NUMBER TALLYING LS-PERIOD-COUNT FOR ALL "."
           INSPECT LN-NUMBER TALLYING LS-COMMA-COUNT  FOR ALL ","
           THEN
      *
               MOVE VERIFY-INTEGER-ADV
                   (LN-NUMBER, LS-SIGN-MODE, LN-CALLER-PGM,
                   LS-AUDIT-MODE)
                   TO LN-RESULT
      *
               IF LN-RESULT = 4 THEN
               INSPECT LS-SWAPPED-NUMBER CONVERTING ".," TO ",."
      *
               MOVE VERIFY-INTEGER-ADV
                   (LS-SWAPPED-NUMBER, LS-SIGN-MODE, LN-CALLER-PGM,
                   LS-AUDIT-MODE)
                   TO LN-RESULT
      *
           ELSE
      *
               MOVE VERIFY-INTEGER-ADV
                   (LN-NUMBER, LS-SIGN-MODE, LN-CALLER-PGM,
                   LS-AUDIT-MODE)
                   TO LN-RESULT
      *
           END-IF.
