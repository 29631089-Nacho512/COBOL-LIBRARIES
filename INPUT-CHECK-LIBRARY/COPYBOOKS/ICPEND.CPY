      ******************************************************************
      * Copybook:   ICPEND
      * Purpose:    Record layout for the keyed pending-change file of
      *             reference code maintenance (CODEPEND.DAT). CODEMNT
      *             and CODELOAD do not change ICCODES.DAT themselves;
      *             each change they accept is filed here under the
      *             maker's operator id and waits until a second
      *             operator reviews it with CODEAPPR. Keyed by the
      *             maker's run id (CCYYMMDDHHMMSS, displayed at start
      *             of run) + a sequence number within that run.
      *               PND-ACTION  "A" = add the code, or replace it
      *                                 when it exists by then
      *                           "D" = delete the code
      *               PND-STATUS  "P" = pending, waiting for a checker
      *                           "A" = approved and applied
      *                           "R" = rejected (not applied)
      *             PND-BEFORE-IMAGE is the code as the maker saw it
      *             (a full CODE-RECORD, see the ICCODES copybook;
      *             PND-BEFORE-FOUND "N" and spaces when the code did
      *             not exist), PND-AFTER-IMAGE the record the change
      *             leaves behind (spaces for a delete). CODEAPPR
      *             refuses to approve a change whose code no longer
      *             matches the before-image - someone changed it in
      *             the meantime and the maker has to look again.
      *             PND-APPLY-RUN-ID is the CODEAPPR session that
      *             applied an approved change and journaled it to
      *             CODEJRNL.DAT under that run id, the id CODEBACK
      *             takes. CODEPRPT ages the pending entries.
      ******************************************************************
       01  PND-RECORD.
           05  PND-KEY.
               10  PND-MAKER-RUN-ID          PIC X(14).
               10  PND-SEQ-NUM               PIC 9(05).
           05  PND-STATUS                    PIC X(01).
               88  PND-PENDING               VALUE "P".
               88  PND-APPROVED              VALUE "A".
               88  PND-REJECTED              VALUE "R".
           05  PND-ACTION                    PIC X(01).
               88  PND-ADD-REPLACE           VALUE "A".
               88  PND-DELETE                VALUE "D".
           05  PND-CODE-KEY.
               10  PND-SET-ID                PIC X(08).
               10  PND-CODE-VALUE            PIC X(20).
           05  PND-SOURCE                    PIC X(08).
           05  PND-MAKER-ID                  PIC X(08).
           05  PND-MADE-TIMESTAMP            PIC X(14).
           05  PND-BEFORE-FOUND              PIC X(01).
               88  PND-BEFORE-ON-FILE        VALUE "Y".
           05  PND-BEFORE-IMAGE              PIC X(74).
           05  PND-AFTER-IMAGE               PIC X(74).
           05  PND-CHECKER-ID                PIC X(08).
           05  PND-CHECKED-TIMESTAMP         PIC X(14).
           05  PND-REJECT-REASON             PIC X(40).
           05  PND-APPLY-RUN-ID              PIC X(14).
