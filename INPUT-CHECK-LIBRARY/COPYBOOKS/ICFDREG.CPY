      *             an already-completed business date is refused
      *             instead of double-posted. Read by FEEDRPT for the
      *             arrived/missing inquiry report.
      *
      *             REG-SUMMARY holds the BATCHSUM balancing totals for
      *             the run (count of typed detail records, addenda
      *             included, as POSTEXT extracts them; signed and
      *             absolute totals), recorded when BATCHSUM runs
      *             with the feed id and business date; REG-SUM-
      *             TIMESTAMP stays blank until it has. REG-CONFIRMATION
      *             holds the posting system's confirmation as last
      *             reconciled by POSTRECN:
      *               REG-CONFIRM-STATUS space = not yet confirmed
      *                                  "M"   = matched
      *                                  "S"   = short-posted
      *                                  "O"   = over-posted
      *             Every BATCHVAL run that writes the entry clears
      *             both groups - a rerun's output has been neither
      *             balanced nor posted yet - except a RESUBMIT run.
      *
      *             A RESUBMIT run validates only the repaired rejects
      *             of a feed already released, so it leaves the whole
      *             release as it was - figures, return code, balancing
      *             totals and confirmation - and records itself in
      *             REG-RESUBMISSION instead: its own BATCHVAL figures
      *             and return code, the BATCHSUM totals of its
      *             accepted file (REG-RSB-SUM-*) and the posting
      *             confirmation of its extract (REG-RSB-CONFIRM-*,
      *             same values as REG-CONFIRM-STATUS). The group
      *             describes the latest resubmission: each RESUBMIT
      *             run replaces it, every other run clears it, and
      *             REG-RSB-RUN-TIMESTAMP is blank when there is none.
      *             Only when the register has no entry for the feed
      *             at all does a RESUBMIT run also record its figures
      *             as the entry's own.
      ******************************************************************
       01  REG-RECORD.
           05  REG-KEY.
           05  REG-EXCEPTION-COUNT           PIC 9(07).
           05  REG-HASH-TOTAL                PIC 9(13)V99.
           05  REG-RETURN-CODE               PIC 99.
           05  REG-SUMMARY.
               10  REG-SUM-TIMESTAMP         PIC X(14).
               10  REG-SUM-RECORD-COUNT      PIC 9(07).
               10  REG-SUM-SIGNED-TOTAL      PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
               10  REG-SUM-ABSOLUTE-TOTAL    PIC 9(13)V99.
           05  REG-CONFIRMATION.
               10  REG-CONFIRM-STATUS        PIC X(01).
                   88  REG-CONFIRM-NONE      VALUE SPACE.
                   88  REG-CONFIRM-MATCHED   VALUE "M".
                   88  REG-CONFIRM-SHORT     VALUE "S".
                   88  REG-CONFIRM-OVER      VALUE "O".
               10  REG-CONFIRM-TIMESTAMP     PIC X(14).
               10  REG-CONFIRM-POSTED        PIC 9(09).
               10  REG-CONFIRM-REFUSED       PIC 9(09).
               10  REG-CONFIRM-AMOUNT        PIC 9(13)V99.
           05  REG-RESUBMISSION.
               10  REG-RSB-RUN-TIMESTAMP     PIC X(14).
               10  REG-RSB-RECORDS-READ      PIC 9(07).
               10  REG-RSB-ACCEPTED-COUNT    PIC 9(07).
               10  REG-RSB-REJECTED-COUNT    PIC 9(07).
               10  REG-RSB-HASH-TOTAL        PIC 9(13)V99.
               10  REG-RSB-RETURN-CODE       PIC 99.
               10  REG-RSB-SUM-TIMESTAMP     PIC X(14).
               10  REG-RSB-SUM-RECORD-COUNT  PIC 9(07).
               10  REG-RSB-SUM-ABS-TOTAL     PIC 9(13)V99.
               10  REG-RSB-CONFIRM-STATUS    PIC X(01).
                   88  REG-RSB-CONFIRM-NONE  VALUE SPACE.
               10  REG-RSB-CONFIRM-TIMESTAMP PIC X(14).
               10  REG-RSB-CONFIRM-POSTED    PIC 9(09).
               10  REG-RSB-CONFIRM-REFUSED   PIC 9(09).
               10  REG-RSB-CONFIRM-AMOUNT    PIC 9(13)V99.
