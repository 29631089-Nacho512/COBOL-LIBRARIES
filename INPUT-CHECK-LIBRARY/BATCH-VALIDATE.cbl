      *                      e.g. BRANCH, CURRENCY)
      *               86-90  max age in days (VBD only, 00000 = no
      *                      stale-date check)
      *               91     "Y" = part of the record's duplicate key
      *                      (see the transaction-level duplicate
      *                      check below)
      *               92     "Y" = the sending system's own reference
      *                      for the record (at most one field per
      *                      record type), quoted on the reject return
      *                      file so the sender can find the record
      *             Entries whose first character is "*" are comments.
      *
      *             A feed may carry several detail shapes. A line
      *             define is skipped for that record, so one rule
      *             file serves a multi-type feed.
      *
      *             Transaction-level duplicate check: when a record's
      *             type flags fields in column 91, the flagged values
      *             (normalized - amounts converted, dates as
      *             CCYYMMDD, see the ICTXNH copybook) form its
      *             duplicate key. A record that passes every field
      *             and rule check is looked up in the keyed
      *             transaction history (TXNHIST.DAT); a hit from
      *             this feed or any other whose business date falls
      *             within the look-back window (DUPDAYS=, default 30
      *             days before this feed's business date) rejects it
      *             with a DUPLICATE-KEY line on the exception report
      *             naming the feed id, business date and record
      *             number the key was first accepted under. The
      *             same key twice inside one held parent/addenda
      *             group is caught the same way. Keys of accepted
      *             records are added to the history; an entry older
      *             than the window is simply replaced. The same feed
      *             id, business date and record number is the same
      *             transaction, not a duplicate, so a restart or a
      *             FORCE=Y reprocess does not reject its own records,
      *             and a run that ends 8 or above (output not
      *             released) withdraws the entries it added so the
      *             corrected feed can be sent again. TXNPURGE trims
      *             the history to the window. An unavailable history
      *             file is reported and the check skipped, as with
      *             the run register.
      *
      *             Sequence validation across records: an addenda
      *             record must follow a parent (or another addenda of
      *             the same group); an orphaned addenda is reported
      *                                run register already shows its
      *                                feed id + business date as
      *                                completed (deliberate
      *                                reprocessing only). Not for
      *                                a BATCHREP resubmission - that
      *                                needs RESUBMIT=Y (below)
      *               VOLPCT=nnn       cross-run volume band percent
      *                                (default 0: disabled): when the
      *                                run's record count or hash
      *                                half-sized feed whose trailer
      *                                balances for what did arrive
      *                                no longer passes silently
      *               DUPDAYS=nnn      duplicate-check look-back
      *                                window in days (default 30)
      *               RESUBMIT=Y       the feed is a BATCHREP
      *                                resubmission (BATCHRSB.DAT),
      *                                and the required way to
      *                                validate one: it carries the
      *                                ORIGINAL feed id and business
      *                                date, which the register
      *                                shows as completed. Implies
      *                                FORCE=Y and moves the reject
      *                                suspense entries instead of
      *                                filing new ones (see below).
      *                                A catalog run must say
      *                                RESUBMIT on the command line
      *                                instead; on a catalog feed's
      *                                card the keyword is refused
      *               RETFMT=x         reject return file form: "F"
      *                                fixed width (default) or "D"
      *                                delimited
      *               RETDLM=c         delimiter for RETFMT=D
      *                                (default "|")
      *
      *             Every reject is also written to a reject return
      *             file (BATCHRET.DAT, layouts in the ICRETN
      *             copybook) for the sending system: a header with
      *             the feed id and business date, one line per
      *             rejected record carrying the record's sender
      *             reference (column 92 above), the field name and
      *             offending value of its first exception, the
      *             result code and a plain-English reason for it
      *             (ICREASON copybook), and a trailer with the line
      *             count. A clean member of a parent/addenda group
      *             that went back with its group gets a "G" line
      *             naming the member (or the count mismatch) the
      *             group was returned for; an addenda type without
      *             a reference field quotes its parent's. A restart
      *             trims and extends it with the other outputs.
      *
      *             One statistics record per run (feed id, business
      *             date, counts, exception rate, hash total, return
      *             code - see the ICSTATS copybook) is appended to
      *             BATCHSTA.DAT at end of run; STATSRPT prints the
      *             per-feed trend over that history. A RESUBMIT run
      *             appends none - a repaired subset is not a run of
      *             the feed and would skew the VOLPCT average.
      *
      *             A keyed run register (FEEDREG.DAT, see the ICFDREG
      *             copybook) holds one record per feed id + business
      *             0 or 4, i.e. its accepted file was released) is
      *             refused with return code 20, so the scheduler can
      *             tell a duplicate submission from bad data. Runs
      *             that ended 8, 10 or 12 did not release output and
      *             may be resubmitted; their register record is
      *             overwritten by the rerun, which also clears the
      *             BATCHSUM balancing totals and POSTRECN posting
      *             confirmation held on it. A RESUBMIT run never
      *             changes the release's figures or return code - it
      *             is recorded in the entry's resubmission group, see
      *             the ICFDREG copybook. FEEDRPT reports the
      *             register (which feeds arrived or are missing for a
      *             business date, and which are not yet confirmed
      *             posted).
      *
      *             Every reject is also filed in the keyed reject
      *             suspense inventory (REJSUSP.DAT, see the ICSUSP
      *             copybook) under feed id + business date + its
      *             ordinal in the reject file, with the full image,
      *             its first exception line and the absolute value
      *             of its first hash-flagged field, status open; a
      *             rerun replaces entries still open and keeps closed
      *             ones, filing a reject whose number is held by a
      *             closed entry under the next free number for the
      *             feed and date (the run then returns at least 4),
      *             and once released deletes the entries an earlier
      *             attempt left open beyond its own rejects.
      *             A resubmission run files nothing new: each
      *             record it accepts closes the entry BATCHREP
      *             repaired into that image as resubmitted, each one
      *             it rejects puts that entry back to open. A run
      *             that ends 8 or above takes its suspense changes
      *             back, as with the transaction history, putting
      *             back the open entries of the earlier run that it
      *             replaced. Feeds without a HDR record keep no
      *             inventory, and an unavailable suspense file is
      *             reported and skipped.
      *             SUSRPT ages the open items, SUSWOFF writes them
      *             off.
      *
      *             Treasury limits: the keyed limits file (LIMITS.DAT,
      *             see the ICLIMIT copybook, loaded by LIMLOAD) holds
      *             a maximum single-item amount, daily total and item
      *             count per code set + code, e.g. BRANCH 047 or
      *             CURRENCY EUR, in force between effective dates on
      *             the feed's business date. Every accepted record
      *             counts against the limits of each code it carries
      *             in a VLU-checked field, with its hash amount (the
      *             absolute value of its first hash field). A record
      *             over a single-item limit gets a "*** LIMIT:" line
      *             with the item, the limit and the excess as it is
      *             accepted; at end of run each code's item count
      *             and total are checked against its daily limits
      *             the same way; on a RESUBMIT run the daily figures
      *             start from the original run's accepted file
      *             (FEEDID.CCYYMMDD.ACC, or BATCHACC.DAT before the
      *             fixed-name resubmission replaces it), since the
      *             repaired items are released for the same business
      *             date. Limit lines do not reject records or
      *             count as exceptions: any breach holds the whole
      *             feed with return code 10 so nothing is released
      *             before treasury has looked at it. Treasury
      *             approves a held feed with a line in LIMAPPR.DAT
      *             ("*" comments):
      *               01-08  feed id
      *               09-16  business date CCYYMMDD
      *               17-24  operator id (required)
      *               25-64  reason
      *             and the feed is rerun; the limit lines are written
      *             again, followed by the approval, and the run
      *             returns 4. A feed without a HDR record cannot be
      *             approved. No limits file means no limit check; an
      *             unavailable one is reported and the check skipped.
      *
      *             Feed catalog runs: with the original fixed file
      *             names two feeds cannot share a batch window, so
      *             the command line may instead name the feed:
      *                 feedid CCYYMMDD [RESTART] [RESUBMIT]
      *             The feed's entry in the keyed feed catalog
      *             (FEEDCAT.DAT, see the ICFDCAT copybook) supplies
      *             the field-definition file, rule file and parameter
      *             card (a blank name keeps BATCHFLD.DEF, BATCHRUL.DEF
      *             or BATCHPRM.DAT), and every other file is named
      *             FEEDID.CCYYMMDD.ext:
      *               IN   the feed (unless the catalog entry or
      *                    FEED= on the card names it)
      *               EXC  exception report     ACC  accepted records
      *               REJ  rejected records     CKP  checkpoint
      *               TRM  restart trim work file
      *               RET  reject return file for the sender
      *             The feed's HDR must carry the same feed id and
      *             business date, otherwise the run stops with return
      *             code 16 before any output is opened. RESTART
      *             restarts from this feed's own checkpoint.
      *             RESUBMIT validates BATCHREP's rebuilt feed
      *             (FEEDID.CCYYMMDD.RSB) into RXC, RAC, RRJ, RCK, RTM
      *             and RRT files so the original run's outputs are
      *             kept, and implies FORCE=Y. It is taken from the
      *             command line only: RESUBMIT=Y on the feed's card
      *             is a bad parameter. A feed missing from the
      *             catalog, or a catalog that cannot be opened, is
      *             return code 16. A blank command line or a bare
      *             RESTART keeps the original fixed names. FEEDDRV
      *             runs every feed due on a business date this way.
      *
      *             Return codes: 0 clean, 4 warnings present,
      *             8 abort threshold exceeded, 10 held for treasury
      *             approval (limit breach), 12 file suspect
      *             (control-record reconciliation failed), 16 setup
      *             error (bad control file or parameter card),
      *             20 duplicate submission (feed id + business date
               ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO DYNAMIC WS-PRM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT
               ASSIGN TO DYNAMIC WS-EXC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT FIELD-DEF-FILE
               ASSIGN TO DYNAMIC WS-FLD-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RULE-DEF-FILE
               ASSIGN TO DYNAMIC WS-RUL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ACCEPTED-FILE
               ASSIGN TO DYNAMIC WS-ACC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT REJECTED-FILE
               ASSIGN TO DYNAMIC WS-REJ-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RETURN-FILE
               ASSIGN TO DYNAMIC WS-RET-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO DYNAMIC WS-CKP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TRIM-FILE
               ASSIGN TO DYNAMIC WS-TRIM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT TRIM-WORK-FILE
               ASSIGN TO DYNAMIC WS-TRIM-WORK-NAME
               ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL STATS-HISTORY ASSIGN TO "BATCHSTA.DAT"
               RECORD KEY REG-KEY
               FILE STATUS WS-REG-STATUS.

           SELECT OPTIONAL TXN-HISTORY ASSIGN TO "TXNHIST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TXH-DUP-KEY
               FILE STATUS WS-TXH-STATUS.

           SELECT OPTIONAL FEED-CATALOG ASSIGN TO "FEEDCAT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CAT-FEED-ID
               FILE STATUS WS-CAT-STATUS.

           SELECT OPTIONAL REJECT-SUSPENSE ASSIGN TO "REJSUSP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SUS-KEY
               FILE STATUS WS-SUS-STATUS.

           SELECT OPTIONAL LIMITS-FILE ASSIGN TO "LIMITS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY LIM-KEY
               FILE STATUS WS-LIM-STATUS.

           SELECT OPTIONAL LIMIT-APPROVAL ASSIGN TO "LIMAPPR.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FEED-FILE.
       FD  REJECTED-FILE.
       01  REJ-RECORD                    PIC X(256).

       FD  RETURN-FILE.
       01  RTN-RECORD                    PIC X(200).

       FD  CHECKPOINT-FILE.
       01  CKP-RECORD.
           05  CKP-STATUS                PIC X(01).
           05  CKP-REJECTED-COUNT        PIC 9(07).
           05  CKP-HASH-TOTAL            PIC S9(13)V99
                                         SIGN LEADING SEPARATE.
           05  CKP-RUN-ID                PIC X(14).
           05  CKP-LIMIT-COUNT           PIC 9(07).
           05  CKP-SUS-KEPT-COUNT        PIC 9(07).

       FD  TRIM-FILE.
       01  TRIM-RECORD                   PIC X(256).
           05  FLD-DEF-CHECK-POS         PIC 9(02).
           05  FLD-DEF-CODE-SET          PIC X(08).
           05  FLD-DEF-MAX-AGE           PIC 9(05).
           05  FLD-DEF-DUP-KEY           PIC X(01).
           05  FLD-DEF-SENDER-REF        PIC X(01).

       FD  RULE-DEF-FILE.
       01  RUL-DEF-RECORD.
       FD  FEED-REGISTER.
       COPY ICFDREG.

       FD  TXN-HISTORY.
       COPY ICTXNH.

       FD  FEED-CATALOG.
       COPY ICFDCAT.

       FD  REJECT-SUSPENSE.
       COPY ICSUSP.

       FD  LIMITS-FILE.
       COPY ICLIMIT.

       FD  LIMIT-APPROVAL.
       01  APR-RECORD.
           05  APR-FEED-ID               PIC X(08).
           05  APR-BUSINESS-DATE         PIC X(08).
           05  APR-OPERATOR-ID           PIC X(08).
           05  APR-REASON                PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                     PIC X VALUE "N".
           88  WS-EOF-YES                VALUE "Y".
       01  WS-HASH-DISPLAY               PIC -(13)9.99.
       01  WS-TRL-HASH-DISPLAY           PIC -(13)9.99.
       01  WS-FIELD-DEF-COUNT            PIC 9(02) VALUE 0.
       01  WS-RUN-MODE                   PIC X(64) VALUE SPACES.
       01  WS-RESTART-SW                 PIC X VALUE "N".
           88  WS-RESTART-RUN            VALUE "Y".
       01  WS-RESTART-REQ-SW             PIC X VALUE "N".
           88  WS-PRM-EOF-YES            VALUE "Y".
       01  WS-FEED-FILE-NAME             PIC X(64)
                                         VALUE "BATCHIN.DAT".
       01  WS-PRM-FILE-NAME              PIC X(64)
                                         VALUE "BATCHPRM.DAT".
       01  WS-EXC-FILE-NAME              PIC X(64)
                                         VALUE "BATCHEXC.RPT".
       01  WS-FLD-FILE-NAME              PIC X(64)
                                         VALUE "BATCHFLD.DEF".
       01  WS-RUL-FILE-NAME              PIC X(64)
                                         VALUE "BATCHRUL.DEF".
       01  WS-ACC-FILE-NAME              PIC X(64)
                                         VALUE "BATCHACC.DAT".
       01  WS-ORIG-ACC-FILE-NAME         PIC X(64)
                                         VALUE "BATCHACC.DAT".
       01  WS-HOLD-ACC-FILE-NAME         PIC X(64).
       01  WS-REJ-FILE-NAME              PIC X(64)
                                         VALUE "BATCHREJ.DAT".
       01  WS-CKP-FILE-NAME              PIC X(64)
                                         VALUE "BATCHCKP.DAT".
       01  WS-RET-FILE-NAME              PIC X(64)
                                         VALUE "BATCHRET.DAT".
       01  WS-TRIM-WORK-NAME             PIC X(64)
                                         VALUE "BATCHTRM.TMP".
       01  WS-DEFAULT-SIGN-MODE          PIC X(01) VALUE SPACE.
       01  WS-DEFAULT-LOCALE             PIC X(02) VALUE SPACES.
       01  WS-WARN-PCT                   PIC 9(03) VALUE 0.
       01  WS-HIST-DEV-DISPLAY           PIC ZZZZZZ9.99.
       01  WS-ABS-HASH                   PIC 9(13)V99 VALUE 0.

      *    Transaction-level duplicate check over TXNHIST.DAT.

       01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
       01  WS-TXH-STATUS                 PIC X(02).
       01  WS-TXH-OPEN-SW                PIC X VALUE "N".
           88  WS-TXH-OPEN               VALUE "Y".
       01  WS-TXH-EOF-SW                 PIC X VALUE "N".
           88  WS-TXH-EOF-YES            VALUE "Y".
       01  WS-DUP-KEY-USED-SW            PIC X VALUE "N".
           88  WS-DUP-KEY-USED           VALUE "Y".
       01  WS-DUP-DAYS                   PIC 9(03) VALUE 30.
       01  WS-DUP-WINDOW-DATE            PIC 9(08) VALUE 0.
       01  WS-DUP-CUTOFF                 PIC 9(08) VALUE 0.
       01  WS-DUP-KEY                    PIC X(120).
       01  WS-DUP-KEY-POS                PIC 9(04).
       01  WS-DUP-REC-NUM                PIC 9(07).
       01  WS-DUP-NUMBER                 PIC S9(12)V9(06) COMP-3.
       01  WS-DUP-NUMBER-X               PIC S9(12)V9(06)
                                         SIGN LEADING SEPARATE.
       01  WS-DUP-NUMBER-CHARS REDEFINES WS-DUP-NUMBER-X
                                         PIC X(19).
       01  WS-DUP-DATE                   PIC X(40).
       01  WS-DUP-FOUND-SW               PIC X VALUE "N".
           88  WS-DUP-FOUND              VALUE "Y".
       01  WS-DUP-ORIG-FEED              PIC X(08).
       01  WS-DUP-ORIG-DATE              PIC X(08).
       01  WS-DUP-ORIG-REC               PIC 9(07).
       01  WS-DUP-DELETE-COUNT           PIC 9(07) VALUE 0.

      *    Reject suspense inventory over REJSUSP.DAT. WS-REC-REASON
      *    and WS-REC-AMOUNT describe the record being validated (its
      *    first exception and the absolute value of its first hashed
      *    field); WRITE-REJECT-PAR files them with the reject.

       01  WS-SUS-STATUS                 PIC X(02).
       01  WS-SUS-OPEN-SW                PIC X VALUE "N".
           88  WS-SUS-OPEN               VALUE "Y".
       01  WS-SUS-EOF-SW                 PIC X VALUE "N".
           88  WS-SUS-EOF-YES            VALUE "Y".
       01  WS-SUS-FOUND-SW               PIC X VALUE "N".
           88  WS-SUS-FOUND              VALUE "Y".
       01  WS-SUS-MATCH-IMAGE            PIC X(256).
       01  WS-SUS-NEW-STATUS             PIC X(01).
       01  WS-SUS-ADDED-COUNT            PIC 9(07) VALUE 0.
       01  WS-SUS-KEPT-COUNT             PIC 9(07) VALUE 0.
       01  WS-SUS-RESUBMITTED-COUNT      PIC 9(07) VALUE 0.
       01  WS-SUS-REOPENED-COUNT         PIC 9(07) VALUE 0.
       01  WS-SUS-UNMATCHED-COUNT        PIC 9(07) VALUE 0.
       01  WS-SUS-WITHDRAWN-COUNT        PIC 9(07) VALUE 0.
       01  WS-SUS-RESTORED-COUNT         PIC 9(07) VALUE 0.
       01  WS-SUS-SUPERSEDED-COUNT       PIC 9(07) VALUE 0.
       01  WS-SUS-PRIOR-ENTRY            PIC X(689).
       01  WS-SUS-FILE-NUM               PIC 9(07).
       01  WS-SUS-KEPT-STATUS            PIC X(01).
       01  WS-REC-REASON.
           05  WS-REC-REASON-FIELD       PIC X(14).
           05  WS-REC-REASON-VALUE       PIC X(40).
           05  WS-REC-REASON-CODE        PIC 99.
       01  WS-REC-REASON-CHECK           PIC X(04).
       01  WS-EXC-CHECK                  PIC X(04).
       01  WS-REC-AMOUNT                 PIC 9(13)V99 VALUE 0.
       01  WS-REC-AMOUNT-SW              PIC X VALUE "N".
           88  WS-REC-AMOUNT-KNOWN       VALUE "Y".
       01  WS-REJ-REC-NUM                PIC 9(07).
       01  WS-REJ-TYPE-NAME              PIC X(08).
       01  WS-SEQ-REASON.
           05  WS-SEQ-REASON-FIELD       PIC X(14).
           05  WS-SEQ-REASON-VALUE       PIC X(40).

      *    Reject return file for the sending system. WS-REC-REASON-
      *    CHECK says which check produced the record's first reason
      *    (the field's check code, RULE, DUP, SEQ or GRP) so its
      *    plain-English text can be found. While a parent/addenda
      *    group is held, WS-RET-GROUP-REF is the parent's sender
      *    reference and WS-RET-FAIL-REC the first member that failed.

       01  WS-RET-FORMAT                 PIC X(01) VALUE "F".
           88  WS-RET-DELIMITED          VALUE "D".
       01  WS-RET-DELIMITER              PIC X(01) VALUE "|".
       01  WS-RET-IMAGE                  PIC X(256).
       01  WS-RET-TYPE-NAME              PIC X(08).
       01  WS-RET-TYPE-SUB               PIC 9(02).
       01  WS-RET-FIELD-SUB              PIC 9(02).
       01  WS-RET-SENDER-REF             PIC X(40).
       01  WS-RET-GROUP-REF              PIC X(40) VALUE SPACES.
       01  WS-RET-FAIL-REC               PIC 9(07) VALUE 0.
       01  WS-RET-GROUP-TEXT             PIC X(60).
       01  WS-RET-CHECK                  PIC X(04).
       01  WS-RSN-SUB                    PIC 9(02).

      *    Treasury limits over LIMITS.DAT. Each accepted record's
      *    hash amount is checked against the single-item limit of
      *    every VLU-checked code it carries as it is accepted, and
      *    added to that code's running count and total, which are
      *    checked at end of run. Only codes with a limit in force
      *    take a table entry. WS-LIM-LINE-COUNT counts the single-
      *    item lines already on the exception report (checkpointed,
      *    so a restart trims the report correctly).

       01  WS-LIM-STATUS                 PIC X(02).
       01  WS-LIM-OPEN-SW                PIC X VALUE "N".
           88  WS-LIM-OPEN               VALUE "Y".
       01  WS-LIM-REBUILD-SW             PIC X VALUE "N".
           88  WS-LIM-REBUILD            VALUE "Y".
       01  WS-LIM-EOF-SW                 PIC X VALUE "N".
           88  WS-LIM-EOF-YES            VALUE "Y".
       01  WS-LIM-FULL-SW                PIC X VALUE "N".
           88  WS-LIM-TABLE-FULL         VALUE "Y".
       01  WS-LIM-BREACH-SW              PIC X VALUE "N".
           88  WS-LIM-BREACHED           VALUE "Y".
       01  WS-LIM-HOLD-SW                PIC X VALUE "N".
           88  WS-LIM-HELD               VALUE "Y".
       01  WS-LIM-APPROVED-SW            PIC X VALUE "N".
           88  WS-LIM-APPROVED           VALUE "Y".
       01  WS-LIM-AMOUNT-SW              PIC X VALUE "N".
           88  WS-LIM-AMOUNT-KNOWN       VALUE "Y".
       01  WS-LIM-AS-OF-DATE             PIC X(08).
       01  WS-LIM-LINE-COUNT             PIC 9(07) VALUE 0.
       01  WS-LIM-TYPE-SUB               PIC 9(02).
       01  WS-LIM-FIELD-SUB              PIC 9(02).
       01  WS-LIM-SIGN-MODE              PIC X(01).
       01  WS-LIM-LOCALE                 PIC X(02).
       01  WS-LIM-FIELD-VALUE            PIC X(40).
       01  WS-LIM-SET-ID                 PIC X(08).
       01  WS-LIM-VALUE                  PIC X(20).
       01  WS-LIM-AMOUNT                 PIC 9(13)V99 VALUE 0.
       01  WS-LIM-MAX-ITEM               PIC 9(13)V99 VALUE 0.
       01  WS-LIM-EXCESS                 PIC 9(15)V99 VALUE 0.
       01  WS-LIM-EXCESS-COUNT           PIC 9(09) VALUE 0.
       01  WS-LIM-EDIT-1                 PIC Z(14)9.99.
       01  WS-LIM-EDIT-2                 PIC Z(14)9.99.
       01  WS-LIM-EDIT-3                 PIC Z(14)9.99.
       01  WS-LIM-COUNT-EDIT-1           PIC Z(08)9.
       01  WS-LIM-COUNT-EDIT-2           PIC Z(08)9.
       01  WS-LIM-COUNT-EDIT-3           PIC Z(08)9.
       01  WS-APR-OPERATOR-ID            PIC X(08).
       01  WS-APR-REASON                 PIC X(40).
       01  WS-LIM-COUNT                  PIC 9(03) VALUE 0.
       01  WS-LIM-SUB                    PIC 9(03).
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 500 TIMES.
               10  WS-LMT-SET-ID         PIC X(08).
               10  WS-LMT-VALUE          PIC X(20).
               10  WS-LMT-MAX-ITEM       PIC 9(13)V99.
               10  WS-LMT-MAX-TOTAL      PIC 9(13)V99.
               10  WS-LMT-MAX-COUNT      PIC 9(09).
               10  WS-LMT-TOTAL          PIC 9(15)V99.
               10  WS-LMT-ITEMS          PIC 9(09).

      *    Feed catalog run: "feedid CCYYMMDD" on the command line
      *    takes the control files from the feed's FEEDCAT.DAT entry
      *    and derives every output name from feed id + business date.

       01  WS-CAT-STATUS                 PIC X(02).
       01  WS-CATALOG-SW                 PIC X VALUE "N".
           88  WS-CATALOG-RUN            VALUE "Y".
       01  WS-RESUBMIT-SW                PIC X VALUE "N".
           88  WS-RESUBMIT-RUN           VALUE "Y".
       01  WS-CMD-WORDS.
           05  WS-CMD-FEED-ID            PIC X(20).
           05  WS-CMD-DATE               PIC X(20).
           05  WS-CMD-OPTION OCCURS 2 TIMES
                                         PIC X(20).
       01  WS-CMD-SUB                    PIC 9(01).
       01  WS-CAT-DESCRIPTION            PIC X(30).
       01  WS-CAT-FEED-FILE              PIC X(40).
       01  WS-FILE-PREFIX                PIC X(20).
       01  WS-FILE-SUFFIX                PIC X(03).
       01  WS-DERIVED-NAME               PIC X(64).

      *    One field table per record type. Field entries before any
      *    RECTYPE line load into an implicit DEFAULT type whose
      *    discriminator length is zero, which matches every record -
                   88  WS-TYP-ADDENDA    VALUE "A".
               10  WS-TYP-COUNT-FIELD    PIC X(14).
               10  WS-TYP-FIELD-COUNT    PIC 9(02).
               10  WS-TYP-KEY-LENGTH     PIC 9(04).
               10  WS-TYP-REF-IX         PIC 9(02).
               10  WS-FIELD-DEF OCCURS 20 TIMES.
                   15  WS-FLD-NAME       PIC X(14).
                   15  WS-FLD-START      PIC 9(04).
                   15  WS-FLD-CHECK-POS  PIC 9(02).
                   15  WS-FLD-CODE-SET   PIC X(08).
                   15  WS-FLD-MAX-AGE    PIC 9(05).
                   15  WS-FLD-DUP-KEY    PIC X(01).

      *    Record-level cross-field rules from BATCHRUL.DEF, applied
      *    after the per-field pass.
               10  WS-GRP-IMAGE          PIC X(256).
               10  WS-GRP-CLEAN-SW       PIC X(01).
               10  WS-GRP-REC-NUM        PIC 9(07).
               10  WS-GRP-DUP-KEY        PIC X(120).
               10  WS-GRP-TYPE-NAME      PIC X(08).
               10  WS-GRP-AMOUNT         PIC 9(13)V99.
               10  WS-GRP-REASON         PIC X(56).
               10  WS-GRP-REASON-CHECK   PIC X(04).

       01  WS-EXC-LINE.
           05  WS-EXC-RECORD-NUM         PIC 9(07).

       COPY ICRSLT.

       COPY ICRETN.

       COPY ICREASON.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    The command line is read first: on a catalog run it names
      *    the parameter card itself.

           ACCEPT WS-RUN-MODE FROM COMMAND-LINE

           PERFORM PARSE-RUN-MODE-PAR

           PERFORM READ-PARAMETERS-PAR

      *    The run id tags this run's duplicate-history entries; a
      *    restart takes the interrupted run's id back from the
      *    checkpoint so the whole logical run shares one.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-ID

           IF WS-RESTART-REQUESTED THEN

               MOVE WS-EXC-HEADING TO EXC-RECORD
               WRITE EXC-RECORD

               PERFORM WRITE-RETURN-HEADER-PAR

               IF WS-FIRST-PENDING THEN

                   PERFORM ROUTE-RECORD-PAR

           PERFORM CHECK-VOLUME-PAR

           PERFORM CHECK-LIMITS-PAR

           MOVE "C" TO WS-CKP-STATUS
           PERFORM WRITE-CHECKPOINT-PAR

           PERFORM WRITE-RETURN-TRAILER-PAR

           PERFORM CLOSE-FILES-PAR

           DISPLAY "RECORDS READ: " WS-RECORD-COUNT
                   DISPLAY "BATCHVAL: ABORT THRESHOLD EXCEEDED"
                   MOVE 8 TO WS-RETURN-CODE

               WHEN WS-LIM-HELD

      *            Nothing is released until treasury approves the
      *            breach; the rerun after approval returns 4.

                   MOVE 10 TO WS-RETURN-CODE

               WHEN WS-EXCEPTION-COUNT > 0
               AND WS-EXC-RATE >= WS-WARN-PCT


                   MOVE 4 TO WS-RETURN-CODE

               WHEN WS-LIM-BREACHED

      *            A breach treasury has approved still warns.

                   MOVE 4 TO WS-RETURN-CODE

               WHEN WS-SUS-KEPT-COUNT > 0

      *            A reject had to be filed past a suspense entry
      *            that was no longer open: operations should look.

                   DISPLAY "BATCHVAL: SUSPENSE ENTRIES NOT OPEN: "
                       WS-SUS-KEPT-COUNT
                   MOVE 4 TO WS-RETURN-CODE

               WHEN OTHER

                   MOVE 0 TO WS-RETURN-CODE

           PERFORM WRITE-REGISTER-PAR

           PERFORM CLOSE-HISTORY-PAR

           PERFORM CLOSE-SUSPENSE-PAR

           STOP RUN RETURNING WS-RETURN-CODE.

       PARSE-RUN-MODE-PAR.

      *    Blank or RESTART: the original fixed file names. Anything
      *    else is a feed id, and the business date and the options
      *    RESTART / RESUBMIT follow it.

           MOVE SPACES TO WS-CMD-WORDS

           UNSTRING WS-RUN-MODE DELIMITED BY ALL SPACES
               INTO WS-CMD-FEED-ID WS-CMD-DATE
                    WS-CMD-OPTION (1) WS-CMD-OPTION (2)
           END-UNSTRING

           IF WS-CMD-FEED-ID = SPACES OR WS-CMD-FEED-ID = "RESTART"
           THEN

               IF WS-CMD-FEED-ID = "RESTART" THEN
                   SET WS-RESTART-REQUESTED TO TRUE
               END-IF
               EXIT PARAGRAPH

           END-IF

           IF WS-CMD-FEED-ID (9:) NOT = SPACES
           OR WS-CMD-DATE (9:) NOT = SPACES
           OR WS-CMD-DATE (1:8) NOT NUMERIC
           THEN

               PERFORM BAD-RUN-MODE-PAR

           END-IF

           IF TEST-DATE-YYYYMMDD (NUMVAL (WS-CMD-DATE (1:8))) NOT = 0
           THEN

               PERFORM BAD-RUN-MODE-PAR

           END-IF

           PERFORM VARYING WS-CMD-SUB FROM 1 BY 1
               UNTIL WS-CMD-SUB > 2

               EVALUATE WS-CMD-OPTION (WS-CMD-SUB)
                   WHEN SPACES
                       CONTINUE
                   WHEN "RESTART"
                       SET WS-RESTART-REQUESTED TO TRUE
                   WHEN "RESUBMIT"
                       SET WS-RESUBMIT-RUN TO TRUE
                   WHEN OTHER
                       PERFORM BAD-RUN-MODE-PAR
               END-EVALUATE

           END-PERFORM

           SET WS-CATALOG-RUN TO TRUE

           PERFORM READ-CATALOG-PAR

           MOVE SPACES TO WS-FILE-PREFIX
           STRING WS-CMD-FEED-ID DELIMITED BY SPACE
               "." WS-CMD-DATE (1:8) "." DELIMITED BY SIZE
               INTO WS-FILE-PREFIX
           END-STRING

      *    A resubmission validates BATCHREP's rebuilt feed into its
      *    own set of outputs, so the original run's accepted and
      *    rejected files survive beside it. It carries the original
      *    feed id and business date, which the register shows as
      *    completed, so it is always a forced run.

           IF WS-RESUBMIT-RUN THEN

               SET WS-FORCE-RUN TO TRUE
               MOVE "ACC" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-ORIG-ACC-FILE-NAME
               MOVE "RSB" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-FEED-FILE-NAME
               MOVE "RXC" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-EXC-FILE-NAME
               MOVE "RAC" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-ACC-FILE-NAME
               MOVE "RRJ" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-REJ-FILE-NAME
               MOVE "RCK" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-CKP-FILE-NAME
               MOVE "RTM" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-TRIM-WORK-NAME
               MOVE "RRT" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-RET-FILE-NAME

           ELSE

               IF WS-CAT-FEED-FILE NOT = SPACES THEN
                   MOVE WS-CAT-FEED-FILE TO WS-FEED-FILE-NAME
               ELSE
                   MOVE "IN" TO WS-FILE-SUFFIX
                   PERFORM DERIVE-NAME-PAR
                   MOVE WS-DERIVED-NAME TO WS-FEED-FILE-NAME
               END-IF
               MOVE "EXC" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-EXC-FILE-NAME
               MOVE "ACC" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-ACC-FILE-NAME
               MOVE "REJ" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-REJ-FILE-NAME
               MOVE "CKP" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-CKP-FILE-NAME
               MOVE "TRM" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-TRIM-WORK-NAME
               MOVE "RET" TO WS-FILE-SUFFIX
               PERFORM DERIVE-NAME-PAR
               MOVE WS-DERIVED-NAME TO WS-RET-FILE-NAME

           END-IF

           DISPLAY "BATCHVAL: CATALOG FEED " WS-CMD-FEED-ID (1:8)
               " " WS-CAT-DESCRIPTION
           DISPLAY "BATCHVAL: INPUT " TRIM (WS-FEED-FILE-NAME)
               " ACCEPTED " TRIM (WS-ACC-FILE-NAME).

       READ-CATALOG-PAR.

           OPEN INPUT FEED-CATALOG

           IF WS-CAT-STATUS NOT = "00" THEN

               DISPLAY "BATCHVAL: FEED CATALOG UNAVAILABLE, STATUS "
                   WS-CAT-STATUS
               STOP RUN RETURNING 16

           END-IF

           MOVE WS-CMD-FEED-ID (1:8) TO CAT-FEED-ID

           READ FEED-CATALOG

           IF WS-CAT-STATUS NOT = "00" THEN

               DISPLAY "BATCHVAL: FEED " WS-CMD-FEED-ID (1:8)
                   " NOT IN FEED CATALOG, STATUS " WS-CAT-STATUS
               CLOSE FEED-CATALOG
               STOP RUN RETURNING 16

           END-IF

           MOVE CAT-DESCRIPTION TO WS-CAT-DESCRIPTION
           MOVE CAT-FEED-FILE   TO WS-CAT-FEED-FILE

           IF CAT-FIELD-DEF-FILE NOT = SPACES THEN
               MOVE CAT-FIELD-DEF-FILE TO WS-FLD-FILE-NAME
           END-IF

           IF CAT-RULE-DEF-FILE NOT = SPACES THEN
               MOVE CAT-RULE-DEF-FILE TO WS-RUL-FILE-NAME
           END-IF

           IF CAT-PARAMETER-FILE NOT = SPACES THEN
               MOVE CAT-PARAMETER-FILE TO WS-PRM-FILE-NAME
           END-IF

           CLOSE FEED-CATALOG.

       DERIVE-NAME-PAR.

           MOVE SPACES TO WS-DERIVED-NAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               WS-FILE-SUFFIX DELIMITED BY SPACE
               INTO WS-DERIVED-NAME
           END-STRING.

       BAD-RUN-MODE-PAR.

           DISPLAY "BATCHVAL: BAD RUN PARAMETERS: " WS-RUN-MODE
           DISPLAY "BATCHVAL: EXPECTED feedid CCYYMMDD "
               "[RESTART] [RESUBMIT]"
           STOP RUN RETURNING 16.

       READ-PARAMETERS-PAR.

           OPEN INPUT PARAMETER-FILE
                   IF WS-PRM-VALUE = SPACES THEN
                       PERFORM BAD-PARAMETER-PAR
                   END-IF
                   IF NOT WS-RESUBMIT-RUN OR NOT WS-CATALOG-RUN
                   THEN
                       MOVE WS-PRM-VALUE TO WS-FEED-FILE-NAME
                   END-IF

               WHEN "LOCALE"

                       SET WS-FORCE-RUN TO TRUE
                   END-IF

               WHEN "RESUBMIT"

      *            A catalog feed's file names are derived before its
      *            card is read, so only the command line can make a
      *            catalog run a resubmission.

                   IF WS-CATALOG-RUN THEN
                       PERFORM BAD-PARAMETER-PAR
                   END-IF

                   IF WS-PRM-VALUE (1:1) = "Y" THEN
                       SET WS-RESUBMIT-RUN TO TRUE
                       SET WS-FORCE-RUN TO TRUE
                   END-IF

               WHEN "VOLPCT"

                   IF TEST-NUMVAL (WS-PRM-VALUE) NOT = 0 THEN
                   END-IF
                   MOVE NUMVAL (WS-PRM-VALUE) TO WS-VOL-PCT

               WHEN "DUPDAYS"

                   IF TEST-NUMVAL (WS-PRM-VALUE) NOT = 0
                   OR NUMVAL (WS-PRM-VALUE) < 0
                   OR NUMVAL (WS-PRM-VALUE) > 999 THEN
                       PERFORM BAD-PARAMETER-PAR
                   END-IF
                   MOVE NUMVAL (WS-PRM-VALUE) TO WS-DUP-DAYS

               WHEN "RETFMT"

                   IF WS-PRM-VALUE NOT = "F" AND WS-PRM-VALUE NOT = "D"
                   THEN
                       PERFORM BAD-PARAMETER-PAR
                   END-IF
                   MOVE WS-PRM-VALUE (1:1) TO WS-RET-FORMAT

               WHEN "RETDLM"

                   IF WS-PRM-VALUE (1:1) = SPACE
                   OR WS-PRM-VALUE (2:) NOT = SPACES THEN
                       PERFORM BAD-PARAMETER-PAR
                   END-IF
                   MOVE WS-PRM-VALUE (1:1) TO WS-RET-DELIMITER

               WHEN OTHER

                   PERFORM BAD-PARAMETER-PAR
           DISPLAY "FEED: " WS-FEED-ID
               " BUSINESS DATE: " WS-BUSINESS-DATE

      *    On a catalog run the HDR must be the feed and date the
      *    files were picked for; anything else is the wrong file
      *    under this feed's name, and its layout may not even match.

           IF WS-CATALOG-RUN
           AND (WS-FEED-ID NOT = WS-CMD-FEED-ID (1:8)
               OR WS-BUSINESS-DATE NOT = WS-CMD-DATE (1:8))
           THEN

               IF WS-OUTPUTS-OPEN THEN

                   PERFORM FILE-SUSPECT-PAR
                   MOVE SPACES TO EXC-RECORD
                   STRING "*** FILE SUSPECT: HDR " WS-FEED-ID " "
                       WS-BUSINESS-DATE " IS NOT FEED "
                       WS-CMD-FEED-ID (1:8) " " WS-CMD-DATE (1:8)
                       DELIMITED BY SIZE INTO EXC-RECORD
                   WRITE EXC-RECORD

               ELSE

                   DISPLAY "BATCHVAL: HDR DOES NOT MATCH FEED "
                       WS-CMD-FEED-ID (1:8) " " WS-CMD-DATE (1:8)
                   CLOSE INPUT-FEED-FILE
                   STOP RUN RETURNING 16

               END-IF

           END-IF

           PERFORM CHECK-REGISTER-PAR.

       CHECK-REGISTER-PAR.

           IF WS-ANOMALY-FOUND THEN

               DISPLAY "BATCHVAL: VOLUME ANOMALY - SEE "
                   TRIM (WS-EXC-FILE-NAME)

           END-IF.

           MOVE STA-RECORDS-READ TO WS-HIS-READ (WS-HIST-COUNT)
           MOVE STA-HASH-TOTAL   TO WS-HIS-HASH (WS-HIST-COUNT).

       CHECK-LIMITS-PAR.

      *    End-of-run side of the treasury limit check: each limited
      *    code's accumulated item count and total against its daily
      *    limits. Any breach - these or a single-item line written
      *    during the run - holds the feed unless LIMAPPR.DAT carries
      *    treasury's approval for this feed id and business date.
      *    Like the volume lines these are written after the last
      *    record, so a restart never has to trim them.

           IF NOT WS-LIM-OPEN THEN

               EXIT PARAGRAPH

           END-IF

           CLOSE LIMITS-FILE

           IF WS-LIM-LINE-COUNT > 0 THEN
               SET WS-LIM-BREACHED TO TRUE
           END-IF

           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > WS-LIM-COUNT

               IF WS-LMT-MAX-TOTAL (WS-LIM-SUB) > 0
               AND WS-LMT-TOTAL (WS-LIM-SUB)
                   > WS-LMT-MAX-TOTAL (WS-LIM-SUB)
               THEN

                   SET WS-LIM-BREACHED TO TRUE
                   COMPUTE WS-LIM-EXCESS = WS-LMT-TOTAL (WS-LIM-SUB)
                       - WS-LMT-MAX-TOTAL (WS-LIM-SUB)
                   MOVE WS-LMT-TOTAL (WS-LIM-SUB) TO WS-LIM-EDIT-1
                   MOVE WS-LMT-MAX-TOTAL (WS-LIM-SUB) TO WS-LIM-EDIT-2
                   MOVE WS-LIM-EXCESS TO WS-LIM-EDIT-3
                   MOVE SPACES TO EXC-RECORD
                   STRING "*** LIMIT: "
                       TRIM (WS-LMT-SET-ID (WS-LIM-SUB)) " "
                       TRIM (WS-LMT-VALUE (WS-LIM-SUB))
                       " DAILY TOTAL " TRIM (WS-LIM-EDIT-1)
                       " OVER LIMIT " TRIM (WS-LIM-EDIT-2)
                       " BY " TRIM (WS-LIM-EDIT-3)
                       DELIMITED BY SIZE INTO EXC-RECORD
                   WRITE EXC-RECORD

               END-IF

               IF WS-LMT-MAX-COUNT (WS-LIM-SUB) > 0
               AND WS-LMT-ITEMS (WS-LIM-SUB)
                   > WS-LMT-MAX-COUNT (WS-LIM-SUB)
               THEN

                   SET WS-LIM-BREACHED TO TRUE
                   COMPUTE WS-LIM-EXCESS-COUNT =
                       WS-LMT-ITEMS (WS-LIM-SUB)
                       - WS-LMT-MAX-COUNT (WS-LIM-SUB)
                   MOVE WS-LMT-ITEMS (WS-LIM-SUB)
                       TO WS-LIM-COUNT-EDIT-1
                   MOVE WS-LMT-MAX-COUNT (WS-LIM-SUB)
                       TO WS-LIM-COUNT-EDIT-2
                   MOVE WS-LIM-EXCESS-COUNT TO WS-LIM-COUNT-EDIT-3
                   MOVE SPACES TO EXC-RECORD
                   STRING "*** LIMIT: "
                       TRIM (WS-LMT-SET-ID (WS-LIM-SUB)) " "
                       TRIM (WS-LMT-VALUE (WS-LIM-SUB))
                       " ITEM COUNT " TRIM (WS-LIM-COUNT-EDIT-1)
                       " OVER LIMIT " TRIM (WS-LIM-COUNT-EDIT-2)
                       " BY " TRIM (WS-LIM-COUNT-EDIT-3)
                       DELIMITED BY SIZE INTO EXC-RECORD
                   WRITE EXC-RECORD

               END-IF

           END-PERFORM

      *    Codes past the table's capacity had only their single-item
      *    limit checked; treasury has to look at the feed by hand.

           IF WS-LIM-TABLE-FULL THEN

               SET WS-LIM-BREACHED TO TRUE
               MOVE SPACES TO EXC-RECORD
               STRING "*** LIMIT: MORE THAN 500 LIMITED CODES - "
                   "DAILY LIMITS NOT CHECKED FOR THE REST"
                   DELIMITED BY SIZE INTO EXC-RECORD
               WRITE EXC-RECORD

           END-IF

           IF NOT WS-LIM-BREACHED THEN

               EXIT PARAGRAPH

           END-IF

           PERFORM CHECK-LIMIT-APPROVAL-PAR

           MOVE SPACES TO EXC-RECORD

           IF WS-LIM-APPROVED THEN

               STRING "*** LIMIT: RELEASE APPROVED BY "
                   TRIM (WS-APR-OPERATOR-ID) " - "
                   TRIM (WS-APR-REASON)
                   DELIMITED BY SIZE INTO EXC-RECORD
               WRITE EXC-RECORD
               DISPLAY "BATCHVAL: LIMIT BREACH APPROVED BY "
                   WS-APR-OPERATOR-ID

           ELSE

               SET WS-LIM-HELD TO TRUE
               MOVE "*** LIMIT: FEED HELD FOR TREASURY APPROVAL"
                   TO EXC-RECORD
               WRITE EXC-RECORD
               DISPLAY "BATCHVAL: LIMIT BREACH - FEED HELD FOR "
                   "TREASURY APPROVAL - SEE " TRIM (WS-EXC-FILE-NAME)

           END-IF.

       CHECK-LIMIT-APPROVAL-PAR.

      *    Treasury's approvals are one line per feed id + business
      *    date (operator id required), so a feed without a HDR
      *    record can never be approved.

           IF NOT WS-HEADER-SEEN THEN

               EXIT PARAGRAPH

           END-IF

           MOVE "N" TO WS-LIM-EOF-SW

           OPEN INPUT LIMIT-APPROVAL

           PERFORM UNTIL WS-LIM-EOF-YES OR WS-LIM-APPROVED

               READ LIMIT-APPROVAL
                   AT END
                       SET WS-LIM-EOF-YES TO TRUE
                   NOT AT END

                       IF APR-RECORD (1:1) NOT = "*"
                       AND APR-FEED-ID = WS-FEED-ID
                       AND APR-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND APR-OPERATOR-ID NOT = SPACES
                       THEN
                           SET WS-LIM-APPROVED TO TRUE
                           MOVE APR-OPERATOR-ID TO WS-APR-OPERATOR-ID
                           MOVE APR-REASON TO WS-APR-REASON
                       END-IF

               END-READ

           END-PERFORM

           CLOSE LIMIT-APPROVAL.

       OPEN-LIMITS-PAR.

      *    Limits apply as of the feed's business date, or today for
      *    a feed without a usable HDR date. No limits file means no
      *    limits; one that cannot be opened is reported and the
      *    check skipped, as with the run register.

           OPEN INPUT LIMITS-FILE

           EVALUATE WS-LIM-STATUS

               WHEN "00"

                   SET WS-LIM-OPEN TO TRUE

               WHEN "05"

                   CLOSE LIMITS-FILE
                   EXIT PARAGRAPH

               WHEN OTHER

                   DISPLAY "BATCHVAL: LIMITS FILE UNAVAILABLE, STATUS "
                       WS-LIM-STATUS " - LIMIT CHECK SKIPPED"
                   EXIT PARAGRAPH

           END-EVALUATE

           IF WS-BUSINESS-DATE NUMERIC THEN
               MOVE WS-BUSINESS-DATE TO WS-LIM-AS-OF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LIM-AS-OF-DATE
           END-IF.

       REBUILD-LIMITS-PAR.

      *    Restart or resubmission only: the single-item lines for
      *    these records are already on the trimmed report
      *    (WS-LIM-LINE-COUNT came back from the checkpoint) or on
      *    the original run's, so only the totals are rebuilt.

           SET WS-LIM-REBUILD TO TRUE
           MOVE "N" TO WS-LIM-EOF-SW

           OPEN INPUT ACCEPTED-FILE

           PERFORM UNTIL WS-LIM-EOF-YES

               READ ACCEPTED-FILE
                   AT END
                       SET WS-LIM-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM CHECK-ITEM-LIMITS-PAR
               END-READ

           END-PERFORM

           CLOSE ACCEPTED-FILE

           MOVE "N" TO WS-LIM-REBUILD-SW.

       SEED-LIMITS-PAR.

      *    A resubmission's repaired items are released for the same
      *    business date as the original run's accepted records, so
      *    those count toward each code's daily total and item count
      *    first, rebuilt from the original accepted file the way a
      *    restart rebuilds its own. A restarted resubmission under
      *    the fixed names has already replaced that file, and its
      *    daily limits then cover the resubmission alone.

           IF NOT WS-RESUBMIT-RUN THEN

               EXIT PARAGRAPH

           END-IF

           IF WS-RESTART-RUN
           AND WS-ORIG-ACC-FILE-NAME = WS-ACC-FILE-NAME
           THEN

               DISPLAY "BATCHVAL: ORIGINAL ACCEPTED FILE ALREADY "
                   "REPLACED - DAILY LIMITS COVER THE RESUBMISSION ONLY"
               EXIT PARAGRAPH

           END-IF

           MOVE WS-ACC-FILE-NAME      TO WS-HOLD-ACC-FILE-NAME
           MOVE WS-ORIG-ACC-FILE-NAME TO WS-ACC-FILE-NAME

           PERFORM REBUILD-LIMITS-PAR

           MOVE WS-HOLD-ACC-FILE-NAME TO WS-ACC-FILE-NAME.

       CHECK-ITEM-LIMITS-PAR.

      *    ACC-RECORD is the record just accepted (WS-DUP-REC-NUM its
      *    number in the feed) or, on a restart, one re-read from the
      *    accepted file. Its type is matched again from the image: a
      *    member of a flushed group is not the record in IN-RECORD,
      *    and WS-TYPE-SUB already belongs to the next record.

           MOVE 0 TO WS-LIM-TYPE-SUB

           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > WS-TYPE-COUNT
               OR WS-LIM-TYPE-SUB > 0

               IF WS-TYP-DISC-LENGTH (WS-LIM-SUB) = 0 THEN

                   MOVE WS-LIM-SUB TO WS-LIM-TYPE-SUB

               ELSE

                   IF ACC-RECORD (WS-TYP-DISC-START (WS-LIM-SUB) :
                       WS-TYP-DISC-LENGTH (WS-LIM-SUB))
                       = WS-TYP-DISC-VALUE (WS-LIM-SUB)
                         (1 : WS-TYP-DISC-LENGTH (WS-LIM-SUB))
                   THEN
                       MOVE WS-LIM-SUB TO WS-LIM-TYPE-SUB
                   END-IF

               END-IF

           END-PERFORM

           IF WS-LIM-TYPE-SUB = 0 THEN

               EXIT PARAGRAPH

           END-IF

      *    The item's amount is its hash amount: the absolute value
      *    of its first hash field, as the suspense file keeps it.

           MOVE 0 TO WS-LIM-AMOUNT
           MOVE "N" TO WS-LIM-AMOUNT-SW

           PERFORM VARYING WS-LIM-FIELD-SUB FROM 1 BY 1
               UNTIL WS-LIM-FIELD-SUB >
                   WS-TYP-FIELD-COUNT (WS-LIM-TYPE-SUB)
               OR WS-LIM-AMOUNT-KNOWN

               IF WS-FLD-HASH (WS-LIM-TYPE-SUB WS-LIM-FIELD-SUB) = "Y"
               THEN
                   PERFORM LIMIT-AMOUNT-PAR
               END-IF

           END-PERFORM

           PERFORM VARYING WS-LIM-FIELD-SUB FROM 1 BY 1
               UNTIL WS-LIM-FIELD-SUB >
                   WS-TYP-FIELD-COUNT (WS-LIM-TYPE-SUB)

               IF WS-FLD-CHECK (WS-LIM-TYPE-SUB WS-LIM-FIELD-SUB)
                   = "VLU "
               AND WS-FLD-CODE-SET (WS-LIM-TYPE-SUB WS-LIM-FIELD-SUB)
                   NOT = SPACES
               THEN
                   PERFORM CHECK-CODE-LIMIT-PAR
               END-IF

           END-PERFORM.

       LIMIT-AMOUNT-PAR.

           MOVE SPACES TO WS-LIM-FIELD-VALUE
           MOVE ACC-RECORD
               (WS-FLD-START (WS-LIM-TYPE-SUB WS-LIM-FIELD-SUB) :
               WS-FLD-LENGTH (WS-LIM-TYPE-SUB WS-LIM-FIELD-SUB))
               TO WS-LIM-FIELD-VALUE

           MOVE WS-FLD-SIGN-MODE (WS-LIM-TYPE-SUB WS-LIM-FIELD-SUB)
               TO WS-LIM-SIGN-MODE

           IF WS-LIM-SIGN-MODE = SPACE THEN
               MOVE WS-DEFAULT-SIGN-MODE TO WS-LIM-SIGN-MODE
           END-IF

           MOVE WS-FLD-LOCALE (WS-LIM-TYPE-SUB WS-LIM-FIELD-SUB)
               TO WS-LIM-LOCALE

           IF WS-LIM-LOCALE = SPACES THEN
               MOVE WS-DEFAULT-LOCALE TO WS-LIM-LOCALE
           END-IF

           COMPUTE WS-LIM-AMOUNT =
               ABS (CONVERT-NUM-DEC-POINT (WS-LIM-FIELD-VALUE,
               WS-LIM-SIGN-MODE, WS-LIM-LOCALE))
           SET WS-LIM-AMOUNT-KNOWN TO TRUE.

       CHECK-CODE-LIMIT-PAR.

      *    The code is looked up the way VERIFY-CODE-EXISTS looks it
      *    up (value trimmed), in the table first and then in the
      *    limits file; a code with no limit in force on the as-of
      *    date is read again on its next item, which keeps the table
      *    for the codes that matter.

           MOVE WS-FLD-CODE-SET (WS-LIM-TYPE-SUB WS-LIM-FIELD-SUB)
               TO WS-LIM-SET-ID
           MOVE TRIM (ACC-RECORD
               (WS-FLD-START (WS-LIM-TYPE-SUB WS-LIM-FIELD-SUB) :
               WS-FLD-LENGTH (WS-LIM-TYPE-SUB WS-LIM-FIELD-SUB)))
               TO WS-LIM-VALUE

           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > WS-LIM-COUNT
               OR (WS-LMT-SET-ID (WS-LIM-SUB) = WS-LIM-SET-ID
                   AND WS-LMT-VALUE (WS-LIM-SUB) = WS-LIM-VALUE)

               CONTINUE

           END-PERFORM

           IF WS-LIM-SUB > WS-LIM-COUNT THEN

               MOVE WS-LIM-SET-ID TO LIM-SET-ID
               MOVE WS-LIM-VALUE  TO LIM-CODE-VALUE

               READ LIMITS-FILE

               IF WS-LIM-STATUS NOT = "00"
               OR (LIM-EFF-FROM NOT = SPACES
                   AND LIM-EFF-FROM > WS-LIM-AS-OF-DATE)
               OR (LIM-EFF-TO NOT = SPACES
                   AND LIM-EFF-TO < WS-LIM-AS-OF-DATE)
               OR (LIM-MAX-ITEM-AMOUNT = 0
                   AND LIM-MAX-DAILY-TOTAL = 0
                   AND LIM-MAX-ITEM-COUNT = 0)
               THEN

                   EXIT PARAGRAPH

               END-IF

               MOVE LIM-MAX-ITEM-AMOUNT TO WS-LIM-MAX-ITEM

               IF WS-LIM-COUNT < 500 THEN

                   ADD 1 TO WS-LIM-COUNT
                   MOVE WS-LIM-COUNT TO WS-LIM-SUB
                   MOVE WS-LIM-SET-ID TO WS-LMT-SET-ID (WS-LIM-SUB)
                   MOVE WS-LIM-VALUE  TO WS-LMT-VALUE (WS-LIM-SUB)
                   MOVE LIM-MAX-ITEM-AMOUNT
                       TO WS-LMT-MAX-ITEM (WS-LIM-SUB)
                   MOVE LIM-MAX-DAILY-TOTAL
                       TO WS-LMT-MAX-TOTAL (WS-LIM-SUB)
                   MOVE LIM-MAX-ITEM-COUNT
                       TO WS-LMT-MAX-COUNT (WS-LIM-SUB)
                   MOVE 0 TO WS-LMT-TOTAL (WS-LIM-SUB)
                   MOVE 0 TO WS-LMT-ITEMS (WS-LIM-SUB)

               ELSE

                   SET WS-LIM-TABLE-FULL TO TRUE
                   MOVE 0 TO WS-LIM-SUB

               END-IF

           ELSE

               MOVE WS-LMT-MAX-ITEM (WS-LIM-SUB) TO WS-LIM-MAX-ITEM

           END-IF

           IF WS-LIM-SUB > 0 THEN

               ADD 1 TO WS-LMT-ITEMS (WS-LIM-SUB)
               ADD WS-LIM-AMOUNT TO WS-LMT-TOTAL (WS-LIM-SUB)

           END-IF

           IF WS-LIM-MAX-ITEM = 0
           OR WS-LIM-AMOUNT NOT > WS-LIM-MAX-ITEM
           OR WS-LIM-REBUILD
           THEN

               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-LIM-LINE-COUNT
           COMPUTE WS-LIM-EXCESS = WS-LIM-AMOUNT - WS-LIM-MAX-ITEM
           MOVE WS-LIM-AMOUNT   TO WS-LIM-EDIT-1
           MOVE WS-LIM-MAX-ITEM TO WS-LIM-EDIT-2
           MOVE WS-LIM-EXCESS   TO WS-LIM-EDIT-3
           MOVE SPACES TO EXC-RECORD
           STRING "*** LIMIT: RECORD " WS-DUP-REC-NUM " "
               TRIM (WS-LIM-SET-ID) " " TRIM (WS-LIM-VALUE)
               " ITEM " TRIM (WS-LIM-EDIT-1)
               " OVER LIMIT " TRIM (WS-LIM-EDIT-2)
               " BY " TRIM (WS-LIM-EDIT-3)
               DELIMITED BY SIZE INTO EXC-RECORD
           WRITE EXC-RECORD.

       WRITE-STATS-PAR.

      *    A resubmission is a repaired subset of a feed already
      *    counted, not a run of the feed: it would skew the VOLPCT
      *    trailing average.

           IF NOT WS-HEADER-SEEN OR WS-RESUBMIT-RUN THEN

               EXIT PARAGRAPH

           END-IF

           OPEN EXTEND STATS-HISTORY

           MOVE SPACES TO STA-RECORD
           MOVE WS-FEED-ID          TO STA-FEED-ID
           MOVE WS-BUSINESS-DATE    TO STA-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO STA-RUN-TIMESTAMP
           MOVE WS-RECORD-COUNT     TO STA-RECORDS-READ
           MOVE WS-ACCEPTED-COUNT   TO STA-ACCEPTED-COUNT
           MOVE WS-REJECTED-COUNT   TO STA-REJECTED-COUNT
           MOVE WS-EXC-RATE         TO STA-EXCEPTION-RATE
           COMPUTE STA-HASH-TOTAL = ABS (WS-HASH-TOTAL)
           MOVE WS-RETURN-CODE      TO STA-RETURN-CODE
           WRITE STA-RECORD

           CLOSE STATS-HISTORY.

       WRITE-REGISTER-PAR.

      *    One record per feed id + business date: a rerun of a feed
      *    that did not complete cleanly (or a FORCE=Y reprocess)
      *    overwrites the earlier attempt's record, including any
      *    balancing totals and posting confirmation recorded for it.
      *    A RESUBMIT run only validated the repaired subset of a
      *    feed already released, so the release's figures and return
      *    code stand - a failed resubmission must not lift the
      *    duplicate guard or show a posted feed as unreleased - and
      *    the run is recorded in the resubmission group alone.

           IF NOT WS-HEADER-SEEN OR NOT WS-REG-OPEN THEN

               IF WS-REG-OPEN THEN
                   CLOSE FEED-REGISTER
               END-IF
               EXIT PARAGRAPH

           END-IF

           MOVE WS-FEED-ID          TO REG-FEED-ID
           MOVE WS-BUSINESS-DATE    TO REG-BUSINESS-DATE

           IF WS-RESUBMIT-RUN THEN

               READ FEED-REGISTER

               IF WS-REG-STATUS = "00" THEN

                   PERFORM SET-RESUBMISSION-PAR

                   REWRITE REG-RECORD
                       INVALID KEY
                           DISPLAY "BATCHVAL: REGISTER REWRITE FAILED, "
                               "STATUS " WS-REG-STATUS
                   END-REWRITE

                   CLOSE FEED-REGISTER
                   EXIT PARAGRAPH

               END-IF

               MOVE WS-FEED-ID       TO REG-FEED-ID
               MOVE WS-BUSINESS-DATE TO REG-BUSINESS-DATE

           END-IF

           INITIALIZE REG-SUMMARY REG-CONFIRMATION REG-RESUBMISSION

           MOVE FUNCTION CURRENT-DATE TO REG-RUN-TIMESTAMP
           MOVE WS-RECORD-COUNT     TO REG-RECORDS-READ
           MOVE WS-ACCEPTED-COUNT   TO REG-ACCEPTED-COUNT
           MOVE WS-REJECTED-COUNT   TO REG-REJECTED-COUNT
           MOVE WS-EXCEPTION-COUNT  TO REG-EXCEPTION-COUNT
           COMPUTE REG-HASH-TOTAL = ABS (WS-HASH-TOTAL)
           MOVE WS-RETURN-CODE      TO REG-RETURN-CODE

           IF WS-RESUBMIT-RUN THEN
               PERFORM SET-RESUBMISSION-PAR
           END-IF

           WRITE REG-RECORD
               INVALID KEY
                   REWRITE REG-RECORD
                       INVALID KEY
                           DISPLAY "BATCHVAL: REGISTER WRITE FAILED, "
                               "STATUS " WS-REG-STATUS
                   END-REWRITE
           END-WRITE

           CLOSE FEED-REGISTER.

       SET-RESUBMISSION-PAR.

      *    This resubmission replaces any earlier one: its output has
      *    been neither balanced nor posted yet.

           INITIALIZE REG-RESUBMISSION

           MOVE FUNCTION CURRENT-DATE (1:14) TO REG-RSB-RUN-TIMESTAMP
           MOVE WS-RECORD-COUNT     TO REG-RSB-RECORDS-READ
           MOVE WS-ACCEPTED-COUNT   TO REG-RSB-ACCEPTED-COUNT
           MOVE WS-REJECTED-COUNT   TO REG-RSB-REJECTED-COUNT
           COMPUTE REG-RSB-HASH-TOTAL = ABS (WS-HASH-TOTAL)
           MOVE WS-RETURN-CODE      TO REG-RSB-RETURN-CODE.

       TRAILER-RECORD-PAR.

           PERFORM FLUSH-GROUP-PAR

           IF WS-TRAILER-SEEN THEN

               PERFORM FILE-SUSPECT-PAR
               MOVE "*** FILE SUSPECT: MORE THAN ONE TRAILER"
                   TO EXC-RECORD
               WRITE EXC-RECORD
               EXIT PARAGRAPH

           END-IF

           SET WS-TRAILER-SEEN TO TRUE

           IF IN-RECORD (4:9) NOT NUMERIC
           OR IN-RECORD (13:15) NOT NUMERIC
           THEN

               SET WS-TRAILER-BAD TO TRUE
               PERFORM FILE-SUSPECT-PAR
               MOVE "*** FILE SUSPECT: TRAILER UNREADABLE"
                   TO EXC-RECORD
               WRITE EXC-RECORD
               EXIT PARAGRAPH

           END-IF

           MOVE IN-RECORD (4:9)   TO WS-TRL-DETAIL-COUNT
           MOVE IN-RECORD (13:15) TO WS-TRL-HASH-X.

       RECONCILE-TRAILER-PAR.

      *    A group still open here means the file ended without a
      *    trailer right after it; close it out so its records are
      *    routed before the suspect checks run.

           PERFORM FLUSH-GROUP-PAR

           IF NOT WS-TRAILER-SEEN THEN

               PERFORM FILE-SUSPECT-PAR
               MOVE "*** FILE SUSPECT: TRAILER MISSING"
                   TO EXC-RECORD
               WRITE EXC-RECORD
               EXIT PARAGRAPH

           END-IF

           IF WS-TRAILER-BAD THEN

      *        Trailer was present but unreadable; the mismatch
      *        checks below would only repeat the message.

               EXIT PARAGRAPH

           END-IF

           IF WS-TRL-DETAIL-COUNT NOT = WS-RECORD-COUNT THEN

               PERFORM FILE-SUSPECT-PAR
               MOVE SPACES TO EXC-RECORD
               STRING "*** FILE SUSPECT: RECORD COUNT MISMATCH - "
                   "TRAILER " WS-TRL-DETAIL-COUNT
                   " COUNTED " WS-RECORD-COUNT
                   DELIMITED BY SIZE INTO EXC-RECORD
               WRITE EXC-RECORD

           END-IF

           IF WS-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL THEN

               PERFORM FILE-SUSPECT-PAR
               MOVE WS-HASH-TOTAL TO WS-HASH-DISPLAY
               MOVE WS-TRL-HASH-TOTAL TO WS-TRL-HASH-DISPLAY
               MOVE SPACES TO EXC-RECORD
               STRING "*** FILE SUSPECT: HASH TOTAL MISMATCH - "
                   "TRAILER " WS-TRL-HASH-DISPLAY
                   " ACCUMULATED " WS-HASH-DISPLAY
                   DELIMITED BY SIZE INTO EXC-RECORD
               WRITE EXC-RECORD

           END-IF.

       FILE-SUSPECT-PAR.

           SET WS-FILE-SUSPECT TO TRUE
           DISPLAY "BATCHVAL: FILE SUSPECT - SEE "
               TRIM (WS-EXC-FILE-NAME).

       READ-CHECKPOINT-PAR.

           OPEN INPUT CHECKPOINT-FILE

           READ CHECKPOINT-FILE
               AT END
                   SET WS-CKP-EOF-YES TO TRUE
           END-READ

           IF NOT WS-CKP-EOF-YES
           AND CKP-STATUS = "A"
           AND CKP-RECORD-COUNT NUMERIC
           AND CKP-RECORD-COUNT > 0
           THEN

               SET WS-RESTART-RUN TO TRUE
               MOVE CKP-RECORD-COUNT TO WS-RECORD-COUNT
                   WS-SKIP-TARGET
               MOVE CKP-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
               IF CKP-ACCEPTED-COUNT NUMERIC THEN
                   MOVE CKP-ACCEPTED-COUNT TO WS-ACCEPTED-COUNT
               END-IF
               IF CKP-REJECTED-COUNT NUMERIC THEN
                   MOVE CKP-REJECTED-COUNT TO WS-REJECTED-COUNT
               END-IF
               IF CKP-HASH-TOTAL NUMERIC THEN
                   MOVE CKP-HASH-TOTAL TO WS-HASH-TOTAL
               END-IF
               IF CKP-RUN-ID NOT = SPACES THEN
                   MOVE CKP-RUN-ID TO WS-RUN-ID
               END-IF
               IF CKP-LIMIT-COUNT NUMERIC THEN
                   MOVE CKP-LIMIT-COUNT TO WS-LIM-LINE-COUNT
               END-IF
               IF CKP-SUS-KEPT-COUNT NUMERIC THEN
                   MOVE CKP-SUS-KEPT-COUNT TO WS-SUS-KEPT-COUNT
               END-IF
               DISPLAY "BATCHVAL: RESTARTING AFTER RECORD "
                   CKP-RECORD-COUNT

           ELSE

               DISPLAY "BATCHVAL: NO USABLE CHECKPOINT, RUNNING "
                   "FROM RECORD 1"

           END-IF

           CLOSE CHECKPOINT-FILE.

       WRITE-CHECKPOINT-PAR.

      *    The checkpoint is rewritten in place (OPEN OUTPUT
      *    truncates) so BATCHCKP.DAT always holds exactly one
      *    record: the last committed position.

           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-CKP-STATUS TO CKP-STATUS
           MOVE WS-RECORD-COUNT TO CKP-RECORD-COUNT
           MOVE WS-EXCEPTION-COUNT TO CKP-EXCEPTION-COUNT
           MOVE WS-ACCEPTED-COUNT TO CKP-ACCEPTED-COUNT
           MOVE WS-REJECTED-COUNT TO CKP-REJECTED-COUNT
           MOVE WS-HASH-TOTAL TO CKP-HASH-TOTAL
           MOVE WS-RUN-ID TO CKP-RUN-ID
           MOVE WS-LIM-LINE-COUNT TO CKP-LIMIT-COUNT
           MOVE WS-SUS-KEPT-COUNT TO CKP-SUS-KEPT-COUNT
           WRITE CKP-RECORD
           CLOSE CHECKPOINT-FILE.

       TRIM-OUTPUT-FILES-PAR.

      *    Records processed after the last checkpoint but before
      *    the abend are already in the output files, and the
      *    restarted run will process them again. Trim each file
      *    back to its checkpointed count first (the exception
      *    report keeps its heading line as well) so the re-run
      *    tail does not append duplicates - a duplicate in
      *    BATCHACC.DAT would double-post downstream. ICAUDIT.LOG
      *    is shared with every other caller of the library and is
      *    appended inside the verify functions, so its rows for
      *    that same tail cannot be trimmed here: after a restart
      *    the audit log can carry those rows twice.

      *    Single-item limit lines are on the report as well, but
      *    are not exceptions.

           MOVE WS-EXC-FILE-NAME TO WS-TRIM-FILE-NAME
           COMPUTE WS-TRIM-KEEP-COUNT =
               WS-EXCEPTION-COUNT + WS-LIM-LINE-COUNT + 1
           PERFORM TRIM-ONE-FILE-PAR

           MOVE WS-ACC-FILE-NAME TO WS-TRIM-FILE-NAME
           MOVE WS-ACCEPTED-COUNT TO WS-TRIM-KEEP-COUNT
           PERFORM TRIM-ONE-FILE-PAR

           MOVE WS-REJ-FILE-NAME TO WS-TRIM-FILE-NAME
           MOVE WS-REJECTED-COUNT TO WS-TRIM-KEEP-COUNT
           PERFORM TRIM-ONE-FILE-PAR

      *    The return file holds its header line plus one line per
      *    reject.

           MOVE WS-RET-FILE-NAME TO WS-TRIM-FILE-NAME
           COMPUTE WS-TRIM-KEEP-COUNT = WS-REJECTED-COUNT + 1
           PERFORM TRIM-ONE-FILE-PAR.

       TRIM-ONE-FILE-PAR.

      *    Sequential files cannot be truncated in place: copy the
      *    first WS-TRIM-KEEP-COUNT records out to a work file,
      *    then copy them back over the original.

           MOVE "N" TO WS-TRIM-EOF-SW
           MOVE 0 TO WS-TRIM-COPY-COUNT

           OPEN INPUT  TRIM-FILE
           OPEN OUTPUT TRIM-WORK-FILE

           PERFORM UNTIL WS-TRIM-EOF-YES
               OR WS-TRIM-COPY-COUNT = WS-TRIM-KEEP-COUNT

               READ TRIM-FILE
                   AT END
                       SET WS-TRIM-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRIM-COPY-COUNT
                       MOVE TRIM-RECORD TO TRIM-WORK-RECORD
                       WRITE TRIM-WORK-RECORD
               END-READ

           END-PERFORM

           CLOSE TRIM-FILE
           CLOSE TRIM-WORK-FILE

           MOVE "N" TO WS-TRIM-EOF-SW

           OPEN INPUT  TRIM-WORK-FILE
           OPEN OUTPUT TRIM-FILE

           PERFORM UNTIL WS-TRIM-EOF-YES

               READ TRIM-WORK-FILE
                   AT END
                       SET WS-TRIM-EOF-YES TO TRUE
                   NOT AT END
                       MOVE TRIM-WORK-RECORD TO TRIM-RECORD
                       WRITE TRIM-RECORD
               END-READ

           END-PERFORM

           CLOSE TRIM-FILE
           CLOSE TRIM-WORK-FILE.

       SKIP-PROCESSED-PAR.

           PERFORM UNTIL WS-SKIP-COUNT = WS-SKIP-TARGET
               OR WS-EOF-YES

               READ INPUT-FEED-FILE
                   AT END
                       SET WS-EOF-YES TO TRUE
                   NOT AT END

      *                Control records are not detail records, so
      *                they do not count toward the checkpointed
      *                position; the header is still captured so a
      *                restarted run reports the same feed id.

                       EVALUATE TRUE
                           WHEN IN-RECORD (1:3) = "HDR"
                               PERFORM HEADER-RECORD-PAR
                           WHEN IN-RECORD (1:3) = "TRL"
                               PERFORM TRAILER-RECORD-PAR
                           WHEN OTHER
                               ADD 1 TO WS-SKIP-COUNT
                       END-EVALUATE

               END-READ

           END-PERFORM.

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

               DISPLAY "BATCHVAL: NO FIELD DEFINITIONS IN "
                   TRIM (WS-FLD-FILE-NAME)
               STOP RUN RETURNING 16

           END-IF

           PERFORM EDIT-TYPES-PAR
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.

       LOAD-ONE-DEF-PAR.

           IF FLD-DEF-RECORD (1:1) = "*" OR FLD-DEF-RECORD = SPACES
           THEN

               EXIT PARAGRAPH

           END-IF

           IF FLD-DEF-RECORD (1:8) = "RECTYPE " THEN

               PERFORM LOAD-ONE-TYPE-PAR
               EXIT PARAGRAPH

           END-IF

      *    Field entries before any RECTYPE line form the implicit
      *    catch-all default type, preserving single-layout control
      *    files unchanged.

           IF WS-TYPE-COUNT = 0 THEN

               MOVE 1 TO WS-TYPE-COUNT
               MOVE "DEFAULT" TO WS-TYP-NAME (1)

           END-IF

           IF WS-TYP-FIELD-COUNT (WS-TYPE-COUNT) = 20 THEN

               DISPLAY "BATCHVAL: MORE THAN 20 FIELD DEFINITIONS "
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
           MOVE FLD-DEF-HASH
               TO WS-FLD-HASH (WS-TYPE-COUNT WS-FIELD-SUB)
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
           MOVE FLD-DEF-DUP-KEY
               TO WS-FLD-DUP-KEY (WS-TYPE-COUNT WS-FIELD-SUB)

           IF FLD-DEF-DUP-KEY = "Y" THEN
               SET WS-DUP-KEY-USED TO TRUE
           END-IF

           IF FLD-DEF-SENDER-REF = "Y" THEN

               IF WS-TYP-REF-IX (WS-TYPE-COUNT) > 0 THEN

                   DISPLAY "BATCHVAL: MORE THAN ONE SENDER REFERENCE "
                       "FOR TYPE " WS-TYP-NAME (WS-TYPE-COUNT)
                   STOP RUN RETURNING 16

               END-IF

               MOVE WS-FIELD-SUB TO WS-TYP-REF-IX (WS-TYPE-COUNT)

           END-IF.

       LOAD-ONE-TYPE-PAR.

      *    A RECTYPE line after default-type field entries would never
      *    match (types are tried in file order and the default type
      *    matches everything), so it is a control-file error rather
      *    than a silently dead definition.

           IF WS-TYPE-COUNT > 0 AND WS-TYP-DISC-LENGTH (1) = 0 THEN

               DISPLAY "BATCHVAL: RECTYPE AFTER DEFAULT FIELD ENTRIES"
               STOP RUN RETURNING 16

           END-IF

           IF WS-TYPE-COUNT = 5 THEN

               DISPLAY "BATCHVAL: MORE THAN 5 RECORD TYPES"
               STOP RUN RETURNING 16

           END-IF

           IF FLD-DEF-RECORD (17:4) NOT NUMERIC
           OR FLD-DEF-RECORD (21:4) NOT NUMERIC
           THEN

               DISPLAY "BATCHVAL: BAD DISCRIMINATOR IN RECTYPE "
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
           MOVE FLD-DEF-RECORD (46:14)
               TO WS-TYP-COUNT-FIELD (WS-TYPE-COUNT)

           IF WS-TYP-DISC-LENGTH (WS-TYPE-COUNT) = 0
           OR WS-TYP-DISC-LENGTH (WS-TYPE-COUNT) > 20
           OR WS-TYP-DISC-START (WS-TYPE-COUNT) = 0
           OR WS-TYP-DISC-START (WS-TYPE-COUNT)
               + WS-TYP-DISC-LENGTH (WS-TYPE-COUNT) - 1 > 256
           THEN

               DISPLAY "BATCHVAL: BAD DISCRIMINATOR IN RECTYPE "
                   WS-TYP-NAME (WS-TYPE-COUNT)
               STOP RUN RETURNING 16

           END-IF

           IF WS-TYP-KIND (WS-TYPE-COUNT) NOT = "P"
           AND WS-TYP-KIND (WS-TYPE-COUNT) NOT = "A"
           AND WS-TYP-KIND (WS-TYPE-COUNT) NOT = SPACE
           THEN

               DISPLAY "BATCHVAL: BAD KIND IN RECTYPE "
                   WS-TYP-NAME (WS-TYPE-COUNT)
               STOP RUN RETURNING 16

           END-IF.

       EDIT-TYPES-PAR.

      *    A parent's addenda-count field must name one of its own
      *    fields, or the claim check could never run.

           IF WS-TYP-PARENT (WS-TYPE-SUB)
           AND WS-TYP-COUNT-FIELD (WS-TYPE-SUB) NOT = SPACES
           THEN

               PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                   UNTIL WS-FIELD-SUB > WS-TYP-FIELD-COUNT (WS-TYPE-SUB)
                   OR WS-FLD-NAME (WS-TYPE-SUB WS-FIELD-SUB)
                       = WS-TYP-COUNT-FIELD (WS-TYPE-SUB)

                   CONTINUE

               END-PERFORM

               IF WS-FIELD-SUB > WS-TYP-FIELD-COUNT (WS-TYPE-SUB) THEN

                   DISPLAY "BATCHVAL: COUNT FIELD "
                       WS-TYP-COUNT-FIELD (WS-TYPE-SUB)
                       " NOT DEFINED FOR TYPE "
                       WS-TYP-NAME (WS-TYPE-SUB)
                   STOP RUN RETURNING 16

               END-IF

           END-IF

           PERFORM SIZE-DUP-KEY-PAR.

       SIZE-DUP-KEY-PAR.

      *    The duplicate key is the flagged fields end to end in
      *    normalized form (see ADD-KEY-FIELD-PAR for the widths); a
      *    type whose key would not fit TXH-DUP-KEY is a control-file
      *    error, not a key silently cut short.

           MOVE 0 TO WS-TYP-KEY-LENGTH (WS-TYPE-SUB)

           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > WS-TYP-FIELD-COUNT (WS-TYPE-SUB)

               IF WS-FLD-DUP-KEY (WS-TYPE-SUB WS-FIELD-SUB) = "Y" THEN

                   EVALUATE TRUE

                       WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB)
                           = "VIA "
                       WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB)
                           = "VDA "
                       WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB)
                           = "VNP "
                       WHEN WS-FLD-HASH (WS-TYPE-SUB WS-FIELD-SUB)
                           = "Y"

                           ADD 19 TO WS-TYP-KEY-LENGTH (WS-TYPE-SUB)

                       WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB)
                           = "VDT "
                       WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB)
                           = "VBD "

                           ADD 8 TO WS-TYP-KEY-LENGTH (WS-TYPE-SUB)

                       WHEN OTHER

                           ADD WS-FLD-LENGTH (WS-TYPE-SUB WS-FIELD-SUB)
                               TO WS-TYP-KEY-LENGTH (WS-TYPE-SUB)

                   END-EVALUATE

               END-IF

           END-PERFORM

           IF WS-TYP-KEY-LENGTH (WS-TYPE-SUB) > LENGTH OF TXH-DUP-KEY
           THEN

               DISPLAY "BATCHVAL: DUPLICATE KEY LONGER THAN "
                   LENGTH OF TXH-DUP-KEY " BYTES FOR TYPE "
                   WS-TYP-NAME (WS-TYPE-SUB)
               STOP RUN RETURNING 16

           END-IF.

       EDIT-ONE-DEF-PAR.

           IF FLD-DEF-START NOT NUMERIC
           OR FLD-DEF-LENGTH NOT NUMERIC
           OR FLD-DEF-START = 0
           OR FLD-DEF-LENGTH = 0
           OR FLD-DEF-LENGTH > 40
           OR FLD-DEF-START + FLD-DEF-LENGTH - 1 > 256
           THEN

               DISPLAY "BATCHVAL: BAD POSITION/LENGTH IN DEFINITION "
                   FLD-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF FLD-DEF-CHECK = "VNP "
           AND (FLD-DEF-MAX-INT NOT NUMERIC
                OR FLD-DEF-MAX-DEC NOT NUMERIC)
           THEN

               DISPLAY "BATCHVAL: BAD DIGIT LIMITS IN DEFINITION "
                   FLD-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF FLD-DEF-CHECK = "VCD "
           AND FLD-DEF-SCHEME NOT = "L"
           AND FLD-DEF-SCHEME NOT = "M"
           THEN

               DISPLAY "BATCHVAL: BAD CHECK-DIGIT SCHEME IN "
                   "DEFINITION " FLD-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF FLD-DEF-CHECK = "VLU " AND FLD-DEF-CODE-SET = SPACES
           THEN

               DISPLAY "BATCHVAL: MISSING CODE SET IN DEFINITION "
                   FLD-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF FLD-DEF-DUP-KEY NOT = "Y" AND FLD-DEF-DUP-KEY NOT = SPACE
           THEN

               DISPLAY "BATCHVAL: BAD DUPLICATE-KEY FLAG IN DEFINITION "
                   FLD-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF FLD-DEF-SENDER-REF NOT = "Y"
           AND FLD-DEF-SENDER-REF NOT = SPACE
           THEN

               DISPLAY "BATCHVAL: BAD SENDER-REFERENCE FLAG IN "
                   "DEFINITION " FLD-DEF-NAME
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

                   DISPLAY "BATCHVAL: UNKNOWN CHECK CODE "
                       FLD-DEF-CHECK " IN DEFINITION " FLD-DEF-NAME
                   STOP RUN RETURNING 16

           END-EVALUATE.

       READ-FIRST-RECORD-PAR.

      *    A leading HDR record is handled here, which runs the
      *    register check while the output files are still closed; a
      *    refusal therefore stops the run with the prior outputs
      *    untouched. A feed that opens with anything else holds that
      *    record pending for the main line to route once the output
      *    files exist.

           READ INPUT-FEED-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
               NOT AT END

                   IF IN-RECORD (1:3) = "HDR" THEN
                       PERFORM HEADER-RECORD-PAR
                   ELSE
                       SET WS-FIRST-PENDING TO TRUE
                   END-IF

           END-READ.

       OPEN-FILES-PAR.

           IF WS-RESTART-RUN THEN

               PERFORM TRIM-OUTPUT-FILES-PAR

      *        The limit totals of the records accepted before the
      *        checkpoint are rebuilt from the trimmed accepted file
      *        before it is reopened for the tail.

               PERFORM OPEN-LIMITS-PAR

               IF WS-LIM-OPEN THEN
                   PERFORM SEED-LIMITS-PAR
                   PERFORM REBUILD-LIMITS-PAR
               END-IF

               OPEN EXTEND EXCEPTION-REPORT
               OPEN EXTEND ACCEPTED-FILE
               OPEN EXTEND REJECTED-FILE
               OPEN EXTEND RETURN-FILE

           ELSE

      *        Limits are opened (and a resubmission's totals seeded)
      *        before the accepted file is replaced: with the fixed
      *        names the original run's accepted file is the one
      *        about to be overwritten.

               PERFORM OPEN-LIMITS-PAR

               IF WS-LIM-OPEN THEN
                   PERFORM SEED-LIMITS-PAR
               END-IF

               OPEN OUTPUT EXCEPTION-REPORT
               OPEN OUTPUT ACCEPTED-FILE
               OPEN OUTPUT REJECTED-FILE
               OPEN OUTPUT RETURN-FILE

           END-IF

           SET WS-OUTPUTS-OPEN TO TRUE

           PERFORM OPEN-HISTORY-PAR

           PERFORM OPEN-SUSPENSE-PAR.

       OPEN-HISTORY-PAR.

      *    Only feeds whose control file flags duplicate-key fields
      *    touch the history. OPTIONAL + OPEN I-O creates it on first
      *    use; like the run register, a history that cannot be
      *    opened is reported and the check skipped rather than
      *    failing the run.

           IF NOT WS-DUP-KEY-USED THEN

               EXIT PARAGRAPH

           END-IF

           OPEN I-O TXN-HISTORY

           IF WS-TXH-STATUS NOT = "00" AND WS-TXH-STATUS NOT = "05"
           THEN

               DISPLAY "BATCHVAL: TRANSACTION HISTORY UNAVAILABLE, "
                   "STATUS " WS-TXH-STATUS " - DUPLICATE CHECK SKIPPED"
               EXIT PARAGRAPH

           END-IF

           SET WS-TXH-OPEN TO TRUE

      *    The window runs back from the feed's own business date, so
      *    a late-arriving feed is compared against ITS neighbors; no
      *    usable header date falls back to today.

           IF WS-BUSINESS-DATE NUMERIC THEN
               MOVE WS-BUSINESS-DATE TO WS-DUP-WINDOW-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DUP-WINDOW-DATE
           END-IF

           IF TEST-DATE-YYYYMMDD (WS-DUP-WINDOW-DATE) NOT = 0 THEN
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DUP-WINDOW-DATE
           END-IF

           COMPUTE WS-DUP-CUTOFF = DATE-OF-INTEGER
               (INTEGER-OF-DATE (WS-DUP-WINDOW-DATE) - WS-DUP-DAYS).

       CLOSE-HISTORY-PAR.

      *    A run that ends 8 or above released nothing to posting, so
      *    the keys it added must not block the corrected resend.

           IF NOT WS-TXH-OPEN THEN

               EXIT PARAGRAPH

           END-IF

           IF WS-RETURN-CODE >= 8 THEN

               PERFORM WITHDRAW-HISTORY-PAR

           END-IF

           CLOSE TXN-HISTORY.

       WITHDRAW-HISTORY-PAR.

           MOVE "N" TO WS-TXH-EOF-SW
           MOVE LOW-VALUES TO TXH-DUP-KEY

           START TXN-HISTORY KEY IS NOT LESS THAN TXH-DUP-KEY
               INVALID KEY
                   SET WS-TXH-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL WS-TXH-EOF-YES

               READ TXN-HISTORY NEXT RECORD
                   AT END
                       SET WS-TXH-EOF-YES TO TRUE
                   NOT AT END

                       IF TXH-RUN-ID = WS-RUN-ID THEN
                           DELETE TXN-HISTORY RECORD
                           ADD 1 TO WS-DUP-DELETE-COUNT
                       END-IF

               END-READ

           END-PERFORM

           DISPLAY "BATCHVAL: " WS-DUP-DELETE-COUNT
               " TRANSACTION HISTORY ENTRIES WITHDRAWN".

       CLOSE-FILES-PAR.

           CLOSE INPUT-FEED-FILE
           CLOSE EXCEPTION-REPORT
           CLOSE ACCEPTED-FILE
           CLOSE REJECTED-FILE
           CLOSE RETURN-FILE.

       PROCESS-RECORD-PAR.

           ADD 1 TO WS-RECORD-COUNT

           PERFORM MATCH-TYPE-PAR

           IF WS-TYPE-SUB = 0 THEN

               PERFORM FLUSH-GROUP-PAR
               PERFORM UNKNOWN-TYPE-PAR
               EXIT PARAGRAPH

           END-IF

           EVALUATE TRUE

               WHEN WS-TYP-ADDENDA (WS-TYPE-SUB)

                   PERFORM ADDENDA-RECORD-PAR

               WHEN WS-TYP-PARENT (WS-TYPE-SUB)

                   PERFORM FLUSH-GROUP-PAR
                   PERFORM PARENT-RECORD-PAR

               WHEN OTHER

                   PERFORM FLUSH-GROUP-PAR
                   PERFORM VALIDATE-RECORD-PAR

                   IF WS-RECORD-CLEAN THEN

                       MOVE IN-RECORD TO ACC-RECORD
                       MOVE WS-RECORD-COUNT TO WS-DUP-REC-NUM
                       PERFORM ACCEPT-RECORD-PAR

                   ELSE

                       MOVE IN-RECORD TO REJ-RECORD
                       MOVE WS-RECORD-COUNT TO WS-REJ-REC-NUM
                       MOVE WS-TYP-NAME (WS-TYPE-SUB)
                           TO WS-REJ-TYPE-NAME
                       PERFORM WRITE-REJECT-PAR

                   END-IF

           END-EVALUATE.

       MATCH-TYPE-PAR.

      *    Types are tried in control-file order; a zero discriminator
      *    length (the implicit default type) matches every record.
      *    WS-TYPE-SUB comes back 0 when nothing matches.

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

       UNKNOWN-TYPE-PAR.

           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXC-RECORD
           STRING "*** SEQUENCE: RECORD TYPE UNKNOWN - RECORD "
               WS-RECORD-COUNT
               DELIMITED BY SIZE INTO EXC-RECORD
           WRITE EXC-RECORD

           MOVE SPACES TO WS-REC-REASON WS-REC-REASON-CHECK
           MOVE 0 TO WS-REC-AMOUNT
           MOVE "SEQUENCE" TO WS-SEQ-REASON-FIELD
           MOVE "RECORD TYPE UNKNOWN" TO WS-SEQ-REASON-VALUE
           PERFORM NOTE-SEQUENCE-REASON-PAR

           MOVE IN-RECORD TO REJ-RECORD
           MOVE WS-RECORD-COUNT TO WS-REJ-REC-NUM
           MOVE "UNKNOWN" TO WS-REJ-TYPE-NAME
           PERFORM WRITE-REJECT-PAR.

       VALIDATE-RECORD-PAR.

           MOVE "Y" TO WS-RECORD-CLEAN-SW
           MOVE SPACES TO WS-REC-REASON WS-REC-REASON-CHECK
           MOVE 0 TO WS-REC-AMOUNT
           MOVE "N" TO WS-REC-AMOUNT-SW

           PERFORM VALIDATE-FIELD-PAR
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > WS-TYP-FIELD-COUNT (WS-TYPE-SUB)

           PERFORM CHECK-RULE-PAR
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT

      *    Only a record that passed everything else is worth the
      *    history lookup: a rejected one is not posted either way.

           MOVE SPACES TO WS-DUP-KEY

           IF WS-RECORD-CLEAN AND WS-TYP-KEY-LENGTH (WS-TYPE-SUB) > 0
           THEN

               PERFORM CHECK-DUPLICATE-PAR

           END-IF.

       ACCEPT-RECORD-PAR.

      *    ACC-RECORD, WS-DUP-KEY and WS-DUP-REC-NUM are set by the
      *    caller (the record itself, or a member of a flushed group).

           IF WS-LIM-OPEN THEN

               PERFORM CHECK-ITEM-LIMITS-PAR

           END-IF

           ADD 1 TO WS-ACCEPTED-COUNT
           WRITE ACC-RECORD

           IF WS-DUP-KEY NOT = SPACES AND WS-TXH-OPEN THEN

               PERFORM RECORD-HISTORY-PAR

           END-IF

      *    On a resubmission the accepted record is a repaired reject
      *    coming home: its suspense entry is closed as resubmitted.

           IF WS-RESUBMIT-RUN AND WS-SUS-OPEN THEN

               MOVE ACC-RECORD TO WS-SUS-MATCH-IMAGE
               MOVE "S" TO WS-SUS-NEW-STATUS
               PERFORM MOVE-SUSPENSE-PAR

           END-IF.

       CHECK-DUPLICATE-PAR.

           PERFORM BUILD-DUP-KEY-PAR

           MOVE "N" TO WS-DUP-FOUND-SW

      *    Members of a held group are not in the history yet (they
      *    are recorded when the group is routed), so the group
      *    buffer is searched first.

           IF WS-GROUP-OPEN THEN

               PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-REC-COUNT
                   OR WS-DUP-FOUND

                   IF WS-GRP-DUP-KEY (WS-GROUP-SUB) = WS-DUP-KEY THEN
                       SET WS-DUP-FOUND TO TRUE
                       MOVE WS-FEED-ID TO WS-DUP-ORIG-FEED
                       MOVE WS-BUSINESS-DATE TO WS-DUP-ORIG-DATE
                       MOVE WS-GRP-REC-NUM (WS-GROUP-SUB)
                           TO WS-DUP-ORIG-REC
                   END-IF

               END-PERFORM

           END-IF

           IF NOT WS-DUP-FOUND AND WS-TXH-OPEN THEN

               MOVE WS-DUP-KEY TO TXH-DUP-KEY

               READ TXN-HISTORY RECORD KEY IS TXH-DUP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WEIGH-HISTORY-HIT-PAR
               END-READ

           END-IF

           IF WS-DUP-FOUND THEN

               MOVE "N" TO WS-RECORD-CLEAN-SW
               MOVE SPACES TO WS-EXC-LINE
               MOVE "DUPLICATE-KEY" TO WS-EXC-FIELD-NAME
               STRING "DUP OF " WS-DUP-ORIG-FEED " "
                   WS-DUP-ORIG-DATE " REC " WS-DUP-ORIG-REC
                   DELIMITED BY SIZE INTO WS-EXC-FIELD-VALUE
               MOVE 0 TO LN-RESULT
               MOVE "DUP " TO WS-EXC-CHECK
               PERFORM WRITE-EXCEPTION-PAR

           END-IF.

       WEIGH-HISTORY-HIT-PAR.

      *    The same feed id, business date and record number is this
      *    very transaction seen before (a restart tail or a FORCE=Y
      *    reprocess), not a duplicate of it. A resubmission keeps
      *    the original feed id and date but numbers its records by
      *    their place in the resubmitted file, so there only an entry
      *    of this run (a restart tail) is the same transaction. An
      *    entry dated before the window has aged out and is ignored.

           IF TXH-FEED-ID = WS-FEED-ID
           AND TXH-BUSINESS-DATE = WS-BUSINESS-DATE
           AND TXH-RECORD-NUM = WS-RECORD-COUNT
           AND (TXH-RUN-ID = WS-RUN-ID OR NOT WS-RESUBMIT-RUN)
           THEN

               EXIT PARAGRAPH

           END-IF

           IF TXH-BUSINESS-DATE NOT NUMERIC
           OR TXH-BUSINESS-DATE < WS-DUP-CUTOFF
           THEN

               EXIT PARAGRAPH

           END-IF

           SET WS-DUP-FOUND TO TRUE
           MOVE TXH-FEED-ID       TO WS-DUP-ORIG-FEED
           MOVE TXH-BUSINESS-DATE TO WS-DUP-ORIG-DATE
           MOVE TXH-RECORD-NUM    TO WS-DUP-ORIG-REC.

       BUILD-DUP-KEY-PAR.

           MOVE SPACES TO WS-DUP-KEY
           MOVE 1 TO WS-DUP-KEY-POS

           PERFORM ADD-KEY-FIELD-PAR
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > WS-TYP-FIELD-COUNT (WS-TYPE-SUB).

       ADD-KEY-FIELD-PAR.

      *    Normalized so the same transaction keys the same way from
      *    any feed: amounts through CONVERT-NUM-DEC-POINT (so
      *    "1.234,50" EU and "1234.50" US agree), dates as CCYYMMDD,
      *    anything else exactly as received. SIZE-DUP-KEY-PAR uses
      *    the same widths.

           IF WS-FLD-DUP-KEY (WS-TYPE-SUB WS-FIELD-SUB) NOT = "Y" THEN

               EXIT PARAGRAPH

           END-IF

           MOVE SPACES TO WS-FIELD-VALUE
           MOVE IN-RECORD (WS-FLD-START (WS-TYPE-SUB WS-FIELD-SUB) :
               WS-FLD-LENGTH (WS-TYPE-SUB WS-FIELD-SUB))
               TO WS-FIELD-VALUE

           EVALUATE TRUE

               WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VIA "
               WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VDA "
               WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VNP "
               WHEN WS-FLD-HASH (WS-TYPE-SUB WS-FIELD-SUB) = "Y"

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

                   COMPUTE WS-DUP-NUMBER =
                       CONVERT-NUM-DEC-POINT (WS-FIELD-VALUE,
                       WS-EFF-SIGN-MODE, WS-EFF-LOCALE)
                   MOVE WS-DUP-NUMBER TO WS-DUP-NUMBER-X
                   MOVE WS-DUP-NUMBER-CHARS
                       TO WS-DUP-KEY (WS-DUP-KEY-POS : 19)
                   ADD 19 TO WS-DUP-KEY-POS

               WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VDT "
               WHEN WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) = "VBD "

      *            VERIFY-DATE accepts CCYYMMDD or MM/DD/YYYY.

                   MOVE TRIM (WS-FIELD-VALUE) TO WS-DUP-DATE

                   IF WS-DUP-DATE (3:1) = "/"
                   AND WS-DUP-DATE (6:1) = "/"
                   THEN
                       MOVE WS-DUP-DATE TO WS-FIELD-VALUE
                       MOVE SPACES TO WS-DUP-DATE
                       STRING WS-FIELD-VALUE (7:4)
                           WS-FIELD-VALUE (1:2)
                           WS-FIELD-VALUE (4:2)
                           DELIMITED BY SIZE INTO WS-DUP-DATE
                       END-STRING
                   END-IF

                   MOVE WS-DUP-DATE (1:8)
                       TO WS-DUP-KEY (WS-DUP-KEY-POS : 8)
                   ADD 8 TO WS-DUP-KEY-POS

               WHEN OTHER

                   MOVE WS-FIELD-VALUE
                       (1 : WS-FLD-LENGTH (WS-TYPE-SUB WS-FIELD-SUB))
                       TO WS-DUP-KEY (WS-DUP-KEY-POS :
                       WS-FLD-LENGTH (WS-TYPE-SUB WS-FIELD-SUB))
                   ADD WS-FLD-LENGTH (WS-TYPE-SUB WS-FIELD-SUB)
                       TO WS-DUP-KEY-POS

           END-EVALUATE.

       RECORD-HISTORY-PAR.

      *    Re-read rather than rely on the validation-time lookup: a
      *    group member is recorded only when its group is routed.
      *    An entry already there is either this same transaction
      *    (left alone, so a FORCE=Y reprocess that later fails
      *    cannot withdraw the original run's entry; on a
      *    resubmission only this run's own entry counts, as in
      *    WEIGH-HISTORY-HIT-PAR) or one that aged out of the window
      *    (replaced).

           MOVE WS-DUP-KEY TO TXH-DUP-KEY

           READ TXN-HISTORY RECORD KEY IS TXH-DUP-KEY
               INVALID KEY
                   MOVE "23" TO WS-TXH-STATUS
           END-READ

           IF WS-TXH-STATUS = "00"
           AND TXH-FEED-ID = WS-FEED-ID
           AND TXH-BUSINESS-DATE = WS-BUSINESS-DATE
           AND TXH-RECORD-NUM = WS-DUP-REC-NUM
           AND (TXH-RUN-ID = WS-RUN-ID OR NOT WS-RESUBMIT-RUN)
           THEN

               EXIT PARAGRAPH

           END-IF

           MOVE WS-DUP-KEY       TO TXH-DUP-KEY
           MOVE WS-FEED-ID       TO TXH-FEED-ID
           MOVE WS-BUSINESS-DATE TO TXH-BUSINESS-DATE
           MOVE WS-DUP-REC-NUM   TO TXH-RECORD-NUM
           MOVE WS-RUN-ID        TO TXH-RUN-ID

           IF WS-TXH-STATUS = "00" THEN

               REWRITE TXH-RECORD
                   INVALID KEY
                       DISPLAY "BATCHVAL: HISTORY REWRITE FAILED, "
                           "STATUS " WS-TXH-STATUS
               END-REWRITE

           ELSE

               WRITE TXH-RECORD
                   INVALID KEY
                       DISPLAY "BATCHVAL: HISTORY WRITE FAILED, "
                           "STATUS " WS-TXH-STATUS
               END-WRITE

           END-IF.

       LOAD-RULES-PAR.

      *    OPTIONAL file: no BATCHRUL.DEF simply means no record-level
      *    rules, matching how the parameter card is handled.

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

               DISPLAY "BATCHVAL: MORE THAN 30 RULES IN "
                   TRIM (WS-RUL-FILE-NAME)
               STOP RUN RETURNING 16

           END-IF

           IF RUL-DEF-KIND NOT = "C" AND RUL-DEF-KIND NOT = "R" THEN

               DISPLAY "BATCHVAL: BAD KIND IN RULE " RUL-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF RUL-DEF-OP NOT = "EQ" AND RUL-DEF-OP NOT = "NE"
           AND RUL-DEF-OP NOT = "GT" AND RUL-DEF-OP NOT = "GE"
           AND RUL-DEF-OP NOT = "LT" AND RUL-DEF-OP NOT = "LE"
           THEN

               DISPLAY "BATCHVAL: BAD OPERATOR IN RULE " RUL-DEF-NAME
               STOP RUN RETURNING 16

           END-IF

           IF RUL-DEF-FIELD-1 = SPACES OR RUL-DEF-FIELD-2 = SPACES
           THEN

               DISPLAY "BATCHVAL: MISSING FIELD NAME IN RULE "
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
           MOVE RUL-DEF-LITERAL TO WS-RUL-LITERAL (WS-RULE-COUNT).

       CHECK-RULE-PAR.

           IF WS-RUL-TYPE (WS-RULE-SUB) NOT = SPACES
           AND WS-RUL-TYPE (WS-RULE-SUB)
               NOT = WS-TYP-NAME (WS-TYPE-SUB)
           THEN

               EXIT PARAGRAPH

           END-IF

      *    A rule naming a field this record's type does not define
      *    is simply not applicable to it.

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
                   PERFORM RULE-EXCEPTION-PAR
               END-IF

           ELSE

      *        Required-if: when the condition on field-1 holds, the
      *        target field must carry a value.

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
                       PERFORM RULE-EXCEPTION-PAR
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

      *    Same blank-column fallback the field pass applies, keyed
      *    off the field WS-RULE-FIELD-IX currently points at.

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

       RULE-EXCEPTION-PAR.

           MOVE "N" TO WS-RECORD-CLEAN-SW
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-EXC-LINE
           MOVE WS-RECORD-COUNT TO WS-EXC-RECORD-NUM
           MOVE WS-RUL-NAME (WS-RULE-SUB) TO WS-EXC-FIELD-NAME
           STRING TRIM (WS-RULE-VALUE-1) " / " TRIM (WS-RULE-VALUE-2)
               DELIMITED BY SIZE INTO WS-EXC-FIELD-VALUE
           MOVE 0 TO WS-EXC-RESULT-CODE
           MOVE SPACES TO EXC-RECORD
           MOVE WS-EXC-LINE TO EXC-RECORD
           WRITE EXC-RECORD

           MOVE "RULE" TO WS-EXC-CHECK
           PERFORM NOTE-REASON-PAR.

       PARENT-RECORD-PAR.

           PERFORM VALIDATE-RECORD-PAR

           SET WS-GROUP-OPEN TO TRUE
           MOVE "N" TO WS-GROUP-BAD-SW
           MOVE "N" TO WS-GROUP-CLAIM-SW
           MOVE 0 TO WS-GROUP-ADDENDA-COUNT
           MOVE 0 TO WS-GROUP-CLAIMED-COUNT
           MOVE 1 TO WS-GROUP-REC-COUNT
           MOVE IN-RECORD TO WS-GRP-IMAGE (1)
           MOVE WS-RECORD-CLEAN-SW TO WS-GRP-CLEAN-SW (1)
           MOVE WS-RECORD-COUNT TO WS-GRP-REC-NUM (1)
           MOVE WS-DUP-KEY TO WS-GRP-DUP-KEY (1)
           MOVE WS-TYP-NAME (WS-TYPE-SUB) TO WS-GRP-TYPE-NAME (1)
           MOVE WS-REC-AMOUNT TO WS-GRP-AMOUNT (1)
           MOVE WS-REC-REASON TO WS-GRP-REASON (1)
           MOVE WS-REC-REASON-CHECK TO WS-GRP-REASON-CHECK (1)

      *    Members without a reference field of their own quote the
      *    parent's on the return file.

           MOVE 0 TO WS-RET-FAIL-REC
           MOVE IN-RECORD TO WS-RET-IMAGE
           MOVE WS-TYP-NAME (WS-TYPE-SUB) TO WS-RET-TYPE-NAME
           PERFORM FIND-SENDER-REF-PAR
           MOVE WS-RET-SENDER-REF TO WS-RET-GROUP-REF

           PERFORM EXTRACT-CLAIM-PAR.

       EXTRACT-CLAIM-PAR.

      *    The claimed addenda count comes from the parent's own count
      *    field; a non-numeric value there is already flagged by the
      *    field pass, so the claim is simply treated as unknown and
      *    the mismatch check is skipped.

           IF WS-TYP-COUNT-FIELD (WS-TYPE-SUB) = SPACES THEN

               EXIT PARAGRAPH

           END-IF

           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB > WS-TYP-FIELD-COUNT (WS-TYPE-SUB)
               OR WS-FLD-NAME (WS-TYPE-SUB WS-FIELD-SUB)
                   = WS-TYP-COUNT-FIELD (WS-TYPE-SUB)

               CONTINUE

           END-PERFORM

           IF WS-FIELD-SUB > WS-TYP-FIELD-COUNT (WS-TYPE-SUB) THEN

               EXIT PARAGRAPH

           END-IF

           MOVE SPACES TO WS-FIELD-VALUE
           MOVE IN-RECORD (WS-FLD-START (WS-TYPE-SUB WS-FIELD-SUB) :
               WS-FLD-LENGTH (WS-TYPE-SUB WS-FIELD-SUB))
               TO WS-FIELD-VALUE

           IF TEST-NUMVAL (WS-FIELD-VALUE) = 0 THEN

               MOVE NUMVAL (WS-FIELD-VALUE)
                   TO WS-GROUP-CLAIMED-COUNT
               SET WS-GROUP-CLAIM-KNOWN TO TRUE

           END-IF.

       ADDENDA-RECORD-PAR.

           IF NOT WS-GROUP-OPEN THEN

               PERFORM VALIDATE-RECORD-PAR

               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO EXC-RECORD
               STRING "*** SEQUENCE: ADDENDA WITHOUT PARENT - RECORD "
                   WS-RECORD-COUNT " TYPE "
                   WS-TYP-NAME (WS-TYPE-SUB)
                   DELIMITED BY SIZE INTO EXC-RECORD
               WRITE EXC-RECORD

               MOVE "SEQUENCE" TO WS-SEQ-REASON-FIELD
               MOVE "ADDENDA WITHOUT PARENT" TO WS-SEQ-REASON-VALUE
               PERFORM NOTE-SEQUENCE-REASON-PAR

               MOVE IN-RECORD TO REJ-RECORD
               MOVE WS-RECORD-COUNT TO WS-REJ-REC-NUM
               MOVE WS-TYP-NAME (WS-TYPE-SUB) TO WS-REJ-TYPE-NAME
               PERFORM WRITE-REJECT-PAR

               EXIT PARAGRAPH

           END-IF

           PERFORM VALIDATE-RECORD-PAR

           ADD 1 TO WS-GROUP-ADDENDA-COUNT

           IF WS-GROUP-REC-COUNT = 51 THEN

      *        More addenda than the group buffer holds: the group is
      *        already marked bad, so this record goes straight to the
      *        reject file with the rest of the group to follow.

               SET WS-GROUP-BAD TO TRUE

               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO EXC-RECORD
               STRING "*** SEQUENCE: MORE THAN 50 ADDENDA - RECORD "
                   WS-RECORD-COUNT
                   DELIMITED BY SIZE INTO EXC-RECORD
               WRITE EXC-RECORD

               MOVE "SEQUENCE" TO WS-SEQ-REASON-FIELD
               MOVE "MORE THAN 50 ADDENDA" TO WS-SEQ-REASON-VALUE
               PERFORM NOTE-SEQUENCE-REASON-PAR

               IF WS-RET-FAIL-REC = 0 THEN
                   MOVE WS-RECORD-COUNT TO WS-RET-FAIL-REC
               END-IF

               MOVE IN-RECORD TO REJ-RECORD
               MOVE WS-RECORD-COUNT TO WS-REJ-REC-NUM
               MOVE WS-TYP-NAME (WS-TYPE-SUB) TO WS-REJ-TYPE-NAME
               PERFORM WRITE-REJECT-PAR

               EXIT PARAGRAPH

           END-IF

           ADD 1 TO WS-GROUP-REC-COUNT
           MOVE IN-RECORD TO WS-GRP-IMAGE (WS-GROUP-REC-COUNT)
           MOVE WS-RECORD-CLEAN-SW
               TO WS-GRP-CLEAN-SW (WS-GROUP-REC-COUNT)
           MOVE WS-RECORD-COUNT
               TO WS-GRP-REC-NUM (WS-GROUP-REC-COUNT)
           MOVE WS-DUP-KEY
               TO WS-GRP-DUP-KEY (WS-GROUP-REC-COUNT)
           MOVE WS-TYP-NAME (WS-TYPE-SUB)
               TO WS-GRP-TYPE-NAME (WS-GROUP-REC-COUNT)
           MOVE WS-REC-AMOUNT
               TO WS-GRP-AMOUNT (WS-GROUP-REC-COUNT)
           MOVE WS-REC-REASON
               TO WS-GRP-REASON (WS-GROUP-REC-COUNT)
           MOVE WS-REC-REASON-CHECK
               TO WS-GRP-REASON-CHECK (WS-GROUP-REC-COUNT).

       FLUSH-GROUP-PAR.

      *    Close out the held parent/addenda group: check the parent's
      *    claimed addenda count against what actually arrived, then
      *    route the whole group at once. A group is all-or-nothing -
      *    one unclean member rejects every member - because splitting
      *    it would release addenda without their payment (or a parent
      *    whose addenda count no longer matches) to posting, and
      *    would leave BATCHREJ.DAT holding a partial group that
      *    BATCHREP could never resubmit past the count check.

           IF NOT WS-GROUP-OPEN THEN

               EXIT PARAGRAPH

           END-IF

           MOVE "N" TO WS-GROUP-OPEN-SW

      *    The suspense reason for a member with no exception of its
      *    own: it went back with its group.

           MOVE "GROUP" TO WS-SEQ-REASON-FIELD
           MOVE SPACES TO WS-SEQ-REASON-VALUE
           STRING "RETURNED WITH PARENT RECORD " WS-GRP-REC-NUM (1)
               DELIMITED BY SIZE INTO WS-SEQ-REASON-VALUE

           IF WS-GROUP-CLAIM-KNOWN
           AND WS-GROUP-CLAIMED-COUNT NOT = WS-GROUP-ADDENDA-COUNT
           THEN

               SET WS-GROUP-BAD TO TRUE
               MOVE SPACES TO WS-SEQ-REASON-VALUE
               STRING "ADDENDA COUNT MISMATCH - PARENT "
                   WS-GRP-REC-NUM (1)
                   DELIMITED BY SIZE INTO WS-SEQ-REASON-VALUE

               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO EXC-RECORD
               STRING "*** SEQUENCE: ADDENDA COUNT MISMATCH - "
                   "PARENT RECORD " WS-GRP-REC-NUM (1)
                   " CLAIMED " WS-GROUP-CLAIMED-COUNT
                   " RECEIVED " WS-GROUP-ADDENDA-COUNT
                   DELIMITED BY SIZE INTO EXC-RECORD
               WRITE EXC-RECORD

           END-IF

           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-REC-COUNT

               IF WS-GRP-CLEAN-SW (WS-GROUP-SUB) NOT = "Y" THEN

                   SET WS-GROUP-BAD TO TRUE

                   IF WS-RET-FAIL-REC = 0 THEN
                       MOVE WS-GRP-REC-NUM (WS-GROUP-SUB)
                           TO WS-RET-FAIL-REC
                   END-IF

               END-IF

           END-PERFORM

      *    The return-file reason for the members that went back only
      *    because of the group.

           MOVE SPACES TO WS-RET-GROUP-TEXT

           IF WS-RET-FAIL-REC > 0 THEN
               STRING "WHOLE GROUP RETURNED BECAUSE OF RECORD "
                   WS-RET-FAIL-REC
                   DELIMITED BY SIZE INTO WS-RET-GROUP-TEXT
           ELSE
               MOVE "WHOLE GROUP RETURNED - ADDENDA COUNT IS WRONG"
                   TO WS-RET-GROUP-TEXT
           END-IF

           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-REC-COUNT

               IF WS-GROUP-BAD THEN

                   MOVE WS-GRP-REASON (WS-GROUP-SUB) TO WS-REC-REASON
                   MOVE WS-GRP-REASON-CHECK (WS-GROUP-SUB)
                       TO WS-REC-REASON-CHECK
                   MOVE WS-GRP-AMOUNT (WS-GROUP-SUB) TO WS-REC-AMOUNT
                   PERFORM NOTE-SEQUENCE-REASON-PAR
                   MOVE WS-GRP-IMAGE (WS-GROUP-SUB) TO REJ-RECORD
                   MOVE WS-GRP-REC-NUM (WS-GROUP-SUB) TO WS-REJ-REC-NUM
                   MOVE WS-GRP-TYPE-NAME (WS-GROUP-SUB)
                       TO WS-REJ-TYPE-NAME
                   PERFORM WRITE-REJECT-PAR

               ELSE

                   MOVE WS-GRP-IMAGE (WS-GROUP-SUB) TO ACC-RECORD
                   MOVE WS-GRP-DUP-KEY (WS-GROUP-SUB) TO WS-DUP-KEY
                   MOVE WS-GRP-REC-NUM (WS-GROUP-SUB) TO WS-DUP-REC-NUM
                   PERFORM ACCEPT-RECORD-PAR

               END-IF

           END-PERFORM

           MOVE SPACES TO WS-RET-GROUP-REF.

       VALIDATE-FIELD-PAR.

           MOVE SPACES TO WS-FIELD-VALUE
           MOVE IN-RECORD (WS-FLD-START (WS-TYPE-SUB WS-FIELD-SUB) :
               WS-FLD-LENGTH (WS-TYPE-SUB WS-FIELD-SUB))
               TO WS-FIELD-VALUE

      *    A blank sign-mode or locale column falls back to the
      *    run-parameter defaults, so a whole trailing-sign or EU
      *    feed needs one card line instead of a column on every
      *    field definition.

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

      *    The hash is a sum of ABSOLUTE amounts: the trailer field
      *    is unsigned, and a credit-heavy trailing-sign feed must
      *    still reconcile, so both sides of the comparison ignore
      *    the sign by definition.

           IF WS-FLD-HASH (WS-TYPE-SUB WS-FIELD-SUB) = "Y" THEN

               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                   + ABS (CONVERT-NUM-DEC-POINT (WS-FIELD-VALUE,
                     WS-EFF-SIGN-MODE, WS-EFF-LOCALE))

               IF NOT WS-REC-AMOUNT-KNOWN THEN
                   COMPUTE WS-REC-AMOUNT =
                       ABS (CONVERT-NUM-DEC-POINT (WS-FIELD-VALUE,
                       WS-EFF-SIGN-MODE, WS-EFF-LOCALE))
                   SET WS-REC-AMOUNT-KNOWN TO TRUE
               END-IF

           END-IF

           EVALUATE WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB)

               WHEN "VIA "

                   MOVE VERIFY-INTEGER-ADV (WS-FIELD-VALUE,
                       WS-EFF-SIGN-MODE, "BATCHVAL")
                       TO LN-RESULT

                   IF NOT IC-INTEGER-VALID THEN
                       PERFORM FIELD-EXCEPTION-PAR
                   END-IF

               WHEN "VDA "

                   IF WS-EFF-LOCALE NOT = SPACES THEN

                       MOVE VERIFY-NUM-DEC-POINT-LOCALE
                           (WS-FIELD-VALUE, WS-EFF-LOCALE,
                           WS-EFF-SIGN-MODE, "BATCHVAL")
                           TO LN-RESULT

                   ELSE

                       MOVE VERIFY-NUM-DEC-POINT-ADV (WS-FIELD-VALUE,
                           WS-EFF-SIGN-MODE, "BATCHVAL")
                           TO LN-RESULT

                   END-IF

                   IF NOT IC-VALID THEN
                       PERFORM FIELD-EXCEPTION-PAR
                   END-IF

               WHEN "VDT "

                   MOVE VERIFY-DATE (WS-FIELD-VALUE)
                       TO WS-CHECK-RESULT

                   IF WS-CHECK-RESULT NOT = 1 THEN
                       MOVE WS-CHECK-RESULT TO LN-RESULT
                       PERFORM FIELD-EXCEPTION-PAR
                   END-IF

               WHEN "VNP "

                   MOVE VERIFY-NUM-PRECISION (WS-FIELD-VALUE,
                       WS-FLD-MAX-INT (WS-TYPE-SUB WS-FIELD-SUB),
                       WS-FLD-MAX-DEC (WS-TYPE-SUB WS-FIELD-SUB))
                       TO WS-CHECK-RESULT

                   IF WS-CHECK-RESULT NOT = 0 THEN
                       MOVE WS-CHECK-RESULT TO LN-RESULT
                       PERFORM FIELD-EXCEPTION-PAR
                   END-IF

               WHEN "VAM "

                   MOVE VERIFY-AGAINST-MASK (WS-FIELD-VALUE,
                       WS-FLD-MASK (WS-TYPE-SUB WS-FIELD-SUB))
                       TO WS-CHECK-RESULT

                   IF WS-CHECK-RESULT NOT = 1 THEN
                       MOVE WS-CHECK-RESULT TO LN-RESULT
                       PERFORM FIELD-EXCEPTION-PAR
                   END-IF

               WHEN "VCD "

                   MOVE VERIFY-CHECK-DIGIT (WS-FIELD-VALUE,
                       WS-FLD-SCHEME (WS-TYPE-SUB WS-FIELD-SUB),
                       WS-FLD-CHECK-POS (WS-TYPE-SUB WS-FIELD-SUB))
                       TO WS-CHECK-RESULT

                   IF WS-CHECK-RESULT NOT = 1 THEN
                       MOVE WS-CHECK-RESULT TO LN-RESULT
                       PERFORM FIELD-EXCEPTION-PAR
                   END-IF

               WHEN "VLU "

      *            The lookup is as of the feed's business date from
      *            the HDR record (blank when no header was seen,
      *            which skips the effective-window check), so a
      *            late-arriving feed validates against the codes in
      *            force on ITS day; result 3 on the report means
      *            expired/not-yet-effective rather than unknown.

                   MOVE VERIFY-CODE-EXISTS
                       (WS-FLD-CODE-SET (WS-TYPE-SUB WS-FIELD-SUB),
                       TRIM (WS-FIELD-VALUE), WS-BUSINESS-DATE)
                       TO WS-CHECK-RESULT

                   IF WS-CHECK-RESULT NOT = 1 THEN
                       MOVE WS-CHECK-RESULT TO LN-RESULT
                       PERFORM FIELD-EXCEPTION-PAR
                   END-IF

               WHEN "VBD "

                   MOVE VERIFY-BUSINESS-DATE (WS-FIELD-VALUE,
                       WS-FLD-MAX-AGE (WS-TYPE-SUB WS-FIELD-SUB))
                       TO WS-CHECK-RESULT

                   IF WS-CHECK-RESULT NOT = 1 THEN
                       MOVE WS-CHECK-RESULT TO LN-RESULT
                       PERFORM FIELD-EXCEPTION-PAR
                   END-IF

           END-EVALUATE.

       FIELD-EXCEPTION-PAR.

           MOVE "N" TO WS-RECORD-CLEAN-SW
           MOVE SPACES TO WS-EXC-LINE
           MOVE WS-FLD-NAME (WS-TYPE-SUB WS-FIELD-SUB)
               TO WS-EXC-FIELD-NAME
           MOVE WS-FIELD-VALUE TO WS-EXC-FIELD-VALUE
           MOVE WS-FLD-CHECK (WS-TYPE-SUB WS-FIELD-SUB) TO WS-EXC-CHECK
           PERFORM WRITE-EXCEPTION-PAR.

       WRITE-EXCEPTION-PAR.

           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-RECORD-COUNT TO WS-EXC-RECORD-NUM
           MOVE LN-RESULT TO WS-EXC-RESULT-CODE
           MOVE SPACES TO EXC-RECORD
           MOVE WS-EXC-LINE TO EXC-RECORD
           WRITE EXC-RECORD

           PERFORM NOTE-REASON-PAR.

       NOTE-REASON-PAR.

      *    The suspense entry keeps the record's FIRST exception line.

           IF WS-REC-REASON-FIELD = SPACES THEN

               MOVE WS-EXC-FIELD-NAME  TO WS-REC-REASON-FIELD
               MOVE WS-EXC-FIELD-VALUE TO WS-REC-REASON-VALUE
               MOVE WS-EXC-RESULT-CODE TO WS-REC-REASON-CODE
               MOVE WS-EXC-CHECK       TO WS-REC-REASON-CHECK

           END-IF.

       NOTE-SEQUENCE-REASON-PAR.

      *    A record-level reason (sequence or group) only stands in
      *    when no field or rule exception came first.

           IF WS-REC-REASON-FIELD = SPACES THEN

               MOVE WS-SEQ-REASON-FIELD TO WS-REC-REASON-FIELD
               MOVE WS-SEQ-REASON-VALUE TO WS-REC-REASON-VALUE
               MOVE 0 TO WS-REC-REASON-CODE

               IF WS-SEQ-REASON-FIELD = "GROUP" THEN
                   MOVE "GRP " TO WS-REC-REASON-CHECK
               ELSE
                   MOVE "SEQ " TO WS-REC-REASON-CHECK
               END-IF

           END-IF.

       WRITE-REJECT-PAR.

      *    REJ-RECORD, WS-REJ-REC-NUM, WS-REJ-TYPE-NAME, WS-REC-REASON
      *    and WS-REC-AMOUNT are set by the caller. The record's
      *    ordinal in the reject file - the number BATCHREP's
      *    corrections quote - completes its suspense key.

           ADD 1 TO WS-REJECTED-COUNT
           WRITE REJ-RECORD

           PERFORM WRITE-RETURN-DETAIL-PAR

           IF NOT WS-SUS-OPEN THEN

               EXIT PARAGRAPH

           END-IF

           IF WS-RESUBMIT-RUN THEN

      *        A resubmitted record that fails again is still owed:
      *        its entry goes back to open.

               MOVE REJ-RECORD TO WS-SUS-MATCH-IMAGE
               MOVE "O" TO WS-SUS-NEW-STATUS
               PERFORM MOVE-SUSPENSE-PAR

           ELSE

               PERFORM ADD-SUSPENSE-PAR

           END-IF.

       WRITE-RETURN-HEADER-PAR.

           MOVE WS-FEED-ID       TO RET-H-FEED-ID
           MOVE WS-BUSINESS-DATE TO RET-H-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO RET-H-CREATED
           MOVE "BATCHVAL"       TO RET-H-SOURCE

           MOVE SPACES TO RTN-RECORD

           IF WS-RET-DELIMITED THEN
               STRING RET-H-REC-TYPE WS-RET-DELIMITER
                   TRIM (RET-H-FEED-ID TRAILING) WS-RET-DELIMITER
                   RET-H-BUSINESS-DATE WS-RET-DELIMITER
                   RET-H-CREATED WS-RET-DELIMITER
                   RET-H-SOURCE
                   DELIMITED BY SIZE INTO RTN-RECORD
           ELSE
               MOVE RET-HEADER-RECORD TO RTN-RECORD
           END-IF

           WRITE RTN-RECORD.

       WRITE-RETURN-DETAIL-PAR.

      *    One line per reject, built from what WRITE-REJECT-PAR was
      *    given: the record's first reason, or for a clean member of
      *    a returned group the group's reason from FLUSH-GROUP-PAR.

           MOVE SPACES TO RET-DETAIL-RECORD
           MOVE WS-REJ-REC-NUM   TO RET-D-RECORD-NUM
           MOVE WS-REJ-TYPE-NAME TO RET-D-TYPE-NAME

           MOVE REJ-RECORD       TO WS-RET-IMAGE
           MOVE WS-REJ-TYPE-NAME TO WS-RET-TYPE-NAME
           PERFORM FIND-SENDER-REF-PAR

           IF WS-RET-SENDER-REF = SPACES THEN
               MOVE WS-RET-GROUP-REF TO WS-RET-SENDER-REF
           END-IF

           MOVE WS-RET-SENDER-REF   TO RET-D-SENDER-REF
           MOVE WS-REC-REASON-FIELD TO RET-D-FIELD-NAME
           MOVE WS-REC-REASON-CODE  TO RET-D-RESULT-CODE

           EVALUATE WS-REC-REASON-CHECK

               WHEN "GRP "

                   SET RET-D-GROUP-RETURN TO TRUE
                   MOVE WS-REC-REASON-VALUE TO RET-D-FIELD-VALUE
                   MOVE WS-RET-GROUP-TEXT   TO RET-D-REASON-TEXT

               WHEN "SEQ "

      *            Sequence reasons are already plain text and there
      *            is no offending field value to quote.

                   SET RET-D-OWN-REASON TO TRUE
                   MOVE WS-REC-REASON-VALUE TO RET-D-REASON-TEXT

               WHEN OTHER

                   SET RET-D-OWN-REASON TO TRUE
                   MOVE WS-REC-REASON-VALUE TO RET-D-FIELD-VALUE
                   PERFORM FIND-REASON-TEXT-PAR

           END-EVALUATE

           MOVE SPACES TO RTN-RECORD

           IF WS-RET-DELIMITED THEN

               INSPECT RET-D-SENDER-REF
                   REPLACING ALL WS-RET-DELIMITER BY SPACE
               INSPECT RET-D-FIELD-VALUE
                   REPLACING ALL WS-RET-DELIMITER BY SPACE
               INSPECT RET-D-REASON-TEXT
                   REPLACING ALL WS-RET-DELIMITER BY SPACE

               STRING RET-D-REC-TYPE WS-RET-DELIMITER
                   RET-D-RECORD-NUM WS-RET-DELIMITER
                   TRIM (RET-D-SENDER-REF TRAILING) WS-RET-DELIMITER
                   TRIM (RET-D-TYPE-NAME TRAILING) WS-RET-DELIMITER
                   TRIM (RET-D-FIELD-NAME TRAILING) WS-RET-DELIMITER
                   TRIM (RET-D-FIELD-VALUE TRAILING) WS-RET-DELIMITER
                   RET-D-RESULT-CODE WS-RET-DELIMITER
                   TRIM (RET-D-REASON-TEXT TRAILING)
                   DELIMITED BY SIZE INTO RTN-RECORD

           ELSE

               MOVE RET-DETAIL-RECORD TO RTN-RECORD

           END-IF

           WRITE RTN-RECORD.

       FIND-SENDER-REF-PAR.

      *    WS-RET-IMAGE and WS-RET-TYPE-NAME are set by the caller;
      *    WS-RET-SENDER-REF comes back spaces when the type has no
      *    sender-reference field (or the record matched no type).

           MOVE SPACES TO WS-RET-SENDER-REF

           PERFORM VARYING WS-RET-TYPE-SUB FROM 1 BY 1
               UNTIL WS-RET-TYPE-SUB > WS-TYPE-COUNT
               OR WS-TYP-NAME (WS-RET-TYPE-SUB) = WS-RET-TYPE-NAME

               CONTINUE

           END-PERFORM

           IF WS-RET-TYPE-SUB > WS-TYPE-COUNT THEN

               EXIT PARAGRAPH

           END-IF

           MOVE WS-TYP-REF-IX (WS-RET-TYPE-SUB) TO WS-RET-FIELD-SUB

           IF WS-RET-FIELD-SUB = 0 THEN

               EXIT PARAGRAPH

           END-IF

           MOVE WS-RET-IMAGE
               (WS-FLD-START (WS-RET-TYPE-SUB WS-RET-FIELD-SUB) :
               WS-FLD-LENGTH (WS-RET-TYPE-SUB WS-RET-FIELD-SUB))
               TO WS-RET-SENDER-REF.

       FIND-REASON-TEXT-PAR.

      *    VIA and VDA share the ICRSLT code domain and its texts.

           IF WS-REC-REASON-CHECK = "VIA " OR "VDA " THEN
               MOVE "ADV " TO WS-RET-CHECK
           ELSE
               MOVE WS-REC-REASON-CHECK TO WS-RET-CHECK
           END-IF

           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > IC-REASON-COUNT
               OR (IC-RSN-CHECK (WS-RSN-SUB) = WS-RET-CHECK
                   AND IC-RSN-CODE (WS-RSN-SUB) = WS-REC-REASON-CODE)

               CONTINUE

           END-PERFORM

           IF WS-RSN-SUB > IC-REASON-COUNT THEN
               STRING "FAILED " WS-RET-CHECK " CHECK WITH RESULT CODE "
                   WS-REC-REASON-CODE
                   DELIMITED BY SIZE INTO RET-D-REASON-TEXT
           ELSE
               MOVE IC-RSN-TEXT (WS-RSN-SUB) TO RET-D-REASON-TEXT
           END-IF.

       WRITE-RETURN-TRAILER-PAR.

      *    One return line per reject, so the reject count (restored
      *    from the checkpoint on a restart) is the line count.

           MOVE WS-FEED-ID        TO RET-T-FEED-ID
           MOVE WS-BUSINESS-DATE  TO RET-T-BUSINESS-DATE
           MOVE WS-REJECTED-COUNT TO RET-T-LINE-COUNT

           MOVE SPACES TO RTN-RECORD

           IF WS-RET-DELIMITED THEN
               STRING RET-T-REC-TYPE WS-RET-DELIMITER
                   TRIM (RET-T-FEED-ID TRAILING) WS-RET-DELIMITER
                   RET-T-BUSINESS-DATE WS-RET-DELIMITER
                   RET-T-LINE-COUNT
                   DELIMITED BY SIZE INTO RTN-RECORD
           ELSE
               MOVE RET-TRAILER-RECORD TO RTN-RECORD
           END-IF

           WRITE RTN-RECORD.

       OPEN-SUSPENSE-PAR.

      *    The inventory is keyed by the feed's identity, so a feed
      *    without a HDR record keeps none, as with the run register.
      *    OPTIONAL + OPEN I-O creates the file on first use; one that
      *    cannot be opened is reported and the inventory skipped
      *    rather than failing the run.

           IF NOT WS-HEADER-SEEN THEN

               EXIT PARAGRAPH

           END-IF

           OPEN I-O REJECT-SUSPENSE

           IF WS-SUS-STATUS NOT = "00" AND WS-SUS-STATUS NOT = "05"
           THEN

               DISPLAY "BATCHVAL: REJECT SUSPENSE UNAVAILABLE, STATUS "
                   WS-SUS-STATUS " - SUSPENSE NOT UPDATED"
               EXIT PARAGRAPH

           END-IF

           SET WS-SUS-OPEN TO TRUE.

       ADD-SUSPENSE-PAR.

      *    A restart re-files the tail it reprocesses under the same
      *    numbers, and a rerun of the feed replaces entries still
      *    open from the earlier attempt. An entry that was already
      *    repaired, resubmitted or written off is history and is
      *    kept as it is; the reject that would have replaced it is
      *    filed under the next free number instead (see
      *    RELOCATE-SUSPENSE-PAR) and the run ends 4 at least. The
      *    open entry a rerun replaces is kept in SUS-PRIOR-ENTRY
      *    until the rerun is released, so that WITHDRAW-SUSPENSE-PAR
      *    can put it back; a restart keeps what its first attempt
      *    saved there.

           MOVE WS-FEED-ID        TO SUS-FEED-ID
           MOVE WS-BUSINESS-DATE  TO SUS-BUSINESS-DATE
           MOVE WS-REJECTED-COUNT TO SUS-REJECT-NUM
           MOVE WS-REJECTED-COUNT TO WS-SUS-FILE-NUM

           MOVE "N" TO WS-SUS-FOUND-SW

           READ REJECT-SUSPENSE

           IF WS-SUS-STATUS = "00" THEN

      *        This run's own entry for another feed record was
      *        itself filed past a closed one; it is not replaced.

               IF NOT SUS-OPEN
               OR (SUS-LAST-RUN-ID = WS-RUN-ID
                   AND SUS-RECORD-NUM NOT = WS-REJ-REC-NUM)
               THEN

                   IF NOT SUS-OPEN THEN
                       ADD 1 TO WS-SUS-KEPT-COUNT
                       MOVE SUS-STATUS TO WS-SUS-KEPT-STATUS
                       PERFORM RELOCATE-SUSPENSE-PAR
                       DISPLAY "BATCHVAL: SUSPENSE ENTRY "
                           WS-REJECTED-COUNT " NOT OPEN ("
                           WS-SUS-KEPT-STATUS ") - REJECT FILED AS "
                           WS-SUS-FILE-NUM
                   ELSE
                       PERFORM RELOCATE-SUSPENSE-PAR
                   END-IF

               ELSE

                   SET WS-SUS-FOUND TO TRUE

                   IF SUS-LAST-RUN-ID = WS-RUN-ID THEN
                       MOVE SUS-PRIOR-ENTRY TO WS-SUS-PRIOR-ENTRY
                   ELSE
                       MOVE SUS-ENTRY TO WS-SUS-PRIOR-ENTRY
                   END-IF

               END-IF

           ELSE

               MOVE SPACES TO WS-SUS-PRIOR-ENTRY

           END-IF

           MOVE SPACES TO SUS-RECORD
           MOVE WS-FEED-ID        TO SUS-FEED-ID
           MOVE WS-BUSINESS-DATE  TO SUS-BUSINESS-DATE
           MOVE WS-SUS-FILE-NUM   TO SUS-REJECT-NUM
           SET SUS-OPEN TO TRUE
           MOVE WS-REJ-REC-NUM    TO SUS-RECORD-NUM
           MOVE WS-REJ-TYPE-NAME  TO SUS-RECORD-TYPE
           MOVE WS-REC-AMOUNT     TO SUS-AMOUNT
           MOVE WS-REC-REASON     TO SUS-REASON
           MOVE FUNCTION CURRENT-DATE (1:14) TO SUS-OPENED-TIMESTAMP
           MOVE SUS-OPENED-TIMESTAMP TO SUS-STATUS-TIMESTAMP
           MOVE WS-RUN-ID         TO SUS-LAST-RUN-ID
           MOVE REJ-RECORD        TO SUS-RECORD-IMAGE
           MOVE WS-SUS-PRIOR-ENTRY TO SUS-PRIOR-ENTRY

           IF WS-SUS-FOUND THEN

               REWRITE SUS-RECORD
                   INVALID KEY
                       DISPLAY "BATCHVAL: SUSPENSE REWRITE FAILED, "
                           "STATUS " WS-SUS-STATUS
               END-REWRITE

           ELSE

               WRITE SUS-RECORD
                   INVALID KEY
                       DISPLAY "BATCHVAL: SUSPENSE WRITE FAILED, "
                           "STATUS " WS-SUS-STATUS
               END-WRITE

           END-IF

           ADD 1 TO WS-SUS-ADDED-COUNT.

       RELOCATE-SUSPENSE-PAR.

      *    The reject's own number is taken, so it goes after the
      *    last entry the feed and date have - unless this run has
      *    already filed this same feed record elsewhere (a restart
      *    reprocessing its tail), in which case that entry is the
      *    one re-filed. BATCHREP matches open entries by image, not
      *    by number, so the repair still finds it.

           MOVE "N" TO WS-SUS-FOUND-SW
           MOVE "N" TO WS-SUS-EOF-SW
           MOVE SPACES           TO WS-SUS-PRIOR-ENTRY
           MOVE 0                TO WS-SUS-FILE-NUM
           MOVE WS-FEED-ID       TO SUS-FEED-ID
           MOVE WS-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE 0                TO SUS-REJECT-NUM

           START REJECT-SUSPENSE KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   SET WS-SUS-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL WS-SUS-EOF-YES OR WS-SUS-FOUND

               READ REJECT-SUSPENSE NEXT RECORD
                   AT END
                       SET WS-SUS-EOF-YES TO TRUE
                   NOT AT END

                       IF SUS-FEED-ID NOT = WS-FEED-ID
                       OR SUS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       THEN
                           SET WS-SUS-EOF-YES TO TRUE
                       ELSE
                           MOVE SUS-REJECT-NUM TO WS-SUS-FILE-NUM
                           IF SUS-OPEN
                           AND SUS-LAST-RUN-ID = WS-RUN-ID
                           AND SUS-RECORD-NUM = WS-REJ-REC-NUM
                           THEN
                               SET WS-SUS-FOUND TO TRUE
                           END-IF
                       END-IF

               END-READ

           END-PERFORM

           IF NOT WS-SUS-FOUND THEN
               ADD 1 TO WS-SUS-FILE-NUM
           END-IF.

       MOVE-SUSPENSE-PAR.

      *    WS-SUS-MATCH-IMAGE and WS-SUS-NEW-STATUS are set by the
      *    caller. The resubmitted feed carries no reject numbers, so
      *    the entry is found by the image BATCHREP repaired it into,
      *    among this feed and date's entries still marked repaired.

           PERFORM FIND-REPAIRED-ENTRY-PAR

           IF NOT WS-SUS-FOUND THEN

               ADD 1 TO WS-SUS-UNMATCHED-COUNT
               EXIT PARAGRAPH

           END-IF

           MOVE WS-SUS-NEW-STATUS TO SUS-STATUS
           MOVE FUNCTION CURRENT-DATE (1:14) TO SUS-STATUS-TIMESTAMP
           MOVE WS-RUN-ID TO SUS-LAST-RUN-ID

           REWRITE SUS-RECORD
               INVALID KEY
                   DISPLAY "BATCHVAL: SUSPENSE REWRITE FAILED, "
                       "STATUS " WS-SUS-STATUS
           END-REWRITE

           IF SUS-RESUBMITTED THEN
               ADD 1 TO WS-SUS-RESUBMITTED-COUNT
           ELSE
               ADD 1 TO WS-SUS-REOPENED-COUNT
           END-IF.

       FIND-REPAIRED-ENTRY-PAR.

           MOVE "N" TO WS-SUS-FOUND-SW
           MOVE "N" TO WS-SUS-EOF-SW
           MOVE WS-FEED-ID       TO SUS-FEED-ID
           MOVE WS-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE 0                TO SUS-REJECT-NUM

           START REJECT-SUSPENSE KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   SET WS-SUS-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL WS-SUS-EOF-YES OR WS-SUS-FOUND

               READ REJECT-SUSPENSE NEXT RECORD
                   AT END
                       SET WS-SUS-EOF-YES TO TRUE
                   NOT AT END

                       IF SUS-FEED-ID NOT = WS-FEED-ID
                       OR SUS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       THEN
                           SET WS-SUS-EOF-YES TO TRUE
                       ELSE
                           IF SUS-REPAIRED
                           AND SUS-REPAIR-IMAGE = WS-SUS-MATCH-IMAGE
                           THEN
                               SET WS-SUS-FOUND TO TRUE
                           END-IF
                       END-IF

               END-READ

           END-PERFORM.

       CLOSE-SUSPENSE-PAR.

      *    A run that ends 8 or above released nothing to posting, so
      *    what it did to the inventory is taken back: entries it
      *    filed are withdrawn (the corrected resend files its own),
      *    entries it replaced are put back as the earlier run left
      *    them, entries a resubmission moved go back to repaired.
      *    A released run that filed the feed's rejects supersedes
      *    whatever an earlier attempt left open beyond them.

           IF NOT WS-SUS-OPEN THEN

               EXIT PARAGRAPH

           END-IF

           IF WS-RETURN-CODE >= 8 THEN

               PERFORM WITHDRAW-SUSPENSE-PAR

           ELSE

               IF NOT WS-RESUBMIT-RUN THEN
                   PERFORM SUPERSEDE-SUSPENSE-PAR
               END-IF

           END-IF

           CLOSE REJECT-SUSPENSE

           IF WS-RESUBMIT-RUN THEN

               DISPLAY "SUSPENSE RESUBMITTED: " WS-SUS-RESUBMITTED-COUNT
               DISPLAY "SUSPENSE REOPENED: " WS-SUS-REOPENED-COUNT
               DISPLAY "SUSPENSE NOT FOUND: " WS-SUS-UNMATCHED-COUNT

           ELSE

               DISPLAY "SUSPENSE ENTRIES FILED: " WS-SUS-ADDED-COUNT
               DISPLAY "SUSPENSE ENTRIES KEPT: " WS-SUS-KEPT-COUNT
               DISPLAY "SUSPENSE ENTRIES SUPERSEDED: "
                   WS-SUS-SUPERSEDED-COUNT

           END-IF.

       WITHDRAW-SUSPENSE-PAR.

           MOVE "N" TO WS-SUS-EOF-SW
           MOVE WS-FEED-ID       TO SUS-FEED-ID
           MOVE WS-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE 0                TO SUS-REJECT-NUM

           START REJECT-SUSPENSE KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   SET WS-SUS-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL WS-SUS-EOF-YES

               READ REJECT-SUSPENSE NEXT RECORD
                   AT END
                       SET WS-SUS-EOF-YES TO TRUE
                   NOT AT END

                       IF SUS-FEED-ID NOT = WS-FEED-ID
                       OR SUS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       THEN
                           SET WS-SUS-EOF-YES TO TRUE
                       ELSE
                           IF SUS-LAST-RUN-ID = WS-RUN-ID THEN
                               PERFORM WITHDRAW-ONE-ENTRY-PAR
                           END-IF
                       END-IF

               END-READ

           END-PERFORM

           DISPLAY "BATCHVAL: " WS-SUS-WITHDRAWN-COUNT
               " SUSPENSE ENTRIES WITHDRAWN, " WS-SUS-RESTORED-COUNT
               " OF THEM RESTORED".

       WITHDRAW-ONE-ENTRY-PAR.

           ADD 1 TO WS-SUS-WITHDRAWN-COUNT

           EVALUATE TRUE

               WHEN WS-RESUBMIT-RUN

                   SET SUS-REPAIRED TO TRUE
                   REWRITE SUS-RECORD
                       INVALID KEY
                           DISPLAY "BATCHVAL: SUSPENSE REWRITE FAILED, "
                               "STATUS " WS-SUS-STATUS
                   END-REWRITE

               WHEN SUS-PRIOR-ENTRY NOT = SPACES

      *            The entry replaced an open one of the earlier run,
      *            whose reject is still owed.

                   ADD 1 TO WS-SUS-RESTORED-COUNT
                   MOVE SUS-PRIOR-ENTRY TO SUS-ENTRY
                   MOVE SPACES TO SUS-PRIOR-ENTRY
                   REWRITE SUS-RECORD
                       INVALID KEY
                           DISPLAY "BATCHVAL: SUSPENSE REWRITE FAILED, "
                               "STATUS " WS-SUS-STATUS
                   END-REWRITE

               WHEN OTHER

                   DELETE REJECT-SUSPENSE RECORD
                       INVALID KEY
                           DISPLAY "BATCHVAL: SUSPENSE DELETE FAILED, "
                               "STATUS " WS-SUS-STATUS
                   END-DELETE

           END-EVALUATE.

       SUPERSEDE-SUSPENSE-PAR.

      *    The released run filed every reject it has, so an entry an
      *    earlier attempt left open past them (its reject number is
      *    beyond this run's reject count) is no longer owed and is
      *    deleted, and the images this run saved of the entries it
      *    replaced are no longer needed.

           MOVE "N" TO WS-SUS-EOF-SW
           MOVE WS-FEED-ID       TO SUS-FEED-ID
           MOVE WS-BUSINESS-DATE TO SUS-BUSINESS-DATE
           MOVE 0                TO SUS-REJECT-NUM

           START REJECT-SUSPENSE KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   SET WS-SUS-EOF-YES TO TRUE
           END-START

           PERFORM UNTIL WS-SUS-EOF-YES

               READ REJECT-SUSPENSE NEXT RECORD
                   AT END
                       SET WS-SUS-EOF-YES TO TRUE
                   NOT AT END

                       IF SUS-FEED-ID NOT = WS-FEED-ID
                       OR SUS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                       THEN
                           SET WS-SUS-EOF-YES TO TRUE
                       ELSE
                           PERFORM SUPERSEDE-ONE-ENTRY-PAR
                       END-IF

               END-READ

           END-PERFORM.

       SUPERSEDE-ONE-ENTRY-PAR.

           IF SUS-LAST-RUN-ID = WS-RUN-ID THEN

               IF SUS-PRIOR-ENTRY NOT = SPACES THEN
                   MOVE SPACES TO SUS-PRIOR-ENTRY
                   REWRITE SUS-RECORD
                       INVALID KEY
                           DISPLAY "BATCHVAL: SUSPENSE REWRITE FAILED, "
                               "STATUS " WS-SUS-STATUS
                   END-REWRITE
               END-IF

               EXIT PARAGRAPH

           END-IF

           IF SUS-OPEN THEN

               ADD 1 TO WS-SUS-SUPERSEDED-COUNT
               DELETE REJECT-SUSPENSE RECORD
                   INVALID KEY
                       DISPLAY "BATCHVAL: SUSPENSE DELETE FAILED, "
                           "STATUS " WS-SUS-STATUS
               END-DELETE

           END-IF.

       END PROGRAM BATCHVAL.
