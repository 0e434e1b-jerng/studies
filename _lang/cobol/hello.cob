      *                    once interleaved CHKPT, JOBHIST, and
      *                    TRIGGR.  A stale lock from an abend is
      *                    operator-cleared with lkclear.
      *   2026-10-15  JLG  Hold a transaction that passes the field
      *                    edits but breaks a limit on the new
      *                    HOLDPRM file -- an item over its type's
      *                    threshold, or the one that takes its
      *                    account past the daily count or amount
      *                    velocity limit -- on the new HOLD file
      *                    instead of accepting it, for the hold
      *                    review program to release or decline.
      *                    A ten-million-dollar item with a good
      *                    key, date, and account used to post the
      *                    same night unseen.  An item a reviewer
      *                    released comes back flagged and is not
      *                    held again.  Limits that cannot be
      *                    loaded stop the unit of work RC 8.
      *   2026-10-15  JLG  Take the branch, card, and online feeds
      *                    as separate sources, each closed by its
      *                    own trailer and carrying its code on
      *                    every transaction (COPY SRCCODE).  Each
      *                    source is verified on the pre-scan,
      *                    fingerprinted, and registered on its
      *                    own, so a source that is late, out of
      *                    balance, or already processed is refused
      *                    or flagged with an alert naming it while
      *                    the others go through; the run is
      *                    refused RC 8 only when no source is left
      *                    to process.  A generation registered
      *                    on an earlier night is stale and passed
      *                    over as not received, and REPROCESS
      *                    names the sources it applies to.  The
      *                    report breaks the counts out by source.
      *   2026-10-15  JLG  Stamp the run mode on the history record
      *                    so the batch-window trend report can
      *                    read each run against its own mode's
      *                    service-level limits.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hello. *> Inline comment with '*>' : example
               FILE STATUS IS HW-CALENDR-STATUS.

      *    TRANSACT-FILE : the night's transaction detail records,
      *    every source's feed concatenated, read one by one between
      *    checkpoint steps 1 and 2.
           SELECT TRANSACT-FILE ASSIGN TO TRANSACT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HW-TRANSACT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HW-REJECTD-STATUS.

      *    HOLDPRM-FILE : the per-type item thresholds and the
      *    per-account daily velocity limits, loaded before the
      *    transaction file is read.
           SELECT HOLDPRM-FILE ASSIGN TO HOLDPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HW-HOLDPRM-STATUS.

      *    HOLD-FILE : every transaction that passed validation but
      *    broke a hold limit, carrying a hold reason for review.
           SELECT HOLD-FILE ASSIGN TO HOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HW-HOLD-STATUS.

      *    JOBHIST-FILE : the running audit trail of every execution
      *    of this job, one record inserted per run, keyed on
      *    program-id plus run date/time.
           RECORDING MODE IS F.
           COPY REJECTD.

       FD  HOLDPRM-FILE
           RECORDING MODE IS F.
           COPY HOLDPRM.

       FD  HOLD-FILE
           RECORDING MODE IS F.
           COPY HOLDQ.

       FD  JOBHIST-FILE.
           COPY JOBHIST.

      *----------------------------------------------------------------*
       COPY JOBBANR.

      *----------------------------------------------------------------*
      *    SO-SOURCE-xxx : the transaction sources the intake knows,
      *    shared with every program that breaks out by source (see
      *    COPY SRCCODE).
      *----------------------------------------------------------------*
       COPY SRCCODE.

      *----------------------------------------------------------------*
      *    HW-RUN-STAMP : today's date and time of day, built from
      *    the FUNCTION CURRENT-DATE intrinsic in 1000-INITIALIZE
       01  HW-REJECTD-STATUS           PIC X(02) VALUE SPACES.
           88  HW-REJECTD-WRITE-OK         VALUE '00'.

       01  HW-HOLDPRM-STATUS           PIC X(02) VALUE SPACES.
           88  HW-HOLDPRM-READ-OK          VALUE '00'.
           88  HW-HOLDPRM-AT-END           VALUE '10'.

       01  HW-HOLD-STATUS              PIC X(02) VALUE SPACES.
           88  HW-HOLD-WRITE-OK            VALUE '00'.

       01  HW-JOBHIST-STATUS           PIC X(02) VALUE SPACES.
           88  HW-JOBHIST-READ-OK          VALUE '00'.
           88  HW-JOBHIST-WRITE-OK         VALUE '00'.
               88  HW-TRAN-INVALID             VALUE 'N'.
           05  HW-TRAN-REASON-CODE     PIC X(04) VALUE SPACES.
           05  HW-LAST-TRAN-KEY        PIC X(10) VALUE SPACES.
           05  HW-CKPT-TRAN-INTERVAL   PIC 9(04) VALUE 1000.
           05  HW-TRANS-SINCE-CKPT     PIC 9(04) VALUE ZERO.
           05  HW-TRAN-READ-COUNT      PIC 9(07) VALUE ZERO.
           05  HW-TRAN-SKIP-COUNT      PIC 9(07) VALUE ZERO.
           05  HW-TRAN-ACCEPT-COUNT    PIC 9(07) VALUE ZERO.
           05  HW-TRAN-REJECT-COUNT    PIC 9(07) VALUE ZERO.
           05  HW-TRAN-HOLD-COUNT      PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------*
      *    HW-HOLD-WORK : the hold limits loaded from HOLDPRM (a
      *    zero limit is not checked), the hold verdict and reason
      *    3525-CHECK-HOLD-LIMITS reaches for the transaction in
      *    hand, and the message the report carries.  Limits that
      *    cannot be loaded leave the switch off and the unit of
      *    work does not run -- a night must never be accepted with
      *    the hold controls silently missing.
      *----------------------------------------------------------------*
       01  HW-HOLD-WORK.
           05  HW-HOLD-LIMITS-SW       PIC X(01) VALUE 'N'.
               88  HW-HOLD-LIMITS-LOADED       VALUE 'Y'.
               88  HW-HOLD-LIMITS-BAD          VALUE 'N'.
           05  HW-TRAN-HELD-SW         PIC X(01) VALUE 'N'.
               88  HW-TRAN-HELD                VALUE 'Y'.
               88  HW-TRAN-NOT-HELD            VALUE 'N'.
           05  HW-TRAN-HOLD-REASON     PIC X(04) VALUE SPACES.
           05  HW-HOLD-DB-LIMIT        PIC 9(09)V99 VALUE ZERO.
           05  HW-HOLD-CR-LIMIT        PIC 9(09)V99 VALUE ZERO.
           05  HW-HOLD-DAILY-COUNT     PIC 9(05) VALUE ZERO.
           05  HW-HOLD-DAILY-AMOUNT    PIC 9(11)V99 VALUE ZERO.
           05  HW-HOLDPRM-CARD-COUNT   PIC 9(03) VALUE ZERO.
           05  HW-HOLD-CARD-DISP       PIC ZZ9.
           05  HW-HOLD-MSG             PIC X(52) VALUE SPACES.

      *----------------------------------------------------------------*
      *    HW-VELOCITY-TABLE : one entry per account seen tonight,
      *    carrying the count and amount of its transactions that
      *    were accepted, so the velocity limits judge the whole
      *    night and not one record.  Rebuilt from the top on every
      *    run, a restart included, because the whole night is
      *    re-validated.  An account arriving after the table is
      *    full cannot be proved under the limits, so its items
      *    are held (HX04) -- the safe direction -- and operations
      *    is warned once.
      *----------------------------------------------------------------*
       01  HW-VELOCITY-TABLE.
           05  HW-VEL-STATE-SW         PIC X(01) VALUE 'N'.
               88  HW-VEL-TRACKED              VALUE 'T'.
               88  HW-VEL-UNTRACKED            VALUE 'U'.
               88  HW-VEL-NOT-CHECKED          VALUE 'N'.
           05  HW-VEL-FOUND-SW         PIC X(01) VALUE 'N'.
               88  HW-VEL-FOUND                VALUE 'Y'.
               88  HW-VEL-NOT-FOUND            VALUE 'N'.
           05  HW-VEL-COUNT            PIC 9(05) VALUE ZERO.
           05  HW-VEL-ENTRY            OCCURS 10000 TIMES
                                       INDEXED BY HW-VEL-IX.
               10  HW-VEL-ACCOUNT-ID   PIC X(08).
               10  HW-VEL-TRAN-COUNT   PIC 9(05).
               10  HW-VEL-TRAN-AMOUNT  PIC 9(11)V99.

      *----------------------------------------------------------------*
      *    HW-SOURCE-TABLE : one entry per source the intake knows,
      *    in the order of COPY SRCCODE, plus a last entry that
      *    gathers any detail or trailer whose source code is not
      *    on the list.  The pre-scan fills in each source's
      *    fingerprint -- business date, first and last key, count,
      *    amount -- and the totals its trailers promised; the
      *    judgment then sets the source's state : accepted for
      *    processing, refused (trailer missing or out of balance,
      *    feed already registered tonight, or source not
      *    recognized), late (an external source that sent nothing,
      *    or only a generation registered on an earlier night), or
      *    empty.  The scan of the register marks the duplicate and
      *    the stale generation, and the control card marks the
      *    sources its REPROCESS override names.  The processing
      *    pass keeps each source's sequence position and its
      *    accepted, rejected, and held counts for the report.  A
      *    source not accepted has its records passed over whole --
      *    half a feed or a feed already posted must never be
      *    accepted -- while the other sources' work goes on.
      *    Sized SO-SOURCE-COUNT + 1 -- see COPY SRCCODE before
      *    adding a source.
      *----------------------------------------------------------------*
       01  HW-SOURCE-TABLE.
           05  HW-SRC-ENTRY            OCCURS 8 TIMES
                                       INDEXED BY HW-SRC-IX.
               10  HW-SRC-CODE         PIC X(02).
               10  HW-SRC-NAME         PIC X(14).
               10  HW-SRC-STATE        PIC X(01).
                   88  HW-SRC-ACCEPTED         VALUE 'A'.
                   88  HW-SRC-REFUSED          VALUE 'R'.
                   88  HW-SRC-LATE             VALUE 'L'.
                   88  HW-SRC-EMPTY            VALUE 'E'.
               10  HW-SRC-TRAILER-SW   PIC X(01).
                   88  HW-SRC-TRAILER-SEEN     VALUE 'Y'.
                   88  HW-SRC-TRAILER-NOT-SEEN VALUE 'N'.
               10  HW-SRC-READABLE-SW  PIC X(01).
                   88  HW-SRC-TRAILER-READABLE VALUE 'Y'.
                   88  HW-SRC-TRAILER-UNREADABLE
                                               VALUE 'N'.
               10  HW-SRC-DUP-SW       PIC X(01).
                   88  HW-SRC-DUPLICATE        VALUE 'Y'.
                   88  HW-SRC-NOT-DUPLICATE    VALUE 'N'.
               10  HW-SRC-STALE-SW     PIC X(01).
                   88  HW-SRC-STALE            VALUE 'Y'.
                   88  HW-SRC-NOT-STALE        VALUE 'N'.
               10  HW-SRC-REPROCESS-SW PIC X(01).
                   88  HW-SRC-REPROCESS-NAMED  VALUE 'Y'.
                   88  HW-SRC-REPROCESS-NOT-NAMED
                                               VALUE 'N'.
               10  HW-SRC-EXP-COUNT    PIC 9(09).
               10  HW-SRC-EXP-HASH     PIC 9(13)V99.
               10  HW-SRC-BUS-DATE     PIC X(10).
               10  HW-SRC-FIRST-KEY    PIC X(10).
               10  HW-SRC-LAST-KEY     PIC X(10).
               10  HW-SRC-FEED-COUNT   PIC 9(09).
               10  HW-SRC-FEED-AMOUNT  PIC 9(13)V99.
               10  HW-SRC-PREV-KEY     PIC X(10).
               10  HW-SRC-ACCEPT-COUNT PIC 9(07).
               10  HW-SRC-REJECT-COUNT PIC 9(07).
               10  HW-SRC-HOLD-COUNT   PIC 9(07).
               10  HW-SRC-MSG          PIC X(24).

      *----------------------------------------------------------------*
      *    HW-SOURCE-WORK : the lookup code and found switch for
      *    3250-FIND-SOURCE, the table's extent (the known sources
      *    plus the unrecognized entry), and the night's tally of
      *    sources by state.
      *----------------------------------------------------------------*
       01  HW-SOURCE-WORK.
           05  HW-SRC-LOOKUP-CODE      PIC X(02) VALUE SPACES.
           05  HW-SRC-FOUND-SW         PIC X(01) VALUE 'N'.
               88  HW-SRC-FOUND                VALUE 'Y'.
               88  HW-SRC-NOT-FOUND            VALUE 'N'.
           05  HW-SRC-LIMIT            PIC 9(02) VALUE ZERO.
           05  HW-SRC-ACCEPTED-COUNT   PIC 9(02) VALUE ZERO.
           05  HW-SRC-REFUSED-COUNT    PIC 9(02) VALUE ZERO.
           05  HW-SRC-LATE-COUNT       PIC 9(02) VALUE ZERO.
           05  HW-SRC-REGISTERED-COUNT PIC 9(02) VALUE ZERO.
           05  HW-TRAILER-MSG          PIC X(52) VALUE SPACES.

      *----------------------------------------------------------------*
      *    HW-FEED-WORK : the night-level verdict of the per-source
      *    checks.  The run is refused outright only when not one
      *    source is left to process; the message mirrors what the
      *    report carries.
      *----------------------------------------------------------------*
       01  HW-FEED-WORK.
           05  HW-FEED-BLOCKED-SW      PIC X(01) VALUE 'N'.
               88  HW-FEED-BLOCKED             VALUE 'Y'.
               88  HW-FEED-NOT-BLOCKED         VALUE 'N'.
           05  HW-FEED-MSG             PIC X(52) VALUE SPACES.

      *----------------------------------------------------------------*
               88  HW-ACCEPTD-ALERTED          VALUE 'Y'.
           05  HW-REJECTD-ALERTED-SW   PIC X(01) VALUE 'N'.
               88  HW-REJECTD-ALERTED          VALUE 'Y'.
           05  HW-HOLD-ALERTED-SW      PIC X(01) VALUE 'N'.
               88  HW-HOLD-ALERTED             VALUE 'Y'.
           05  HW-VEL-ALERTED-SW       PIC X(01) VALUE 'N'.
               88  HW-VEL-ALERTED              VALUE 'Y'.
           05  HW-CHKPT-ALERTED-SW     PIC X(01) VALUE 'N'.
               88  HW-CHKPT-ALERTED            VALUE 'Y'.

       01  HW-RPT-DET-LINE9            PIC X(52) VALUE SPACES.
       01  HW-RPT-DET-LINE10           PIC X(52) VALUE SPACES.
       01  HW-RPT-DET-LINE11           PIC X(52) VALUE SPACES.
       01  HW-RPT-DET-LINE12           PIC X(32) VALUE SPACES.
       01  HW-RPT-DET-LINE13           PIC X(52) VALUE SPACES.
       01  HW-RPT-FTG-LINE1            PIC X(14) VALUE SPACES.
       01  HW-RPT-COUNT-DISP           PIC Z(06)9.

      *----------------------------------------------------------------*
      *    HW-RPT-SRC-xxx : the per-source breakdown under the run
      *    summary -- one line per source with what it sent and how
      *    it split, and a second line with the reason when the
      *    source was refused or reprocessed.
      *----------------------------------------------------------------*
       01  HW-RPT-SRC-LINE             PIC X(70) VALUE SPACES.
       01  HW-RPT-SRC-READ-DISP        PIC Z(06)9.
       01  HW-RPT-SRC-ACCEPT-DISP      PIC Z(06)9.
       01  HW-RPT-SRC-REJECT-DISP      PIC Z(06)9.
       01  HW-RPT-SRC-HOLD-DISP        PIC Z(06)9.
       01  HW-RPT-SRC-STATE-WORD       PIC X(08) VALUE SPACES.

       REPORT SECTION.
      *----------------------------------------------------------------*
      * RUN-SUMMARY-RPT : paginated run-summary report.  One report
           05  LINE PLUS 1 COLUMN 1  PIC X(32) SOURCE HW-RPT-DET-LINE3.
           05  LINE PLUS 1 COLUMN 1  PIC X(32) SOURCE HW-RPT-DET-LINE4.
           05  LINE PLUS 1 COLUMN 1  PIC X(32) SOURCE HW-RPT-DET-LINE5.
           05  LINE PLUS 1 COLUMN 1  PIC X(32)
                   SOURCE HW-RPT-DET-LINE12.
           05  LINE PLUS 1 COLUMN 1  PIC X(32) SOURCE HW-RPT-DET-LINE6.
           05  LINE PLUS 1 COLUMN 1  PIC X(52) SOURCE HW-RPT-DET-LINE7.
           05  LINE PLUS 1 COLUMN 1  PIC X(52) SOURCE HW-RPT-DET-LINE8.
                   SOURCE HW-RPT-DET-LINE10.
           05  LINE PLUS 1 COLUMN 1  PIC X(52)
                   SOURCE HW-RPT-DET-LINE11.
           05  LINE PLUS 1 COLUMN 1  PIC X(52)
                   SOURCE HW-RPT-DET-LINE13.
       01  SOURCE-DETAIL TYPE DETAIL.
           05  LINE PLUS 1 COLUMN 1  PIC X(70) SOURCE HW-RPT-SRC-LINE.
       01  TYPE PAGE FOOTING.
           05  LINE 58 COLUMN 1  PIC X(14) SOURCE HW-RPT-FTG-LINE1.
           05  LINE 59 COLUMN 1  PIC ZZZ9 SOURCE PAGE-COUNTER.

      *----------------------------------------------------------------*
      * 3200-CHECK-FEED-REGISTER : before transaction processing
      * starts, verify and fingerprint each source's feed on its
      * own and judge it (3260) : a source whose trailer is missing
      * or out of balance, whose fingerprint a run tonight already
      * registered, or whose code is not recognized is refused
      * with an operator alert, and an external source that sent
      * nothing, or only a generation registered on an earlier
      * night, is flagged late; the remaining sources are
      * processed.  A duplicate or stale feed is taken only under
      * the explicit REPROCESS override on the control card, for
      * the sources the card names.  One source refused
      * or late does not hold up the others : the refusal shows on
      * the report and in the alert, and the run is refused with
      * RETURN-CODE 8 only when not one source is left to process.
      * A register that cannot be opened counts as empty -- the
      * first feed ever has no register behind it.
      *----------------------------------------------------------------*
       3200-CHECK-FEED-REGISTER.
           COMPUTE HW-SRC-LIMIT = SO-SOURCE-COUNT + 1.
           PERFORM 3205-RESET-ONE-SOURCE THRU 3205-EXIT
               VARYING HW-SRC-IX FROM 1 BY 1
               UNTIL HW-SRC-IX > HW-SRC-LIMIT.
           MOVE "??" TO HW-SRC-CODE (HW-SRC-LIMIT).
           MOVE "NOT RECOGNIZED" TO HW-SRC-NAME (HW-SRC-LIMIT).
           MOVE ZERO TO HW-SRC-ACCEPTED-COUNT.
           MOVE ZERO TO HW-SRC-REFUSED-COUNT.
           MOVE ZERO TO HW-SRC-LATE-COUNT.
           MOVE ZERO TO HW-SRC-REGISTERED-COUNT.
           PERFORM 3210-FINGERPRINT-FEED THRU 3210-EXIT.
           IF HW-FEED-BLOCKED
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3230-SCAN-FEED-REGISTER THRU 3230-EXIT.
           PERFORM 3260-JUDGE-SOURCE THRU 3260-EXIT
               VARYING HW-SRC-IX FROM 1 BY 1
               UNTIL HW-SRC-IX > HW-SRC-LIMIT.
           MOVE SPACES TO HW-TRAILER-MSG.
           STRING "SOURCES: "            DELIMITED BY SIZE
                  HW-SRC-ACCEPTED-COUNT  DELIMITED BY SIZE
                  " ACCEPTED, "          DELIMITED BY SIZE
                  HW-SRC-REFUSED-COUNT   DELIMITED BY SIZE
                  " REFUSED, "           DELIMITED BY SIZE
                  HW-SRC-LATE-COUNT      DELIMITED BY SIZE
                  " LATE"                DELIMITED BY SIZE
               INTO HW-TRAILER-MSG
           END-STRING.
           IF HW-SRC-ACCEPTED-COUNT > ZERO
               MOVE "FEED REGISTER: SOURCES CHECKED, SEE BELOW"
                   TO HW-FEED-MSG
               GO TO 3200-EXIT
           END-IF.
           SET HW-FEED-BLOCKED TO TRUE.
           MOVE "FEED REGISTER: NO SOURCE ACCEPTED, RUN REFUSED"
               TO HW-FEED-MSG.
           MOVE 8 TO RETURN-CODE.
           MOVE "WARNING" TO HW-COMPLETION-STATUS.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3205-RESET-ONE-SOURCE : clear one source's entry and take
      * its code and name from the source table.  The entry past
      * the known sources is the unrecognized entry, named by
      * 3200.
      *----------------------------------------------------------------*
       3205-RESET-ONE-SOURCE.
           MOVE SPACES TO HW-SRC-CODE (HW-SRC-IX).
           MOVE SPACES TO HW-SRC-NAME (HW-SRC-IX).
           MOVE SPACES TO HW-SRC-BUS-DATE (HW-SRC-IX).
           MOVE SPACES TO HW-SRC-FIRST-KEY (HW-SRC-IX).
           MOVE SPACES TO HW-SRC-LAST-KEY (HW-SRC-IX).
           MOVE SPACES TO HW-SRC-PREV-KEY (HW-SRC-IX).
           MOVE SPACES TO HW-SRC-MSG (HW-SRC-IX).
           MOVE ZERO TO HW-SRC-EXP-COUNT (HW-SRC-IX).
           MOVE ZERO TO HW-SRC-EXP-HASH (HW-SRC-IX).
           MOVE ZERO TO HW-SRC-FEED-COUNT (HW-SRC-IX).
           MOVE ZERO TO HW-SRC-FEED-AMOUNT (HW-SRC-IX).
           MOVE ZERO TO HW-SRC-ACCEPT-COUNT (HW-SRC-IX).
           MOVE ZERO TO HW-SRC-REJECT-COUNT (HW-SRC-IX).
           MOVE ZERO TO HW-SRC-HOLD-COUNT (HW-SRC-IX).
           SET HW-SRC-EMPTY (HW-SRC-IX) TO TRUE.
           SET HW-SRC-TRAILER-NOT-SEEN (HW-SRC-IX) TO TRUE.
           SET HW-SRC-TRAILER-READABLE (HW-SRC-IX) TO TRUE.
           SET HW-SRC-NOT-DUPLICATE (HW-SRC-IX) TO TRUE.
           SET HW-SRC-NOT-STALE (HW-SRC-IX) TO TRUE.
           SET HW-SRC-REPROCESS-NOT-NAMED (HW-SRC-IX) TO TRUE.
           IF HW-SRC-IX NOT > SO-SOURCE-COUNT
               SET SO-IX TO HW-SRC-IX
               MOVE SO-SOURCE-CODE (SO-IX) TO HW-SRC-CODE (HW-SRC-IX)
               MOVE SO-SOURCE-NAME (SO-IX) TO HW-SRC-NAME (HW-SRC-IX)
               IF CC-REPROCESS-OVERRIDE
                   PERFORM 3207-MATCH-REPROCESS THRU 3207-EXIT
                       VARYING CC-RPS-IX FROM 1 BY 1
                       UNTIL CC-RPS-IX > 8
               END-IF
           END-IF.
       3205-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3207-MATCH-REPROCESS : mark the source when the control
      * card's REPROCESS override names its code.
      *----------------------------------------------------------------*
       3207-MATCH-REPROCESS.
           IF CC-REPROCESS-SOURCE (CC-RPS-IX) = HW-SRC-CODE (HW-SRC-IX)
               SET HW-SRC-REPROCESS-NAMED (HW-SRC-IX) TO TRUE
           END-IF.
       3207-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3210-FINGERPRINT-FEED : pre-scan the transaction file end to
      * end, taking each source's fingerprint and the totals its
      * trailers promise.  Trailer records are not part of the
      * fingerprint; a source's business date is its first
      * detail's transaction date.  Every source is judged on this
      * scan, so a file that cannot be opened or read to the end
      * stops the unit of work RC 8 -- no source can be judged on
      * half a file.
      *----------------------------------------------------------------*
       3210-FINGERPRINT-FEED.
           OPEN INPUT TRANSACT-FILE.
           IF NOT HW-TRANSACT-READ-OK
               GO TO 3210-FAILED
           END-IF.
           PERFORM 3220-SCAN-ONE-TRAN THRU 3220-EXIT
               UNTIL NOT HW-TRANSACT-READ-OK.
           CLOSE TRANSACT-FILE.
           IF HW-TRANSACT-AT-END
               GO TO 3210-EXIT
           END-IF.
       3210-FAILED.
           SET HW-FEED-BLOCKED TO TRUE.
           MOVE "FEED REGISTER: FEED UNREADABLE, RUN REFUSED"
               TO HW-FEED-MSG.
           MOVE 8 TO RETURN-CODE.
           MOVE "WARNING" TO HW-COMPLETION-STATUS.
           MOVE "3210-FINGERPRINT" TO HW-ALERT-PARA.
           MOVE HW-TRANSACT-STATUS TO HW-ALERT-FILE-STATUS.
           MOVE "CRIT" TO HW-ALERT-SEVERITY.
           PERFORM 8000-WRITE-ALERT THRU 8000-EXIT.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3220-SCAN-ONE-TRAN : fold one transaction record into its
      * source's fingerprint, or one trailer into its source's
      * expected totals.
      *----------------------------------------------------------------*
       3220-SCAN-ONE-TRAN.
           READ TRANSACT-FILE
               GO TO 3220-EXIT
           END-IF.
           IF TL-IS-TRAILER
               MOVE TL-SOURCE-CODE TO HW-SRC-LOOKUP-CODE
               PERFORM 3250-FIND-SOURCE THRU 3250-EXIT
               PERFORM 3515-CAPTURE-TRAILER THRU 3515-EXIT
               GO TO 3220-EXIT
           END-IF.
           MOVE TR-SOURCE-CODE TO HW-SRC-LOOKUP-CODE.
           PERFORM 3250-FIND-SOURCE THRU 3250-EXIT.
           ADD 1 TO HW-SRC-FEED-COUNT (HW-SRC-IX).
           IF HW-SRC-FEED-COUNT (HW-SRC-IX) = 1
               MOVE TR-TRAN-KEY  TO HW-SRC-FIRST-KEY (HW-SRC-IX)
               MOVE TR-TRAN-DATE TO HW-SRC-BUS-DATE (HW-SRC-IX)
           END-IF.
           MOVE TR-TRAN-KEY TO HW-SRC-LAST-KEY (HW-SRC-IX).
           IF TR-TRAN-AMOUNT NUMERIC
               ADD TR-TRAN-AMOUNT TO HW-SRC-FEED-AMOUNT (HW-SRC-IX)
           END-IF.
       3220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3230-SCAN-FEED-REGISTER : read the feed register end to end
      * looking for this job's records carrying any source's
      * fingerprint for tonight.
      *----------------------------------------------------------------*
       3230-SCAN-FEED-REGISTER.
           OPEN INPUT FEEDREG-FILE.
               GO TO 3230-EXIT
           END-IF.
           PERFORM 3240-MATCH-ONE-FEED THRU 3240-EXIT
               UNTIL NOT HW-FEEDREG-IO-OK.
           CLOSE FEEDREG-FILE.
       3230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3240-MATCH-ONE-FEED : compare one register record to the
      * fingerprint of the source it was registered for.  The same
      * fingerprint registered by a run tonight is a duplicate.
      * The same fingerprint registered on an earlier night is a
      * stale generation -- the source sent nothing new and an
      * earlier night's generation was mounted again -- and so,
      * for an external feed, is the same business date alone.
      * The suite's own files carry transactions of earlier dates
      * (a recycled reject or a released hold keeps its own), so
      * for them only the whole fingerprint says stale.  A record
      * written before the register carried a source code matches
      * no source.
      *----------------------------------------------------------------*
       3240-MATCH-ONE-FEED.
           READ FEEDREG-FILE
           IF NOT HW-FEEDREG-IO-OK
               GO TO 3240-EXIT
           END-IF.
           IF FR-JOB-NAME NOT = JB-JOB-NAME
               GO TO 3240-EXIT
           END-IF.
           MOVE FR-SOURCE-CODE TO HW-SRC-LOOKUP-CODE.
           PERFORM 3250-FIND-SOURCE THRU 3250-EXIT.
           IF HW-SRC-NOT-FOUND
               GO TO 3240-EXIT
           END-IF.
           IF HW-SRC-FEED-COUNT (HW-SRC-IX) = ZERO
               OR FR-BUSINESS-DATE NOT = HW-SRC-BUS-DATE (HW-SRC-IX)
               GO TO 3240-EXIT
           END-IF.
           IF FR-RUN-DATE < HW-RUN-DATE
               AND HW-SRC-IX NOT > SO-EXTERNAL-COUNT
               SET HW-SRC-STALE (HW-SRC-IX) TO TRUE
               GO TO 3240-EXIT
           END-IF.
           IF FR-FIRST-TRAN-KEY NOT = HW-SRC-FIRST-KEY (HW-SRC-IX)
               OR FR-LAST-TRAN-KEY NOT = HW-SRC-LAST-KEY (HW-SRC-IX)
               OR FR-RECORD-COUNT NOT NUMERIC
               OR FR-RECORD-COUNT NOT = HW-SRC-FEED-COUNT (HW-SRC-IX)
               OR FR-AMOUNT-TOTAL NOT NUMERIC
               OR FR-AMOUNT-TOTAL NOT = HW-SRC-FEED-AMOUNT (HW-SRC-IX)
               GO TO 3240-EXIT
           END-IF.
           IF FR-RUN-DATE < HW-RUN-DATE
               SET HW-SRC-STALE (HW-SRC-IX) TO TRUE
           ELSE
               SET HW-SRC-DUPLICATE (HW-SRC-IX) TO TRUE
           END-IF.
       3240-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3250-FIND-SOURCE : point HW-SRC-IX at the entry for the code
      * in HW-SRC-LOOKUP-CODE.  A code not on the list points at
      * the unrecognized entry, with HW-SRC-NOT-FOUND set.
      *----------------------------------------------------------------*
       3250-FIND-SOURCE.
           SET HW-SRC-NOT-FOUND TO TRUE.
           PERFORM 3255-MATCH-SOURCE THRU 3255-EXIT
               VARYING HW-SRC-IX FROM 1 BY 1
               UNTIL HW-SRC-FOUND
               OR HW-SRC-IX > SO-SOURCE-COUNT.
           IF HW-SRC-FOUND
               SET HW-SRC-IX DOWN BY 1
           ELSE
               SET HW-SRC-IX TO HW-SRC-LIMIT
           END-IF.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3255-MATCH-SOURCE : compare one source entry to the lookup
      * code.
      *----------------------------------------------------------------*
       3255-MATCH-SOURCE.
           IF HW-SRC-CODE (HW-SRC-IX) = HW-SRC-LOOKUP-CODE
               SET HW-SRC-FOUND TO TRUE
           END-IF.
       3255-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3260-JUDGE-SOURCE : settle one source's state for the night.
      * Nothing at all from an external source is late (WARN); from
      * one of the suite's own sources it is simply an empty night.
      * A stale generation -- one registered on an earlier night,
      * mounted again because nothing new came -- is judged the
      * same way and passed over.  Anything under an unrecognized
      * code, a trailer that does not prove the source's feed
      * (3530), or a fingerprint a run tonight already registered
      * is refused (CRIT).  The REPROCESS override takes a stale or
      * duplicate feed through again, but only for the sources the
      * control card names.  A source whose trailer proves an empty
      * feed has nothing to process or register.  The alert
      * carries the source code where a file-level alert carries
      * the file status.
      *----------------------------------------------------------------*
       3260-JUDGE-SOURCE.
           IF HW-SRC-FEED-COUNT (HW-SRC-IX) = ZERO
               AND HW-SRC-TRAILER-NOT-SEEN (HW-SRC-IX)
               IF HW-SRC-IX > SO-EXTERNAL-COUNT
                   GO TO 3260-EXIT
               END-IF
               SET HW-SRC-LATE (HW-SRC-IX) TO TRUE
               MOVE "FEED NOT RECEIVED" TO HW-SRC-MSG (HW-SRC-IX)
               ADD 1 TO HW-SRC-LATE-COUNT
               MOVE "WARN" TO HW-ALERT-SEVERITY
               GO TO 3260-ALERT
           END-IF.
           IF HW-SRC-IX > SO-SOURCE-COUNT
               MOVE "SOURCE NOT RECOGNIZED" TO HW-SRC-MSG (HW-SRC-IX)
               GO TO 3260-REFUSE
           END-IF.
           PERFORM 3530-VERIFY-TRAILER THRU 3530-EXIT.
           IF HW-SRC-MSG (HW-SRC-IX) NOT = SPACES
               GO TO 3260-REFUSE
           END-IF.
           IF HW-SRC-FEED-COUNT (HW-SRC-IX) = ZERO
               GO TO 3260-EXIT
           END-IF.
           IF HW-SRC-DUPLICATE (HW-SRC-IX)
               IF HW-SRC-REPROCESS-NOT-NAMED (HW-SRC-IX)
                   MOVE "FEED ALREADY PROCESSED"
                       TO HW-SRC-MSG (HW-SRC-IX)
                   GO TO 3260-REFUSE
               END-IF
               MOVE "DUPLICATE, REPROCESSED" TO HW-SRC-MSG (HW-SRC-IX)
           END-IF.
           IF HW-SRC-STALE (HW-SRC-IX)
               AND HW-SRC-NOT-DUPLICATE (HW-SRC-IX)
               IF HW-SRC-REPROCESS-NOT-NAMED (HW-SRC-IX)
                   GO TO 3260-STALE
               END-IF
               MOVE "STALE FEED, REPROCESSED" TO HW-SRC-MSG (HW-SRC-IX)
           END-IF.
           SET HW-SRC-ACCEPTED (HW-SRC-IX) TO TRUE.
           ADD 1 TO HW-SRC-ACCEPTED-COUNT.
           GO TO 3260-EXIT.
       3260-STALE.
           IF HW-SRC-IX > SO-EXTERNAL-COUNT
               MOVE "STALE FEED, PASSED OVER" TO HW-SRC-MSG (HW-SRC-IX)
               GO TO 3260-EXIT
           END-IF.
           SET HW-SRC-LATE (HW-SRC-IX) TO TRUE.
           MOVE "NOT RECEIVED, STALE FEED" TO HW-SRC-MSG (HW-SRC-IX).
           ADD 1 TO HW-SRC-LATE-COUNT.
           MOVE "WARN" TO HW-ALERT-SEVERITY.
           GO TO 3260-ALERT.
       3260-REFUSE.
           SET HW-SRC-REFUSED (HW-SRC-IX) TO TRUE.
           ADD 1 TO HW-SRC-REFUSED-COUNT.
           MOVE "CRIT" TO HW-ALERT-SEVERITY.
       3260-ALERT.
           MOVE "3260-JUDGE-SOURCE" TO HW-ALERT-PARA.
           MOVE HW-SRC-CODE (HW-SRC-IX) TO HW-ALERT-FILE-STATUS.
           PERFORM 8000-WRITE-ALERT THRU 8000-EXIT.
       3260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-LOAD-HOLD-LIMITS : read the HOLDPRM card file and take
      * the per-type item thresholds and the velocity limits.  A
      * file that cannot be opened or read, an empty file, or a
      * card that fails its edits is a hard stop : RETURN-CODE 8,
      * a CRIT alert, the reason on the report, and the unit of
      * work does not run -- accepting a night with the hold
      * controls silently off is exactly the exposure they exist
      * to close.
      *----------------------------------------------------------------*
       3400-LOAD-HOLD-LIMITS.
           SET HW-HOLD-LIMITS-BAD TO TRUE.
           MOVE ZERO TO HW-HOLD-DB-LIMIT.
           MOVE ZERO TO HW-HOLD-CR-LIMIT.
           MOVE ZERO TO HW-HOLD-DAILY-COUNT.
           MOVE ZERO TO HW-HOLD-DAILY-AMOUNT.
           MOVE ZERO TO HW-HOLDPRM-CARD-COUNT.
           MOVE SPACES TO HW-HOLD-MSG.
           OPEN INPUT HOLDPRM-FILE.
           IF NOT HW-HOLDPRM-READ-OK
               MOVE "HOLD LIMITS: HOLDPRM FILE NOT AVAILABLE"
                   TO HW-HOLD-MSG
               GO TO 3400-FLAG-BAD
           END-IF.
           PERFORM 3410-LOAD-ONE-LIMIT THRU 3410-EXIT
               UNTIL NOT HW-HOLDPRM-READ-OK.
           IF NOT HW-HOLDPRM-AT-END
               MOVE "HOLD LIMITS: HOLDPRM READ FAILED"
                   TO HW-HOLD-MSG
           END-IF.
           CLOSE HOLDPRM-FILE.
           IF HW-HOLD-MSG NOT = SPACES
               GO TO 3400-FLAG-BAD
           END-IF.
           IF HW-HOLDPRM-CARD-COUNT = ZERO
               MOVE "HOLD LIMITS: HOLDPRM FILE IS EMPTY"
                   TO HW-HOLD-MSG
               GO TO 3400-FLAG-BAD
           END-IF.
           SET HW-HOLD-LIMITS-LOADED TO TRUE.
           MOVE HW-HOLDPRM-CARD-COUNT TO HW-HOLD-CARD-DISP.
           STRING "HOLD LIMITS: " DELIMITED BY SIZE
               HW-HOLD-CARD-DISP DELIMITED BY SIZE
               " CARDS LOADED" DELIMITED BY SIZE
               INTO HW-HOLD-MSG
           END-STRING.
           GO TO 3400-EXIT.
       3400-FLAG-BAD.
           MOVE 8 TO RETURN-CODE.
           MOVE "WARNING" TO HW-COMPLETION-STATUS.
           MOVE "3400-LOAD-HOLDPRM" TO HW-ALERT-PARA.
           MOVE HW-HOLDPRM-STATUS TO HW-ALERT-FILE-STATUS.
           MOVE "CRIT" TO HW-ALERT-SEVERITY.
           PERFORM 8000-WRITE-ALERT THRU 8000-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3410-LOAD-ONE-LIMIT : read one HOLDPRM card and take its
      * limit.  The first card that fails its edits names itself
      * in the report message; the rest of the file is still read
      * so the file status reaches end of file cleanly.
      *----------------------------------------------------------------*
       3410-LOAD-ONE-LIMIT.
           READ HOLDPRM-FILE
               AT END
                   GO TO 3410-EXIT
           END-READ.
           IF NOT HW-HOLDPRM-READ-OK
               GO TO 3410-EXIT
           END-IF.
           ADD 1 TO HW-HOLDPRM-CARD-COUNT.
           EVALUATE TRUE
               WHEN HP-KIND-THRESHOLD
                AND HP-TRAN-TYPE = 'DB'
                AND HP-ITEM-LIMIT NUMERIC
                   MOVE HP-ITEM-LIMIT TO HW-HOLD-DB-LIMIT
               WHEN HP-KIND-THRESHOLD
                AND HP-TRAN-TYPE = 'CR'
                AND HP-ITEM-LIMIT NUMERIC
                   MOVE HP-ITEM-LIMIT TO HW-HOLD-CR-LIMIT
               WHEN HP-KIND-VELOCITY
                AND HP-DAILY-COUNT NUMERIC
                AND HP-DAILY-AMOUNT NUMERIC
                   MOVE HP-DAILY-COUNT  TO HW-HOLD-DAILY-COUNT
                   MOVE HP-DAILY-AMOUNT TO HW-HOLD-DAILY-AMOUNT
               WHEN HW-HOLD-MSG = SPACES
                   MOVE HW-HOLDPRM-CARD-COUNT TO HW-HOLD-CARD-DISP
                   STRING "HOLD LIMITS: HOLDPRM CARD " DELIMITED BY
                       SIZE
                       HW-HOLD-CARD-DISP DELIMITED BY SIZE
                       " NOT VALID" DELIMITED BY SIZE
                       INTO HW-HOLD-MSG
                   END-STRING
           END-EVALUATE.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-PROCESS-TRANSACTIONS : read the TRANSACT detail file
      * record by record, validate each transaction, and split the
      * output into the accepted, held, and rejected files.  An
      * in-flight checkpoint carrying the last transaction key is
      * paced every HW-CKPT-TRAN-INTERVAL records; on a restart,
      * records at or below the checkpointed key are validated and
      * written again into this run's fresh output generations
      * (counted for the report), so the whole night always lands
      * in one generation pair regardless of where the prior run
      * died.
      *----------------------------------------------------------------*
       3500-PROCESS-TRANSACTIONS.
           PERFORM 3400-LOAD-HOLD-LIMITS THRU 3400-EXIT.
           IF HW-HOLD-LIMITS-BAD
               GO TO 3500-EXIT
           END-IF.
           MOVE ZERO TO HW-TRAN-READ-COUNT.
           MOVE ZERO TO HW-TRAN-SKIP-COUNT.
           MOVE ZERO TO HW-TRAN-ACCEPT-COUNT.
           MOVE ZERO TO HW-TRAN-REJECT-COUNT.
           MOVE ZERO TO HW-TRAN-HOLD-COUNT.
           MOVE ZERO TO HW-VEL-COUNT.
           MOVE ZERO TO HW-TRANS-SINCE-CKPT.
           MOVE HW-RESTART-TRAN-KEY TO HW-LAST-TRAN-KEY.
           OPEN INPUT TRANSACT-FILE.
           IF NOT HW-TRANSACT-READ-OK
               MOVE 8 TO RETURN-CODE
               CLOSE ACCEPTD-FILE
               GO TO 3500-EXIT
           END-IF.
           OPEN OUTPUT HOLD-FILE.
           IF NOT HW-HOLD-WRITE-OK
               MOVE 8 TO RETURN-CODE
               MOVE "WARNING" TO HW-COMPLETION-STATUS
               MOVE "3500-PROCESS-TRANS" TO HW-ALERT-PARA
               MOVE HW-HOLD-STATUS TO HW-ALERT-FILE-STATUS
               MOVE "CRIT" TO HW-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               CLOSE TRANSACT-FILE
               CLOSE ACCEPTD-FILE
               CLOSE REJECTD-FILE
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3510-PROCESS-ONE-TRAN THRU 3510-EXIT
               UNTIL NOT HW-TRANSACT-READ-OK.
      *    Only a clean end of file is a completed unit of work --
      *    every source processed was proved whole by its trailer
      *    before processing started; a READ that failed mid-file
      *    leaves the unit incomplete so the rerun processes the
      *    whole file.
           IF HW-TRANSACT-AT-END
               SET HW-TRANSACT-PROCESSED TO TRUE
           ELSE
               MOVE 8 TO RETURN-CODE
               MOVE "WARNING" TO HW-COMPLETION-STATUS
           CLOSE TRANSACT-FILE.
           CLOSE ACCEPTD-FILE.
           CLOSE REJECTD-FILE.
           CLOSE HOLD-FILE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3510-PROCESS-ONE-TRAN : read one transaction, count it as a
      * re-emission when a restarted prior run already processed
      * it, validate it, and route it to the accepted, held, or
      * rejected file.  Every HW-CKPT-TRAN-INTERVAL records
      * processed, write an in-flight checkpoint carrying the
      * highest key processed.
      *----------------------------------------------------------------*
       3510-PROCESS-ONE-TRAN.
           READ TRANSACT-FILE
           IF NOT HW-TRANSACT-READ-OK
               GO TO 3510-EXIT
           END-IF.
      *    A trailer closes a source's feed and is not a
      *    transaction -- it was verified on the pre-scan.  A
      *    refused source's records are passed over whole.
           IF TL-IS-TRAILER
               GO TO 3510-EXIT
           END-IF.
           MOVE TR-SOURCE-CODE TO HW-SRC-LOOKUP-CODE.
           PERFORM 3250-FIND-SOURCE THRU 3250-EXIT.
           IF NOT HW-SRC-ACCEPTED (HW-SRC-IX)
               GO TO 3510-EXIT
           END-IF.
           ADD 1 TO HW-TRAN-READ-COUNT.
      *    Records the abended run already processed are validated
      *    and written AGAIN -- this run's output generations were
      *    opened fresh, so the whole night must land in them, and
               ADD 1 TO HW-TRAN-SKIP-COUNT
           END-IF.
           PERFORM 3520-VALIDATE-TRANSACTION THRU 3520-EXIT.
           EVALUATE TRUE
               WHEN HW-TRAN-HELD
                   PERFORM 3540-WRITE-HOLD THRU 3540-EXIT
               WHEN HW-TRAN-VALID
                   WRITE AC-ACCEPTED-RECORD FROM TR-TRANSACTION-RECORD
                   IF NOT HW-ACCEPTD-WRITE-OK
                       MOVE 8 TO RETURN-CODE
                       MOVE "WARNING" TO HW-COMPLETION-STATUS
                       IF NOT HW-ACCEPTD-ALERTED
                           SET HW-ACCEPTD-ALERTED TO TRUE
                           MOVE "3510-PROCESS-ONE-TRN"
                               TO HW-ALERT-PARA
                           MOVE HW-ACCEPTD-STATUS
                               TO HW-ALERT-FILE-STATUS
                           MOVE "CRIT" TO HW-ALERT-SEVERITY
                           PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
                       END-IF
                   ELSE
                       ADD 1 TO HW-TRAN-ACCEPT-COUNT
                       ADD 1 TO HW-SRC-ACCEPT-COUNT (HW-SRC-IX)
                   END-IF
               WHEN OTHER
                   MOVE TR-TRANSACTION-RECORD TO RJ-TRAN-IMAGE
                   MOVE HW-TRAN-REASON-CODE   TO RJ-REASON-CODE
                   MOVE HW-RUN-DATE           TO RJ-REJECT-DATE
                   WRITE RJ-REJECT-RECORD
                   IF NOT HW-REJECTD-WRITE-OK
                       MOVE 8 TO RETURN-CODE
                       MOVE "WARNING" TO HW-COMPLETION-STATUS
                       IF NOT HW-REJECTD-ALERTED
                           SET HW-REJECTD-ALERTED TO TRUE
                           MOVE "3510-PROCESS-ONE-TRN"
                               TO HW-ALERT-PARA
                           MOVE HW-REJECTD-STATUS
                               TO HW-ALERT-FILE-STATUS
                           MOVE "CRIT" TO HW-ALERT-SEVERITY
                           PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
                       END-IF
                   ELSE
                       ADD 1 TO HW-TRAN-REJECT-COUNT
                       ADD 1 TO HW-SRC-REJECT-COUNT (HW-SRC-IX)
                   END-IF
           END-EVALUATE.
      *    The checkpoint key and each source's sequence base only
      *    advance -- an out-of-sequence record (rejected RS06 by
      *    3520) must not drag the restart position backwards.
           IF TR-TRAN-KEY NOT < HW-SRC-PREV-KEY (HW-SRC-IX)
               MOVE TR-TRAN-KEY TO HW-SRC-PREV-KEY (HW-SRC-IX)
               IF TR-TRAN-KEY > HW-LAST-TRAN-KEY
                   MOVE TR-TRAN-KEY TO HW-LAST-TRAN-KEY
               END-IF

      *----------------------------------------------------------------*
      * 3515-CAPTURE-TRAILER : fold the trailer's count and hash
      * into the expected totals of the source it closes, for
      * 3530-VERIFY-TRAILER.  A source may send its feed in more
      * than one generation, each closed by its own trailer, so a
      * source's expected totals are the SUM of every trailer it
      * sent.  A trailer whose totals cannot be read as numbers can
      * verify nothing and is treated as a mismatch.
      *----------------------------------------------------------------*
       3515-CAPTURE-TRAILER.
           SET HW-SRC-TRAILER-SEEN (HW-SRC-IX) TO TRUE.
           IF TL-RECORD-COUNT NUMERIC
               AND TL-AMOUNT-HASH NUMERIC
               ADD TL-RECORD-COUNT TO HW-SRC-EXP-COUNT (HW-SRC-IX)
               ADD TL-AMOUNT-HASH  TO HW-SRC-EXP-HASH (HW-SRC-IX)
           ELSE
               SET HW-SRC-TRAILER-UNREADABLE (HW-SRC-IX) TO TRUE
           END-IF.
       3515-EXIT.
           EXIT.
      * matters beyond data quality : the record-level restart
      * assumes the file ascends on the transaction key, so a key
      * running backwards must surface as a reject, never be
      * silently folded into the checkpointed position.  A
      * transaction that passes every edit is then judged against
      * the hold limits, and one that breaks a limit is routed to
      * the HOLD file instead of being accepted.
      *----------------------------------------------------------------*
       3520-VALIDATE-TRANSACTION.
           SET HW-TRAN-VALID TO TRUE.
           SET HW-TRAN-NOT-HELD TO TRUE.
           MOVE SPACES TO HW-TRAN-REASON-CODE.
           MOVE SPACES TO HW-TRAN-HOLD-REASON.
           EVALUATE TRUE
               WHEN TR-TRAN-KEY = SPACES
                   MOVE 'RK01' TO HW-TRAN-REASON-CODE
               WHEN TR-TRAN-KEY < HW-SRC-PREV-KEY (HW-SRC-IX)
                   MOVE 'RS06' TO HW-TRAN-REASON-CODE
               WHEN TR-TRAN-DATE(1:4) NOT NUMERIC
                 OR TR-TRAN-DATE(5:1) NOT = '-'
           END-EVALUATE.
           IF HW-TRAN-REASON-CODE NOT = SPACES
               SET HW-TRAN-INVALID TO TRUE
               GO TO 3520-EXIT
           END-IF.
           PERFORM 3525-CHECK-HOLD-LIMITS THRU 3525-EXIT.
       3520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3525-CHECK-HOLD-LIMITS : judge a valid transaction against
      * the limits loaded from HOLDPRM and, on the first limit it
      * breaks, hold it with the reason the HOLD record will carry
      * (see the HOLDQ copybook for the code list).  The item
      * limit for its type comes first, then the velocity limits,
      * which judge the account's accepted count and amount for
      * the night with this transaction added.  A held transaction
      * does not count toward its account's velocity -- it has not
      * been accepted.  An item a reviewer already released is not
      * judged again, but it does count : it posts tonight.
      *----------------------------------------------------------------*
       3525-CHECK-HOLD-LIMITS.
           PERFORM 3526-FIND-VELOCITY THRU 3526-EXIT.
           IF TR-RELEASED-FROM-HOLD
               GO TO 3525-COUNT-VELOCITY
           END-IF.
           EVALUATE TRUE
               WHEN TR-TYPE-DEBIT
                AND HW-HOLD-DB-LIMIT > ZERO
                AND TR-TRAN-AMOUNT > HW-HOLD-DB-LIMIT
                   MOVE 'HL01' TO HW-TRAN-HOLD-REASON
               WHEN TR-TYPE-CREDIT
                AND HW-HOLD-CR-LIMIT > ZERO
                AND TR-TRAN-AMOUNT > HW-HOLD-CR-LIMIT
                   MOVE 'HL01' TO HW-TRAN-HOLD-REASON
               WHEN HW-VEL-UNTRACKED
                   MOVE 'HX04' TO HW-TRAN-HOLD-REASON
               WHEN HW-VEL-NOT-CHECKED
                   CONTINUE
               WHEN HW-HOLD-DAILY-COUNT > ZERO
                AND HW-VEL-TRAN-COUNT (HW-VEL-IX) + 1
                    > HW-HOLD-DAILY-COUNT
                   MOVE 'HC02' TO HW-TRAN-HOLD-REASON
               WHEN HW-HOLD-DAILY-AMOUNT > ZERO
                AND HW-VEL-TRAN-AMOUNT (HW-VEL-IX) + TR-TRAN-AMOUNT
                    > HW-HOLD-DAILY-AMOUNT
                   MOVE 'HA03' TO HW-TRAN-HOLD-REASON
           END-EVALUATE.
           IF HW-TRAN-HOLD-REASON NOT = SPACES
               SET HW-TRAN-HELD TO TRUE
               GO TO 3525-EXIT
           END-IF.
       3525-COUNT-VELOCITY.
           IF HW-VEL-TRACKED
               ADD 1 TO HW-VEL-TRAN-COUNT (HW-VEL-IX)
               ADD TR-TRAN-AMOUNT TO HW-VEL-TRAN-AMOUNT (HW-VEL-IX)
           END-IF.
       3525-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3526-FIND-VELOCITY : point HW-VEL-IX at the account's entry
      * in the velocity table, adding the account when it is new
      * tonight.  No velocity limit on HOLDPRM means nothing to
      * track.  A full table leaves the account untracked and
      * warns operations once per run.
      *----------------------------------------------------------------*
       3526-FIND-VELOCITY.
           SET HW-VEL-NOT-CHECKED TO TRUE.
           IF HW-HOLD-DAILY-COUNT = ZERO
               AND HW-HOLD-DAILY-AMOUNT = ZERO
               GO TO 3526-EXIT
           END-IF.
           SET HW-VEL-NOT-FOUND TO TRUE.
           PERFORM 3527-MATCH-VELOCITY THRU 3527-EXIT
               VARYING HW-VEL-IX FROM 1 BY 1
               UNTIL HW-VEL-IX > HW-VEL-COUNT
               OR HW-VEL-FOUND.
           IF HW-VEL-FOUND
               SET HW-VEL-IX DOWN BY 1
               SET HW-VEL-TRACKED TO TRUE
               GO TO 3526-EXIT
           END-IF.
           IF HW-VEL-COUNT = 10000
               SET HW-VEL-UNTRACKED TO TRUE
               IF NOT HW-VEL-ALERTED
                   SET HW-VEL-ALERTED TO TRUE
                   MOVE "3526-FIND-VELOCITY" TO HW-ALERT-PARA
                   MOVE SPACES TO HW-ALERT-FILE-STATUS
                   MOVE "WARN" TO HW-ALERT-SEVERITY
                   PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               END-IF
               GO TO 3526-EXIT
           END-IF.
           ADD 1 TO HW-VEL-COUNT.
           SET HW-VEL-IX TO HW-VEL-COUNT.
           MOVE TR-ACCOUNT-ID TO HW-VEL-ACCOUNT-ID (HW-VEL-IX).
           MOVE ZERO TO HW-VEL-TRAN-COUNT (HW-VEL-IX).
           MOVE ZERO TO HW-VEL-TRAN-AMOUNT (HW-VEL-IX).
           SET HW-VEL-TRACKED TO TRUE.
       3526-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3527-MATCH-VELOCITY : compare one velocity-table entry to
      * the transaction's account.  The PERFORM VARYING in the
      * caller steps the index past the matching entry before its
      * exit test sees the switch, so the caller steps it back.
      *----------------------------------------------------------------*
       3527-MATCH-VELOCITY.
           IF HW-VEL-ACCOUNT-ID (HW-VEL-IX) = TR-ACCOUNT-ID
               SET HW-VEL-FOUND TO TRUE
           END-IF.
       3527-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3530-VERIFY-TRAILER : prove one source's feed arrived whole
      * before any of it is processed.  The record count and the
      * amount hash taken over the source's details on the
      * pre-scan must both match what its trailers promised; a
      * missing or unreadable trailer, or either total off, leaves
      * the reason in the source's message for 3260 to refuse it.
      *----------------------------------------------------------------*
       3530-VERIFY-TRAILER.
           EVALUATE TRUE
               WHEN HW-SRC-TRAILER-NOT-SEEN (HW-SRC-IX)
                   MOVE "TRAILER MISSING" TO HW-SRC-MSG (HW-SRC-IX)
               WHEN HW-SRC-TRAILER-UNREADABLE (HW-SRC-IX)
                   MOVE "TRAILER NOT NUMERIC" TO HW-SRC-MSG (HW-SRC-IX)
               WHEN HW-SRC-EXP-COUNT (HW-SRC-IX)
                   NOT = HW-SRC-FEED-COUNT (HW-SRC-IX)
                   MOVE "TRAILER COUNT MISMATCH"
                       TO HW-SRC-MSG (HW-SRC-IX)
               WHEN HW-SRC-EXP-HASH (HW-SRC-IX)
                   NOT = HW-SRC-FEED-AMOUNT (HW-SRC-IX)
                   MOVE "TRAILER HASH MISMATCH"
                       TO HW-SRC-MSG (HW-SRC-IX)
           END-EVALUATE.
       3530-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3540-WRITE-HOLD : write the held transaction to the HOLD
      * file with its hold reason and the run date, for the hold
      * review program.  A write failure flags the run and pages
      * operations once, like its accepted and rejected siblings.
      *----------------------------------------------------------------*
       3540-WRITE-HOLD.
           MOVE TR-TRANSACTION-RECORD TO HQ-TRAN-IMAGE.
           MOVE HW-TRAN-HOLD-REASON   TO HQ-HOLD-REASON.
           MOVE HW-RUN-DATE           TO HQ-HOLD-DATE.
           WRITE HQ-HOLD-RECORD.
           IF NOT HW-HOLD-WRITE-OK
               MOVE 8 TO RETURN-CODE
               MOVE "WARNING" TO HW-COMPLETION-STATUS
               IF NOT HW-HOLD-ALERTED
                   SET HW-HOLD-ALERTED TO TRUE
                   MOVE "3540-WRITE-HOLD" TO HW-ALERT-PARA
                   MOVE HW-HOLD-STATUS TO HW-ALERT-FILE-STATUS
                   MOVE "CRIT" TO HW-ALERT-SEVERITY
                   PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               END-IF
               GO TO 3540-EXIT
           END-IF.
           ADD 1 TO HW-TRAN-HOLD-COUNT.
           ADD 1 TO HW-SRC-HOLD-COUNT (HW-SRC-IX).
       3540-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-WRITE-FEED-REGISTER : the night's unit of work is
      * complete and checkpointed -- append each processed
      * source's fingerprint to the register, stamped with its
      * source code and this run's date and time, so a rerun of
      * the same generation of that source is refused while the
      * other sources stay free to come in late.  A source that
      * was refused, late, or empty is not registered.
      *----------------------------------------------------------------*
       3600-WRITE-FEED-REGISTER.
           MOVE ZERO TO HW-SRC-REGISTERED-COUNT.
           OPEN EXTEND FEEDREG-FILE.
           IF NOT HW-FEEDREG-IO-OK
               CLOSE FEEDREG-FILE
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               GO TO 3600-EXIT
           END-IF.
           PERFORM 3610-REGISTER-ONE-SOURCE THRU 3610-EXIT
               VARYING HW-SRC-IX FROM 1 BY 1
               UNTIL HW-SRC-IX > SO-SOURCE-COUNT
               OR NOT HW-FEEDREG-IO-OK.
           CLOSE FEEDREG-FILE.
           MOVE SPACES TO HW-FEED-MSG.
           STRING "FEED REGISTER: "         DELIMITED BY SIZE
                  HW-SRC-REGISTERED-COUNT   DELIMITED BY SIZE
                  " SOURCE FEED(S) REGISTERED" DELIMITED BY SIZE
               INTO HW-FEED-MSG
           END-STRING.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3610-REGISTER-ONE-SOURCE : append one processed source's
      * fingerprint to the register.
      *----------------------------------------------------------------*
       3610-REGISTER-ONE-SOURCE.
           IF NOT HW-SRC-ACCEPTED (HW-SRC-IX)
               GO TO 3610-EXIT
           END-IF.
           MOVE SPACES             TO FR-FEED-RECORD.
           MOVE JB-JOB-NAME        TO FR-JOB-NAME.
           MOVE HW-SRC-BUS-DATE (HW-SRC-IX)    TO FR-BUSINESS-DATE.
           MOVE HW-SRC-FIRST-KEY (HW-SRC-IX)   TO FR-FIRST-TRAN-KEY.
           MOVE HW-SRC-LAST-KEY (HW-SRC-IX)    TO FR-LAST-TRAN-KEY.
           MOVE HW-SRC-FEED-COUNT (HW-SRC-IX)  TO FR-RECORD-COUNT.
           MOVE HW-SRC-FEED-AMOUNT (HW-SRC-IX) TO FR-AMOUNT-TOTAL.
           MOVE HW-SRC-CODE (HW-SRC-IX)        TO FR-SOURCE-CODE.
           MOVE HW-RUN-DATE                    TO FR-RUN-DATE.
           STRING HW-RUN-HH HW-RUN-MN HW-RUN-SS DELIMITED BY SIZE
               INTO FR-RUN-TIME
           END-STRING.
           WRITE FR-FEED-RECORD.
           IF NOT HW-FEEDREG-IO-OK
               MOVE 8 TO RETURN-CODE
               MOVE "WARNING" TO HW-COMPLETION-STATUS
               MOVE "3610-REGISTER-SRC" TO HW-ALERT-PARA
               MOVE HW-FEEDREG-STATUS TO HW-ALERT-FILE-STATUS
               MOVE "WARN" TO HW-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               GO TO 3610-EXIT
           END-IF.
           ADD 1 TO HW-SRC-REGISTERED-COUNT.
       3610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
           MOVE HW-COMPLETION-STATUS TO JH-COMPLETION-STATUS.
           MOVE HW-ELAPSED-SECONDS   TO JH-ELAPSED-SECONDS.
           MOVE HW-SLA-FLAG          TO JH-SLA-FLAG.
           MOVE CC-RUN-MODE          TO JH-RUN-MODE.
           WRITE JH-HISTORY-RECORD.
           IF HW-JOBHIST-WRITE-OK
               ADD 1 TO HW-JOBHIST-APPENDED
               HW-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO HW-RPT-DET-LINE5
           END-STRING.
           MOVE HW-TRAN-HOLD-COUNT TO HW-RPT-COUNT-DISP.
           STRING "TRANSACTIONS HELD:     " DELIMITED BY SIZE
               HW-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO HW-RPT-DET-LINE12
           END-STRING.
           MOVE HW-TRAN-SKIP-COUNT TO HW-RPT-COUNT-DISP.
           STRING "RE-EMITTED ON RESTART: " DELIMITED BY SIZE
               HW-RPT-COUNT-DISP DELIMITED BY SIZE
           MOVE HW-BAL-MSG TO HW-RPT-DET-LINE9.
           MOVE HW-TRAILER-MSG TO HW-RPT-DET-LINE10.
           MOVE HW-FEED-MSG TO HW-RPT-DET-LINE11.
           MOVE HW-HOLD-MSG TO HW-RPT-DET-LINE13.
           MOVE "END OF REPORT" TO HW-RPT-FTG-LINE1.
           OPEN OUTPUT PRTREPT-FILE.
           IF NOT HW-PRTREPT-WRITE-OK
           END-IF.
           INITIATE RUN-SUMMARY-RPT.
           GENERATE RUN-SUMMARY-DETAIL.
      *    The per-source breakdown prints only when this run judged
      *    the sources -- a restart past processing has none to show.
           IF HW-SRC-LIMIT > ZERO
               MOVE SPACES TO HW-RPT-SRC-LINE
               GENERATE SOURCE-DETAIL
               STRING "SOURCE                READ" DELIMITED BY SIZE
                      " ACCEPTED REJECTED"         DELIMITED BY SIZE
                      "     HELD  STATUS"          DELIMITED BY SIZE
                   INTO HW-RPT-SRC-LINE
               END-STRING
               GENERATE SOURCE-DETAIL
               PERFORM 6100-PRINT-ONE-SOURCE THRU 6100-EXIT
                   VARYING HW-SRC-IX FROM 1 BY 1
                   UNTIL HW-SRC-IX > HW-SRC-LIMIT
           END-IF.
           TERMINATE RUN-SUMMARY-RPT.
           CLOSE PRTREPT-FILE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6100-PRINT-ONE-SOURCE : print one source's line of the
      * breakdown -- what it sent, what was accepted, rejected, and
      * held, and its state for the night -- followed by the reason
      * when there is one.  The unrecognized entry prints only when
      * something arrived under a code not on the list.
      *----------------------------------------------------------------*
       6100-PRINT-ONE-SOURCE.
           IF HW-SRC-IX > SO-SOURCE-COUNT
               AND NOT HW-SRC-REFUSED (HW-SRC-IX)
               GO TO 6100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN HW-SRC-ACCEPTED (HW-SRC-IX)
                   MOVE "ACCEPTED" TO HW-RPT-SRC-STATE-WORD
               WHEN HW-SRC-REFUSED (HW-SRC-IX)
                   MOVE "REFUSED" TO HW-RPT-SRC-STATE-WORD
               WHEN HW-SRC-LATE (HW-SRC-IX)
                   MOVE "LATE" TO HW-RPT-SRC-STATE-WORD
               WHEN OTHER
                   MOVE "EMPTY" TO HW-RPT-SRC-STATE-WORD
           END-EVALUATE.
           MOVE HW-SRC-FEED-COUNT (HW-SRC-IX)   TO HW-RPT-SRC-READ-DISP.
           MOVE HW-SRC-ACCEPT-COUNT (HW-SRC-IX)
               TO HW-RPT-SRC-ACCEPT-DISP.
           MOVE HW-SRC-REJECT-COUNT (HW-SRC-IX)
               TO HW-RPT-SRC-REJECT-DISP.
           MOVE HW-SRC-HOLD-COUNT (HW-SRC-IX)   TO HW-RPT-SRC-HOLD-DISP.
           MOVE SPACES TO HW-RPT-SRC-LINE.
           STRING HW-SRC-CODE (HW-SRC-IX)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  HW-SRC-NAME (HW-SRC-IX)  DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  HW-RPT-SRC-READ-DISP     DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  HW-RPT-SRC-ACCEPT-DISP   DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  HW-RPT-SRC-REJECT-DISP   DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  HW-RPT-SRC-HOLD-DISP     DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  HW-RPT-SRC-STATE-WORD    DELIMITED BY SIZE
               INTO HW-RPT-SRC-LINE
           END-STRING.
           GENERATE SOURCE-DETAIL.
           IF HW-SRC-MSG (HW-SRC-IX) = SPACES
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO HW-RPT-SRC-LINE.
           STRING "   REASON: "          DELIMITED BY SIZE
                  HW-SRC-MSG (HW-SRC-IX) DELIMITED BY SIZE
               INTO HW-RPT-SRC-LINE
           END-STRING.
           GENERATE SOURCE-DETAIL.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-WRITE-TRIGGER : write the completion-trigger record that
      * tells the scheduler this job has finished and with what
