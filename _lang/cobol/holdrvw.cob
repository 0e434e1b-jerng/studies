      *----------------------------------------------------------------*
      * HOLDRVW : hold queue review -- release or decline the
      * transactions the nightly validation held against the HOLDPRM
      * limits.
      *
      * A transaction over its type's item threshold, or one that
      * takes its account past the daily velocity limits, is no
      * longer accepted the night it arrives : the nightly
      * validation writes it to the HOLD file instead.  This
      * program reads the items the last pass left pending and the
      * HOLD generations written since, and applies the //SYSIN
      * decision deck, one card per held item, paired on the
      * transaction key and source code :
      *
      *   RELEASE  the item is written, flagged released, to the
      *            release file concatenated ahead of the next
      *            night's TRANSACT feed -- the same way the recycle
      *            pass feeds corrected rejects back -- and is not
      *            held a second time;
      *   DECLINE  the item is written in the REJECTD layout with
      *            reason RH10 to the declined file, for the
      *            monthly reject analysis only -- a decline is
      *            final and is not recycled.
      *
      * Every decision is written for the decision log with the
      * reviewer named on the card, the reason given, and the date,
      * time, and user of the run, for the auditors.  The log is
      * read back first : a held item the log already carries was
      * decided on an earlier pass and cannot be decided again,
      * however long its generation stays mounted.  Items nobody
      * has decided yet are listed with their age, and leave
      * RETURN-CODE 4 along with any refused card, so held money
      * cannot sit unseen.  They are also written to the pending
      * file the next pass reads ahead of the HOLD generations, so
      * an item stays on the queue until it is decided, however
      * long ago its own generation rolled off.  Releases are
      * written in ascending key order once the whole deck has
      * been applied, as the nightly RS06 edit requires of the
      * release feed.  Anything that leaves a decision unsure
      * -- a queue or log that cannot be read, a release, decline,
      * or log write that fails -- halts the pass RC 8, and a
      * halted pass keeps nothing : its release, declined, pending,
      * and new decision files are kept, and the decisions appended
      * to the log, only when the pass ends below RC 8, so the
      * rerun decides every item of the pass again.
      *
      * Modification History :
      *   2026-10-15  JLG  Original program -- large and fast-moving
      *                    transactions used to post the night they
      *                    arrived with nobody having seen them.
      *   2026-10-15  JLG  Stamp source code HR on every released
      *                    item and on the release trailer, so the
      *                    nightly validation verifies and reports
      *                    the release feed as a source of its own.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdrvw.
       AUTHOR. J L GREEN.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DECCARD-FILE : the //SYSIN decision deck, one RELEASE or
      *    DECLINE card per held item.
           SELECT DECCARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HR-DECCARD-STATUS.

      *    HOLD-FILE : the last pass's pending items followed by
      *    the hold generations since, concatenated oldest first.
      *    An item on both is taken once.
           SELECT HOLD-FILE ASSIGN TO HOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HR-HOLD-STATUS.

      *    HOLDLOG-FILE : the decision log -- read for the items
      *    already decided.
           SELECT HOLDLOG-FILE ASSIGN TO HOLDLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HR-HOLDLOG-STATUS.

      *    HOLDREL-FILE : the released items, in the TRANSACT
      *    layout, for concatenation ahead of the next night's feed.
           SELECT HOLDREL-FILE ASSIGN TO HOLDREL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HR-HOLDREL-STATUS.

      *    HOLDDEC-FILE : the declined items, in the reject layout.
           SELECT HOLDDEC-FILE ASSIGN TO HOLDDEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HR-HOLDDEC-STATUS.

      *    HOLDPND-FILE : the items still pending after this pass,
      *    in the hold layout, read back by the next pass.
           SELECT HOLDPND-FILE ASSIGN TO HOLDPND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HR-HOLDPND-STATUS.

      *    HOLDLGN-FILE : this pass's decisions, in the log layout,
      *    appended to the decision log once the pass has ended
      *    clean.
           SELECT HOLDLGN-FILE ASSIGN TO HOLDLGN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HR-HOLDLGN-STATUS.

      *    HOLDRPT-FILE : the paginated hold review report.
           SELECT HOLDRPT-FILE ASSIGN TO HOLDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HR-HOLDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECCARD-FILE
           RECORDING MODE IS F.
           COPY HOLDCRD.

       FD  HOLD-FILE
           RECORDING MODE IS F.
           COPY HOLDQ.

       FD  HOLDLOG-FILE
           RECORDING MODE IS F.
           COPY HOLDLOG.

       FD  HOLDREL-FILE
           RECORDING MODE IS F.
           COPY TRANSCT.

       FD  HOLDDEC-FILE
           RECORDING MODE IS F.
           COPY REJECTD.

       FD  HOLDPND-FILE
           RECORDING MODE IS F.
       01  HP-PENDING-RECORD           PIC X(94).

       FD  HOLDLGN-FILE
           RECORDING MODE IS F.
       01  HN-NEW-LOG-RECORD           PIC X(120).

       FD  HOLDRPT-FILE
           REPORT IS HOLD-RPT.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    WS-JOB-BANNER : shared job-banner record, common to every
      *    program in the suite (see COPY JOBBANR).
      *----------------------------------------------------------------*
       COPY JOBBANR.

       01  HR-CURRENT-DATE-TIME        PIC X(21).

       01  HR-RUN-STAMP.
           05  HR-RUN-DATE.
               10  HR-RUN-YYYY         PIC 9(04).
               10  FILLER              PIC X(01) VALUE '-'.
               10  HR-RUN-MM           PIC 9(02).
               10  FILLER              PIC X(01) VALUE '-'.
               10  HR-RUN-DD           PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HR-RUN-TIME.
               10  HR-RUN-HH           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  HR-RUN-MN           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  HR-RUN-SS           PIC 9(02).

       01  HR-RUNENV-VALUE             PIC X(04) VALUE SPACES.

       01  HR-DECCARD-STATUS           PIC X(02) VALUE SPACES.
           88  HR-DECCARD-READ-OK          VALUE '00'.
           88  HR-DECCARD-AT-END           VALUE '10'.

       01  HR-HOLD-STATUS              PIC X(02) VALUE SPACES.
           88  HR-HOLD-READ-OK             VALUE '00'.
           88  HR-HOLD-AT-END              VALUE '10'.

       01  HR-HOLDLOG-STATUS           PIC X(02) VALUE SPACES.
           88  HR-HOLDLOG-IO-OK            VALUE '00'.
           88  HR-HOLDLOG-AT-END           VALUE '10'.

       01  HR-HOLDREL-STATUS           PIC X(02) VALUE SPACES.
           88  HR-HOLDREL-WRITE-OK         VALUE '00'.

       01  HR-HOLDDEC-STATUS           PIC X(02) VALUE SPACES.
           88  HR-HOLDDEC-WRITE-OK         VALUE '00'.

       01  HR-HOLDPND-STATUS           PIC X(02) VALUE SPACES.
           88  HR-HOLDPND-WRITE-OK         VALUE '00'.

       01  HR-HOLDLGN-STATUS           PIC X(02) VALUE SPACES.
           88  HR-HOLDLGN-WRITE-OK         VALUE '00'.

       01  HR-HOLDRPT-STATUS           PIC X(02) VALUE SPACES.
           88  HR-HOLDRPT-WRITE-OK         VALUE '00'.

      *----------------------------------------------------------------*
      *    HR-AGE-WORK : today as an integer date, anchored once, and
      *    the age in days of the pending item in hand.
      *----------------------------------------------------------------*
       01  HR-AGE-WORK.
           05  HR-TODAY-YYYYMMDD       PIC 9(08) VALUE ZERO.
           05  HR-TODAY-INTEGER        PIC 9(08) VALUE ZERO.
           05  HR-HOLD-DATE-TEXT       PIC X(08) VALUE SPACES.
           05  HR-HOLD-DATE-WORK       PIC 9(08) VALUE ZERO.
           05  HR-HOLD-AGE-DAYS        PIC S9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      *    HR-HOLD-TABLE : the hold queue, one entry per held item
      *    on the pending file and the mounted generations, in file
      *    order -- the key and source code, the transaction image,
      *    the hold reason and date, where the item stands, and for
      *    an item to be released the card that released it.  File
      *    order is not key order -- the pending items come first,
      *    and each generation carries every source's keys -- so
      *    the releases are written from the table lowest key first
      *    (5070).  A queue larger than the table halts the pass --
      *    deciding half a queue would list the rest as if nobody
      *    had looked at it.
      *----------------------------------------------------------------*
       01  HR-HOLD-TABLE.
           05  HR-HOLD-COUNT           PIC 9(05) VALUE ZERO.
           05  HR-HOLD-ENTRY           OCCURS 2000 TIMES
                                       INDEXED BY HR-HOLD-IX.
               10  HR-HOLD-KEY         PIC X(10).
               10  HR-HOLD-SOURCE      PIC X(02).
               10  HR-HOLD-IMAGE       PIC X(80).
               10  HR-HOLD-REASON      PIC X(04).
               10  HR-HOLD-DATE        PIC X(10).
               10  HR-HOLD-STATE-SW    PIC X(01).
                   88  HR-HOLD-PENDING         VALUE 'P'.
                   88  HR-HOLD-DECIDED-BEFORE  VALUE 'E'.
                   88  HR-HOLD-TO-RELEASE      VALUE 'T'.
                   88  HR-HOLD-RELEASED        VALUE 'R'.
                   88  HR-HOLD-DECLINED        VALUE 'D'.
               10  HR-HOLD-CARD-SUB    PIC 9(03).

      *----------------------------------------------------------------*
      *    HR-DECISION-TABLE : the decision deck, one entry per card
      *    that passed its edits, with a used switch so a card that
      *    matched no pending item can be reported.  A card applies
      *    to exactly one held item.
      *----------------------------------------------------------------*
       01  HR-DECISION-TABLE.
           05  HR-CARD-COUNT           PIC 9(03) VALUE ZERO.
           05  HR-CARD-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY HR-CARD-IX.
               10  HR-CARD-ACTION      PIC X(08).
                   88  HR-CARD-RELEASE         VALUE 'RELEASE '.
                   88  HR-CARD-DECLINE         VALUE 'DECLINE '.
               10  HR-CARD-KEY         PIC X(10).
               10  HR-CARD-SOURCE      PIC X(02).
               10  HR-CARD-REVIEWER    PIC X(08).
               10  HR-CARD-REASON      PIC X(20).
               10  HR-CARD-USED-SW     PIC X(01).
                   88  HR-CARD-USED            VALUE 'Y'.
                   88  HR-CARD-UNUSED          VALUE 'N'.

      *----------------------------------------------------------------*
      *    HR-TRAN-IMAGE : the held item's transaction image, in the
      *    TRANSACT layout, for its account, type, and amount.
      *----------------------------------------------------------------*
       01  HR-TRAN-IMAGE.
           05  HR-IM-TRAN-KEY          PIC X(10).
           05  HR-IM-TRAN-DATE         PIC X(10).
           05  HR-IM-ACCOUNT-ID        PIC X(08).
           05  HR-IM-TRAN-TYPE         PIC X(02).
           05  HR-IM-TRAN-AMOUNT       PIC 9(09)V99.
           05  FILLER                  PIC X(21).
           05  HR-IM-SOURCE-CODE       PIC X(02).
           05  FILLER                  PIC X(16).

      *----------------------------------------------------------------*
      *    HR-PENDING-REC : one item still pending, in the hold
      *    layout, for the pending file.
      *----------------------------------------------------------------*
       01  HR-PENDING-REC.
           05  HR-PN-TRAN-IMAGE        PIC X(80).
           05  HR-PN-HOLD-REASON       PIC X(04).
           05  HR-PN-HOLD-DATE         PIC X(10).

      *----------------------------------------------------------------*
      *    HR-LOG-REC : one decision under construction, mirroring
      *    the HOLDLOG layout, written FROM here so the pass never
      *    borrows the closed log's record area.
      *----------------------------------------------------------------*
       01  HR-LOG-REC.
           05  HR-LG-TRAN-KEY          PIC X(10).
           05  HR-LG-HOLD-DATE         PIC X(10).
           05  HR-LG-DECISION          PIC X(08).
           05  HR-LG-HOLD-REASON       PIC X(04).
           05  HR-LG-ACCOUNT-ID        PIC X(08).
           05  HR-LG-TRAN-TYPE         PIC X(02).
           05  HR-LG-TRAN-AMOUNT       PIC 9(09)V99.
           05  HR-LG-REVIEWER          PIC X(08).
           05  HR-LG-REASON            PIC X(20).
           05  HR-LG-DECISION-DATE     PIC X(10).
           05  HR-LG-DECISION-TIME     PIC X(08).
           05  HR-LG-RUN-USER          PIC X(08).
           05  HR-LG-SOURCE-CODE       PIC X(02).
           05  FILLER                  PIC X(11).

       01  HR-WORK-FIELDS.
           05  HR-CARD-FOUND-SW        PIC X(01) VALUE 'N'.
               88  HR-CARD-FOUND               VALUE 'Y'.
               88  HR-CARD-NOT-FOUND           VALUE 'N'.
           05  HR-DECIDED-FOUND-SW     PIC X(01) VALUE 'N'.
               88  HR-DECIDED-FOUND            VALUE 'Y'.
               88  HR-DECIDED-NOT-FOUND        VALUE 'N'.
           05  HR-LOADED-FOUND-SW      PIC X(01) VALUE 'N'.
               88  HR-LOADED-FOUND             VALUE 'Y'.
               88  HR-LOADED-NOT-FOUND         VALUE 'N'.
           05  HR-REVIEW-HALTED-SW     PIC X(01) VALUE 'N'.
               88  HR-REVIEW-HALTED            VALUE 'Y'.
           05  HR-RELEASES-DONE-SW     PIC X(01) VALUE 'N'.
               88  HR-RELEASES-DONE            VALUE 'Y'.
           05  HR-RELEASE-SUB          PIC 9(05) VALUE ZERO.
           05  HR-LOWEST-KEY           PIC X(10) VALUE SPACES.
           05  HR-HOLD-READ-COUNT      PIC 9(07) VALUE ZERO.
           05  HR-TAKEN-ONCE-COUNT     PIC 9(07) VALUE ZERO.
           05  HR-CARRIED-COUNT        PIC 9(07) VALUE ZERO.
           05  HR-EARLIER-COUNT        PIC 9(07) VALUE ZERO.
           05  HR-RELEASED-COUNT       PIC 9(07) VALUE ZERO.
           05  HR-RELEASED-AMOUNT      PIC 9(13)V99 VALUE ZERO.
           05  HR-DECLINED-COUNT       PIC 9(07) VALUE ZERO.
           05  HR-DECLINED-AMOUNT      PIC 9(13)V99 VALUE ZERO.
           05  HR-PENDING-COUNT        PIC 9(07) VALUE ZERO.
           05  HR-PENDING-AMOUNT       PIC 9(13)V99 VALUE ZERO.
           05  HR-CARD-READ-COUNT      PIC 9(07) VALUE ZERO.
           05  HR-REFUSED-COUNT        PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------*
      *    HR-REFUSAL-WORK : the card fields and refusal text handed
      *    to 8100-PRINT-REFUSAL.
      *----------------------------------------------------------------*
       01  HR-REFUSAL-WORK.
           05  HR-REF-ACTION           PIC X(08) VALUE SPACES.
           05  HR-REF-KEY              PIC X(10) VALUE SPACES.
           05  HR-REF-SOURCE           PIC X(02) VALUE SPACES.
           05  HR-REF-REVIEWER         PIC X(08) VALUE SPACES.
           05  HR-REFUSE-MSG           PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      *    HR-RPT-xxx : each print line is built up whole and handed
      *    to the REPORT SECTION as a single SOURCE item per line.
      *----------------------------------------------------------------*
       01  HR-RPT-HDG-LINE1            PIC X(46) VALUE SPACES.
       01  HR-RPT-HDG-LINE2            PIC X(40) VALUE SPACES.
       01  HR-RPT-HDG-LINE3            PIC X(56) VALUE SPACES.
       01  HR-RPT-DETAIL-LINE          PIC X(72) VALUE SPACES.
       01  HR-RPT-FTG-LINE1            PIC X(14) VALUE SPACES.
       01  HR-RPT-COUNT-DISP           PIC Z(06)9.
       01  HR-RPT-ITEM-DISP            PIC Z(08)9.99.
       01  HR-RPT-TOTAL-DISP           PIC Z(12)9.99.
       01  HR-RPT-AGE-DISP             PIC Z(03)9.

       REPORT SECTION.
      *----------------------------------------------------------------*
      * HOLD-RPT : paginated hold review report, in the same manner
      * as the other reports of the suite.
      *----------------------------------------------------------------*
       RD  HOLD-RPT
           PAGE LIMIT 60 LINES
           FIRST DETAIL 5
           LAST DETAIL 55
           FOOTING 58.
       01  TYPE PAGE HEADING.
           05  LINE 1  COLUMN 1  PIC X(46) SOURCE HR-RPT-HDG-LINE1.
           05  LINE 2  COLUMN 1  PIC X(40) SOURCE HR-RPT-HDG-LINE2.
           05  LINE 3  COLUMN 1  PIC X(56) SOURCE HR-RPT-HDG-LINE3.
       01  HOLD-DETAIL TYPE DETAIL.
           05  LINE PLUS 1 COLUMN 1  PIC X(72)
                   SOURCE HR-RPT-DETAIL-LINE.
       01  TYPE PAGE FOOTING.
           05  LINE 58 COLUMN 1  PIC X(14) SOURCE HR-RPT-FTG-LINE1.
           05  LINE 59 COLUMN 1  PIC ZZZ9 SOURCE PAGE-COUNTER.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE : overall job control.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 4000-OPEN-REPORT THRU 4000-EXIT.
           IF RETURN-CODE < 8
               PERFORM 2000-LOAD-HOLDS THRU 2000-EXIT
               PERFORM 2100-READ-DECISION-LOG THRU 2100-EXIT
               PERFORM 3000-LOAD-DECISIONS THRU 3000-EXIT
               PERFORM 5000-APPLY-DECISIONS THRU 5000-EXIT
               PERFORM 5500-CARRY-PENDING THRU 5500-EXIT
               PERFORM 6000-REPORT-UNUSED-DECISIONS THRU 6000-EXIT
               PERFORM 6500-PRINT-TOTALS THRU 6500-EXIT
               PERFORM 7000-CLOSE-REPORT THRU 7000-EXIT
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE : capture the run stamp and build the shared
      * job banner.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO HR-CURRENT-DATE-TIME.
           MOVE HR-CURRENT-DATE-TIME(1:4)  TO HR-RUN-YYYY.
           MOVE HR-CURRENT-DATE-TIME(5:2)  TO HR-RUN-MM.
           MOVE HR-CURRENT-DATE-TIME(7:2)  TO HR-RUN-DD.
           MOVE HR-CURRENT-DATE-TIME(9:2)  TO HR-RUN-HH.
           MOVE HR-CURRENT-DATE-TIME(11:2) TO HR-RUN-MN.
           MOVE HR-CURRENT-DATE-TIME(13:2) TO HR-RUN-SS.
           MOVE HR-CURRENT-DATE-TIME(1:8)  TO HR-TODAY-YYYYMMDD.
           COMPUTE HR-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (HR-TODAY-YYYYMMDD).
           MOVE "holdrvw"         TO JB-JOB-NAME.
           MOVE HR-RUN-DATE       TO JB-RUN-DATE.
           MOVE HR-RUN-TIME       TO JB-RUN-TIME.
           ACCEPT JB-RUN-USER FROM ENVIRONMENT "USER".
           ACCEPT HR-RUNENV-VALUE FROM ENVIRONMENT "RUNENV".
           IF HR-RUNENV-VALUE = "PROD"
               MOVE "PROD" TO JB-ENVIRONMENT
           ELSE
               MOVE "TEST" TO JB-ENVIRONMENT
           END-IF.
           MOVE 0 TO RETURN-CODE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-LOAD-HOLDS : read the pending items and the hold
      * generations end to end into the hold table.  A queue that
      * cannot be opened or read to the end, or that overflows the
      * table, halts the pass.
      *----------------------------------------------------------------*
       2000-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF NOT HR-HOLD-READ-OK
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "HOLD QUEUE OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   HR-HOLD-STATUS DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-LOAD-ONE-HOLD THRU 2010-EXIT
               UNTIL NOT HR-HOLD-READ-OK
               OR HR-REVIEW-HALTED.
           IF NOT HR-HOLD-AT-END
               AND NOT HR-REVIEW-HALTED
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "HOLD QUEUE READ FAILED, STATUS "
                   DELIMITED BY SIZE
                   HR-HOLD-STATUS DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
           END-IF.
           CLOSE HOLD-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2010-LOAD-ONE-HOLD : read one held item and add it to the
      * table as pending.  An item the last pass carried forward is
      * still on its generation until that rolls off, so one already
      * on the table by key, source, and hold date is taken once.
      *----------------------------------------------------------------*
       2010-LOAD-ONE-HOLD.
           READ HOLD-FILE
               AT END
                   GO TO 2010-EXIT
           END-READ.
           IF NOT HR-HOLD-READ-OK
               GO TO 2010-EXIT
           END-IF.
           ADD 1 TO HR-HOLD-READ-COUNT.
           SET HR-LOADED-NOT-FOUND TO TRUE.
           PERFORM 2015-SCAN-LOADED THRU 2015-EXIT
               VARYING HR-HOLD-IX FROM 1 BY 1
               UNTIL HR-HOLD-IX > HR-HOLD-COUNT
               OR HR-LOADED-FOUND.
           IF HR-LOADED-FOUND
               ADD 1 TO HR-TAKEN-ONCE-COUNT
               GO TO 2010-EXIT
           END-IF.
           IF HR-HOLD-COUNT = 2000
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE "HOLD QUEUE OVER 2000 ITEMS -- NOTHING DECIDED"
                   TO HR-RPT-DETAIL-LINE
               GENERATE HOLD-DETAIL
               GO TO 2010-EXIT
           END-IF.
           ADD 1 TO HR-HOLD-COUNT.
           SET HR-HOLD-IX TO HR-HOLD-COUNT.
           MOVE HQ-TRAN-IMAGE(1:10) TO HR-HOLD-KEY (HR-HOLD-IX).
           MOVE HQ-TRAN-IMAGE(63:2) TO HR-HOLD-SOURCE (HR-HOLD-IX).
           MOVE HQ-TRAN-IMAGE       TO HR-HOLD-IMAGE (HR-HOLD-IX).
           MOVE HQ-HOLD-REASON      TO HR-HOLD-REASON (HR-HOLD-IX).
           MOVE HQ-HOLD-DATE        TO HR-HOLD-DATE (HR-HOLD-IX).
           SET HR-HOLD-PENDING (HR-HOLD-IX) TO TRUE.
           MOVE ZERO                TO HR-HOLD-CARD-SUB (HR-HOLD-IX).
       2010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2015-SCAN-LOADED : is the item just read already on the
      * table -- same key, source code, and hold date.
      *----------------------------------------------------------------*
       2015-SCAN-LOADED.
           IF HR-HOLD-KEY (HR-HOLD-IX) = HQ-TRAN-IMAGE(1:10)
               AND HR-HOLD-SOURCE (HR-HOLD-IX) = HQ-TRAN-IMAGE(63:2)
               AND HR-HOLD-DATE (HR-HOLD-IX) = HQ-HOLD-DATE
               SET HR-LOADED-FOUND TO TRUE
           END-IF.
       2015-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-DECISION-LOG : read the decision log end to end
      * and mark every held item it already carries as decided on
      * an earlier pass.  A log that cannot be opened counts as
      * empty -- the first pass ever has no log behind it -- but a
      * log that fails mid-file halts the pass : an item it cannot
      * prove undecided must not be decided again.
      *----------------------------------------------------------------*
       2100-READ-DECISION-LOG.
           IF HR-REVIEW-HALTED
               GO TO 2100-EXIT
           END-IF.
           OPEN INPUT HOLDLOG-FILE.
           IF NOT HR-HOLDLOG-IO-OK
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-READ-ONE-DECISION THRU 2110-EXIT
               UNTIL NOT HR-HOLDLOG-IO-OK.
           IF NOT HR-HOLDLOG-AT-END
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "DECISION LOG READ FAILED, STATUS "
                   DELIMITED BY SIZE
                   HR-HOLDLOG-STATUS DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
           END-IF.
           CLOSE HOLDLOG-FILE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2110-READ-ONE-DECISION : read one logged decision and mark
      * the held items it covers.
      *----------------------------------------------------------------*
       2110-READ-ONE-DECISION.
           READ HOLDLOG-FILE
               AT END
                   GO TO 2110-EXIT
           END-READ.
           IF NOT HR-HOLDLOG-IO-OK
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2120-MARK-ONE-DECIDED THRU 2120-EXIT
               VARYING HR-HOLD-IX FROM 1 BY 1
               UNTIL HR-HOLD-IX > HR-HOLD-COUNT.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2120-MARK-ONE-DECIDED : a held item is the logged one when
      * its key, source code, and hold date all agree.
      *----------------------------------------------------------------*
       2120-MARK-ONE-DECIDED.
           IF HR-HOLD-PENDING (HR-HOLD-IX)
               AND HR-HOLD-KEY (HR-HOLD-IX) = HG-TRAN-KEY
               AND HR-HOLD-DATE (HR-HOLD-IX) = HG-HOLD-DATE
               AND HR-HOLD-SOURCE (HR-HOLD-IX) = HG-SOURCE-CODE
               SET HR-HOLD-DECIDED-BEFORE (HR-HOLD-IX) TO TRUE
           END-IF.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-LOAD-DECISIONS : read the decision deck end to end into
      * the decision table.  No deck is tolerated -- the pass lists
      * the queue and decides nothing -- but a deck that cannot be
      * read to the end halts the pass : applying half a deck would
      * list the rest of the reviewers' decisions as pending.
      *----------------------------------------------------------------*
       3000-LOAD-DECISIONS.
           IF HR-REVIEW-HALTED
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT DECCARD-FILE.
           IF NOT HR-DECCARD-READ-OK
               MOVE "NO DECISION DECK SUPPLIED -- QUEUE LISTED ONLY"
                   TO HR-RPT-DETAIL-LINE
               GENERATE HOLD-DETAIL
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-LOAD-ONE-DECISION THRU 3010-EXIT
               UNTIL NOT HR-DECCARD-READ-OK.
           IF NOT HR-DECCARD-AT-END
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "DECISION DECK READ FAILED, STATUS "
                   DELIMITED BY SIZE
                   HR-DECCARD-STATUS DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
           END-IF.
           CLOSE DECCARD-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3010-LOAD-ONE-DECISION : read one decision card, edit it,
      * and add it to the table.  A card that fails its edits, or
      * arrives after the table is full, is refused on the report.
      *----------------------------------------------------------------*
       3010-LOAD-ONE-DECISION.
           READ DECCARD-FILE
               AT END
                   GO TO 3010-EXIT
           END-READ.
           IF NOT HR-DECCARD-READ-OK
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO HR-CARD-READ-COUNT.
           MOVE SPACES TO HR-REFUSE-MSG.
           EVALUATE TRUE
               WHEN NOT (HD-ACTION-RELEASE OR HD-ACTION-DECLINE)
                   MOVE "UNKNOWN DECISION" TO HR-REFUSE-MSG
               WHEN HD-TRAN-KEY = SPACES
                   MOVE "NO TRANSACTION KEY" TO HR-REFUSE-MSG
               WHEN HD-SOURCE-CODE = SPACES
                   MOVE "NO SOURCE CODE" TO HR-REFUSE-MSG
               WHEN HD-REVIEWER = SPACES
                   MOVE "NO REVIEWER" TO HR-REFUSE-MSG
               WHEN HD-REASON = SPACES
                   MOVE "NO REASON" TO HR-REFUSE-MSG
               WHEN HR-CARD-COUNT = 500
                   MOVE "DECK OVER 500 CARDS" TO HR-REFUSE-MSG
           END-EVALUATE.
           IF HR-REFUSE-MSG NOT = SPACES
               MOVE HD-ACTION      TO HR-REF-ACTION
               MOVE HD-TRAN-KEY    TO HR-REF-KEY
               MOVE HD-SOURCE-CODE TO HR-REF-SOURCE
               MOVE HD-REVIEWER    TO HR-REF-REVIEWER
               PERFORM 8100-PRINT-REFUSAL THRU 8100-EXIT
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO HR-CARD-COUNT.
           SET HR-CARD-IX TO HR-CARD-COUNT.
           MOVE HD-ACTION      TO HR-CARD-ACTION (HR-CARD-IX).
           MOVE HD-TRAN-KEY    TO HR-CARD-KEY (HR-CARD-IX).
           MOVE HD-SOURCE-CODE TO HR-CARD-SOURCE (HR-CARD-IX).
           MOVE HD-REVIEWER    TO HR-CARD-REVIEWER (HR-CARD-IX).
           MOVE HD-REASON      TO HR-CARD-REASON (HR-CARD-IX).
           SET HR-CARD-UNUSED (HR-CARD-IX) TO TRUE.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-OPEN-REPORT : build the page heading and start the hold
      * review report.
      *----------------------------------------------------------------*
       4000-OPEN-REPORT.
           STRING JB-ENVIRONMENT DELIMITED BY SIZE
               "  HOLDRVW HOLD QUEUE REVIEW" DELIMITED BY SIZE
               INTO HR-RPT-HDG-LINE1
           END-STRING.
           STRING "JOB: " DELIMITED BY SIZE
               JB-JOB-NAME DELIMITED BY SIZE
               INTO HR-RPT-HDG-LINE2
           END-STRING.
           STRING "RUN: " DELIMITED BY SIZE
               JB-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JB-RUN-TIME DELIMITED BY SIZE
               "  USER: " DELIMITED BY SIZE
               JB-RUN-USER DELIMITED BY SIZE
               INTO HR-RPT-HDG-LINE3
           END-STRING.
           MOVE "END OF REPORT" TO HR-RPT-FTG-LINE1.
           OPEN OUTPUT HOLDRPT-FILE.
           IF NOT HR-HOLDRPT-WRITE-OK
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           INITIATE HOLD-RPT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-APPLY-DECISIONS : open the release, declined, and new
      * decision files and walk the hold queue, applying the deck
      * item by item, then write the releases in key order.  Any
      * open failure is a hard stop -- a decision the log cannot
      * record must not be made.  The release file is always
      * closed with its trailer once it is open, so the file is
      * whole however the pass ends; it is kept only when the
      * pass ends clean.
      *----------------------------------------------------------------*
       5000-APPLY-DECISIONS.
           IF HR-REVIEW-HALTED
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT HOLDREL-FILE.
           IF NOT HR-HOLDREL-WRITE-OK
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "RELEASE FILE OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   HR-HOLDREL-STATUS DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT HOLDDEC-FILE.
           IF NOT HR-HOLDDEC-WRITE-OK
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "DECLINED FILE OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   HR-HOLDDEC-STATUS DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
               PERFORM 5060-WRITE-RELEASE-TRAILER THRU 5060-EXIT
               CLOSE HOLDREL-FILE
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT HOLDLGN-FILE.
           IF NOT HR-HOLDLGN-WRITE-OK
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "NEW DECISION FILE OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   HR-HOLDLGN-STATUS DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
               PERFORM 5060-WRITE-RELEASE-TRAILER THRU 5060-EXIT
               CLOSE HOLDREL-FILE
               CLOSE HOLDDEC-FILE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5010-REVIEW-ONE-HOLD THRU 5010-EXIT
               VARYING HR-HOLD-IX FROM 1 BY 1
               UNTIL HR-HOLD-IX > HR-HOLD-COUNT
               OR HR-REVIEW-HALTED.
           PERFORM 5070-WRITE-RELEASES THRU 5070-EXIT.
           PERFORM 5060-WRITE-RELEASE-TRAILER THRU 5060-EXIT.
           CLOSE HOLDREL-FILE.
           CLOSE HOLDDEC-FILE.
           CLOSE HOLDLGN-FILE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5010-REVIEW-ONE-HOLD : one held item -- skip it when an
      * earlier pass decided it, otherwise scan the deck for its
      * decision and apply it, or list it as still pending.  A
      * release is only marked here, against its card, and written
      * in key order by 5070 once the walk is done.
      *----------------------------------------------------------------*
       5010-REVIEW-ONE-HOLD.
           IF HR-HOLD-DECIDED-BEFORE (HR-HOLD-IX)
               ADD 1 TO HR-EARLIER-COUNT
               GO TO 5010-EXIT
           END-IF.
           MOVE HR-HOLD-IMAGE (HR-HOLD-IX) TO HR-TRAN-IMAGE.
           SET HR-CARD-NOT-FOUND TO TRUE.
           PERFORM 5020-SCAN-DECISION THRU 5020-EXIT
               VARYING HR-CARD-IX FROM 1 BY 1
               UNTIL HR-CARD-IX > HR-CARD-COUNT
               OR HR-CARD-FOUND.
           IF HR-CARD-NOT-FOUND
               PERFORM 5050-LIST-PENDING THRU 5050-EXIT
               GO TO 5010-EXIT
           END-IF.
           SET HR-CARD-IX DOWN BY 1.
           SET HR-CARD-USED (HR-CARD-IX) TO TRUE.
           IF HR-CARD-RELEASE (HR-CARD-IX)
               SET HR-HOLD-TO-RELEASE (HR-HOLD-IX) TO TRUE
               SET HR-HOLD-CARD-SUB (HR-HOLD-IX) TO HR-CARD-IX
               GO TO 5010-EXIT
           END-IF.
           PERFORM 5040-DECLINE-HOLD THRU 5040-EXIT.
           IF HR-REVIEW-HALTED
               GO TO 5010-EXIT
           END-IF.
           PERFORM 5045-LOG-DECISION THRU 5045-EXIT.
       5010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5020-SCAN-DECISION : compare one decision-table entry to the
      * held item in hand, on key and source code.  An entry already
      * used is skipped -- a card decides exactly one item.  The
      * PERFORM VARYING in the caller steps the index past the
      * matching entry before its exit test sees the switch, so the
      * caller steps it back.
      *----------------------------------------------------------------*
       5020-SCAN-DECISION.
           IF HR-CARD-UNUSED (HR-CARD-IX)
               AND HR-CARD-KEY (HR-CARD-IX) = HR-HOLD-KEY (HR-HOLD-IX)
               AND HR-CARD-SOURCE (HR-CARD-IX)
                   = HR-HOLD-SOURCE (HR-HOLD-IX)
               SET HR-CARD-FOUND TO TRUE
           END-IF.
       5020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5030-RELEASE-HOLD : write the held item to the release file
      * flagged released, so the nightly validation posts it
      * without holding it again.  It goes under source HR, with
      * the source that originated it kept in TR-ORIGIN-SOURCE.  A
      * write failure halts the pass, and the rerun decides the
      * item again.
      *----------------------------------------------------------------*
       5030-RELEASE-HOLD.
           MOVE HR-HOLD-IMAGE (HR-HOLD-IX) TO TR-TRANSACTION-RECORD.
           SET TR-RELEASED-FROM-HOLD TO TRUE.
           IF TR-ORIGIN-SOURCE = SPACES
               MOVE TR-SOURCE-CODE TO TR-ORIGIN-SOURCE
           END-IF.
           MOVE "HR" TO TR-SOURCE-CODE.
           WRITE TR-TRANSACTION-RECORD.
           IF NOT HR-HOLDREL-WRITE-OK
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "RELEASE WRITE FAILED, STATUS " DELIMITED BY SIZE
                   HR-HOLDREL-STATUS DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   HR-HOLD-KEY (HR-HOLD-IX) DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
               GO TO 5030-EXIT
           END-IF.
           SET HR-HOLD-RELEASED (HR-HOLD-IX) TO TRUE.
           ADD 1 TO HR-RELEASED-COUNT.
           ADD HR-IM-TRAN-AMOUNT TO HR-RELEASED-AMOUNT.
       5030-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5040-DECLINE-HOLD : write the held item to the declined file
      * in the reject layout, reason RH10, dated today.  A write
      * failure halts the pass the same way a release failure does.
      *----------------------------------------------------------------*
       5040-DECLINE-HOLD.
           MOVE HR-HOLD-IMAGE (HR-HOLD-IX) TO RJ-TRAN-IMAGE.
           MOVE 'RH10'                     TO RJ-REASON-CODE.
           MOVE HR-RUN-DATE                TO RJ-REJECT-DATE.
           WRITE RJ-REJECT-RECORD.
           IF NOT HR-HOLDDEC-WRITE-OK
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "DECLINE WRITE FAILED, STATUS " DELIMITED BY SIZE
                   HR-HOLDDEC-STATUS DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   HR-HOLD-KEY (HR-HOLD-IX) DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
               GO TO 5040-EXIT
           END-IF.
           SET HR-HOLD-DECLINED (HR-HOLD-IX) TO TRUE.
           ADD 1 TO HR-DECLINED-COUNT.
           ADD HR-IM-TRAN-AMOUNT TO HR-DECLINED-AMOUNT.
       5040-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5045-LOG-DECISION : write the decision to the new decision
      * file, for the log, and print the decided line.  A write
      * failure halts the pass the same way a release or decline
      * failure does.
      *----------------------------------------------------------------*
       5045-LOG-DECISION.
           MOVE SPACES                       TO HR-LOG-REC.
           MOVE HR-HOLD-KEY (HR-HOLD-IX)     TO HR-LG-TRAN-KEY.
           MOVE HR-HOLD-SOURCE (HR-HOLD-IX)  TO HR-LG-SOURCE-CODE.
           MOVE HR-HOLD-DATE (HR-HOLD-IX)    TO HR-LG-HOLD-DATE.
           MOVE HR-CARD-ACTION (HR-CARD-IX)  TO HR-LG-DECISION.
           MOVE HR-HOLD-REASON (HR-HOLD-IX)  TO HR-LG-HOLD-REASON.
           MOVE HR-IM-ACCOUNT-ID             TO HR-LG-ACCOUNT-ID.
           MOVE HR-IM-TRAN-TYPE              TO HR-LG-TRAN-TYPE.
           MOVE HR-IM-TRAN-AMOUNT            TO HR-LG-TRAN-AMOUNT.
           MOVE HR-CARD-REVIEWER (HR-CARD-IX) TO HR-LG-REVIEWER.
           MOVE HR-CARD-REASON (HR-CARD-IX)  TO HR-LG-REASON.
           MOVE HR-RUN-DATE                  TO HR-LG-DECISION-DATE.
           MOVE HR-RUN-TIME                  TO HR-LG-DECISION-TIME.
           MOVE JB-RUN-USER                  TO HR-LG-RUN-USER.
           WRITE HN-NEW-LOG-RECORD FROM HR-LOG-REC.
           MOVE HR-IM-TRAN-AMOUNT TO HR-RPT-ITEM-DISP.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           IF HR-CARD-RELEASE (HR-CARD-IX)
               MOVE "RELEASED  " TO HR-RPT-DETAIL-LINE(1:10)
           ELSE
               MOVE "DECLINED  " TO HR-RPT-DETAIL-LINE(1:10)
           END-IF.
           STRING HR-HOLD-KEY (HR-HOLD-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-HOLD-SOURCE (HR-HOLD-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-IM-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-IM-TRAN-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-RPT-ITEM-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-HOLD-REASON (HR-HOLD-IX) DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               HR-CARD-REVIEWER (HR-CARD-IX) DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE(11:62)
           END-STRING.
           GENERATE HOLD-DETAIL.
           IF NOT HR-HOLDLGN-WRITE-OK
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "NEW DECISION WRITE FAILED, STATUS "
                   DELIMITED BY SIZE
                   HR-HOLDLGN-STATUS DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
           END-IF.
       5045-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5050-LIST-PENDING : no decision on the deck -- list the item
      * with its age in days from its hold date, and flag the run.
      * An item whose hold date cannot be read as a date is listed
      * with no age.
      *----------------------------------------------------------------*
       5050-LIST-PENDING.
           ADD 1 TO HR-PENDING-COUNT.
           ADD HR-IM-TRAN-AMOUNT TO HR-PENDING-AMOUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE ZERO TO HR-HOLD-AGE-DAYS.
           STRING HR-HOLD-DATE (HR-HOLD-IX)(1:4) DELIMITED BY SIZE
               HR-HOLD-DATE (HR-HOLD-IX)(6:2) DELIMITED BY SIZE
               HR-HOLD-DATE (HR-HOLD-IX)(9:2) DELIMITED BY SIZE
               INTO HR-HOLD-DATE-TEXT
           END-STRING.
           IF HR-HOLD-DATE-TEXT NUMERIC
               MOVE HR-HOLD-DATE-TEXT TO HR-HOLD-DATE-WORK
               COMPUTE HR-HOLD-AGE-DAYS = HR-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE (HR-HOLD-DATE-WORK)
           END-IF.
           MOVE HR-HOLD-AGE-DAYS TO HR-RPT-AGE-DISP.
           MOVE HR-IM-TRAN-AMOUNT TO HR-RPT-ITEM-DISP.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           STRING "PENDING   " DELIMITED BY SIZE
               HR-HOLD-KEY (HR-HOLD-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-HOLD-SOURCE (HR-HOLD-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-IM-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-IM-TRAN-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-RPT-ITEM-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-HOLD-REASON (HR-HOLD-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-HOLD-DATE (HR-HOLD-IX) DELIMITED BY SIZE
               " AGE" DELIMITED BY SIZE
               HR-RPT-AGE-DISP DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE
           END-STRING.
           GENERATE HOLD-DETAIL.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5060-WRITE-RELEASE-TRAILER : close the release file with its
      * own count-and-amount trailer.  The nightly run verifies one
      * trailer per contributing feed of its concatenated input,
      * and the release file rides ahead of the source feeds.
      *----------------------------------------------------------------*
       5060-WRITE-RELEASE-TRAILER.
           MOVE SPACES             TO TL-TRAILER-RECORD.
           MOVE '**TRAILER*'       TO TL-TRAILER-ID.
           MOVE HR-RELEASED-COUNT  TO TL-RECORD-COUNT.
           MOVE HR-RELEASED-AMOUNT TO TL-AMOUNT-HASH.
           MOVE "HR"               TO TL-SOURCE-CODE.
           WRITE TL-TRAILER-RECORD.
           IF NOT HR-HOLDREL-WRITE-OK
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "RELEASE TRAILER WRITE FAILED, STATUS "
                   DELIMITED BY SIZE
                   HR-HOLDREL-STATUS DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
           END-IF.
       5060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5070-WRITE-RELEASES : write the items marked for release,
      * lowest key first, so the release feed arrives in the
      * ascending key order the nightly RS06 edit requires.  Each
      * is logged as it is written.  A halt stops the releases
      * there, and the rerun decides the whole pass again.
      *----------------------------------------------------------------*
       5070-WRITE-RELEASES.
           IF HR-REVIEW-HALTED
               GO TO 5070-EXIT
           END-IF.
           PERFORM 5075-RELEASE-LOWEST THRU 5075-EXIT
               UNTIL HR-RELEASES-DONE
               OR HR-REVIEW-HALTED.
       5070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5075-RELEASE-LOWEST : find the marked item with the lowest
      * key, release it under the card that released it, and log
      * it.  None left ends the releases.
      *----------------------------------------------------------------*
       5075-RELEASE-LOWEST.
           MOVE ZERO TO HR-RELEASE-SUB.
           PERFORM 5076-FIND-LOWEST THRU 5076-EXIT
               VARYING HR-HOLD-IX FROM 1 BY 1
               UNTIL HR-HOLD-IX > HR-HOLD-COUNT.
           IF HR-RELEASE-SUB = ZERO
               SET HR-RELEASES-DONE TO TRUE
               GO TO 5075-EXIT
           END-IF.
           SET HR-HOLD-IX TO HR-RELEASE-SUB.
           SET HR-CARD-IX TO HR-HOLD-CARD-SUB (HR-HOLD-IX).
           MOVE HR-HOLD-IMAGE (HR-HOLD-IX) TO HR-TRAN-IMAGE.
           PERFORM 5030-RELEASE-HOLD THRU 5030-EXIT.
           IF HR-REVIEW-HALTED
               GO TO 5075-EXIT
           END-IF.
           PERFORM 5045-LOG-DECISION THRU 5045-EXIT.
       5075-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5076-FIND-LOWEST : keep the table entry in hand when it is
      * marked for release under a lower key than the lowest found
      * so far.  On equal keys the first in file order stands.
      *----------------------------------------------------------------*
       5076-FIND-LOWEST.
           IF NOT HR-HOLD-TO-RELEASE (HR-HOLD-IX)
               GO TO 5076-EXIT
           END-IF.
           IF HR-RELEASE-SUB NOT = ZERO
               AND HR-HOLD-KEY (HR-HOLD-IX) NOT < HR-LOWEST-KEY
               GO TO 5076-EXIT
           END-IF.
           SET HR-RELEASE-SUB TO HR-HOLD-IX.
           MOVE HR-HOLD-KEY (HR-HOLD-IX) TO HR-LOWEST-KEY.
       5076-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5500-CARRY-PENDING : write every item still pending to the
      * pending file, in the hold layout, for the next pass to read
      * ahead of the hold generations -- an item stays on the queue
      * until it is decided, not until its generation rolls off.
      * A halted pass writes nothing : its pending file is not to
      * be kept, and the next pass reads the last good one again.
      * A write failure halts the pass the same way.
      *----------------------------------------------------------------*
       5500-CARRY-PENDING.
           IF HR-REVIEW-HALTED
               GO TO 5500-EXIT
           END-IF.
           OPEN OUTPUT HOLDPND-FILE.
           IF NOT HR-HOLDPND-WRITE-OK
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "PENDING FILE OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   HR-HOLDPND-STATUS DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
               GO TO 5500-EXIT
           END-IF.
           PERFORM 5510-CARRY-ONE-PENDING THRU 5510-EXIT
               VARYING HR-HOLD-IX FROM 1 BY 1
               UNTIL HR-HOLD-IX > HR-HOLD-COUNT
               OR HR-REVIEW-HALTED.
           CLOSE HOLDPND-FILE.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5510-CARRY-ONE-PENDING : write one table entry to the
      * pending file when nobody has decided it.
      *----------------------------------------------------------------*
       5510-CARRY-ONE-PENDING.
           IF NOT HR-HOLD-PENDING (HR-HOLD-IX)
               GO TO 5510-EXIT
           END-IF.
           MOVE HR-HOLD-IMAGE (HR-HOLD-IX)  TO HR-PN-TRAN-IMAGE.
           MOVE HR-HOLD-REASON (HR-HOLD-IX) TO HR-PN-HOLD-REASON.
           MOVE HR-HOLD-DATE (HR-HOLD-IX)   TO HR-PN-HOLD-DATE.
           WRITE HP-PENDING-RECORD FROM HR-PENDING-REC.
           IF NOT HR-HOLDPND-WRITE-OK
               SET HR-REVIEW-HALTED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO HR-RPT-DETAIL-LINE
               STRING "PENDING WRITE FAILED, STATUS " DELIMITED BY SIZE
                   HR-HOLDPND-STATUS DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   HR-HOLD-KEY (HR-HOLD-IX) DELIMITED BY SIZE
                   INTO HR-RPT-DETAIL-LINE
               END-STRING
               GENERATE HOLD-DETAIL
               GO TO 5510-EXIT
           END-IF.
           ADD 1 TO HR-CARRIED-COUNT.
       5510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-REPORT-UNUSED-DECISIONS : any card that decided no
      * item was keyed against the wrong key, names an item decided
      * already, or repeats another card -- the reviewer thinks the
      * item is handled, so it must show.  A halted pass applied
      * only part of the deck and lists nothing here.
      *----------------------------------------------------------------*
       6000-REPORT-UNUSED-DECISIONS.
           IF HR-REVIEW-HALTED
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6010-REPORT-ONE-UNUSED THRU 6010-EXIT
               VARYING HR-CARD-IX FROM 1 BY 1
               UNTIL HR-CARD-IX > HR-CARD-COUNT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6010-REPORT-ONE-UNUSED : refuse one card that decided
      * nothing, saying whether its item was already decided or is
      * not on the queue at all.
      *----------------------------------------------------------------*
       6010-REPORT-ONE-UNUSED.
           IF HR-CARD-USED (HR-CARD-IX)
               GO TO 6010-EXIT
           END-IF.
           SET HR-DECIDED-NOT-FOUND TO TRUE.
           PERFORM 6020-SCAN-DECIDED THRU 6020-EXIT
               VARYING HR-HOLD-IX FROM 1 BY 1
               UNTIL HR-HOLD-IX > HR-HOLD-COUNT
               OR HR-DECIDED-FOUND.
           IF HR-DECIDED-FOUND
               MOVE "ALREADY DECIDED" TO HR-REFUSE-MSG
           ELSE
               MOVE "NOT ON THE HOLD QUEUE" TO HR-REFUSE-MSG
           END-IF.
           MOVE HR-CARD-ACTION (HR-CARD-IX)   TO HR-REF-ACTION.
           MOVE HR-CARD-KEY (HR-CARD-IX)      TO HR-REF-KEY.
           MOVE HR-CARD-SOURCE (HR-CARD-IX)   TO HR-REF-SOURCE.
           MOVE HR-CARD-REVIEWER (HR-CARD-IX) TO HR-REF-REVIEWER.
           PERFORM 8100-PRINT-REFUSAL THRU 8100-EXIT.
       6010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6020-SCAN-DECIDED : does one held item carry the unused
      * card's key and source code and stand decided, on this pass
      * or an earlier one.
      *----------------------------------------------------------------*
       6020-SCAN-DECIDED.
           IF HR-HOLD-KEY (HR-HOLD-IX) = HR-CARD-KEY (HR-CARD-IX)
               AND HR-HOLD-SOURCE (HR-HOLD-IX)
                   = HR-CARD-SOURCE (HR-CARD-IX)
               AND NOT HR-HOLD-PENDING (HR-HOLD-IX)
               SET HR-DECIDED-FOUND TO TRUE
           END-IF.
       6020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6500-PRINT-TOTALS : the queue and deck counts, and the clean
      * line the reader hopes to see.
      *----------------------------------------------------------------*
       6500-PRINT-TOTALS.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           GENERATE HOLD-DETAIL.
           MOVE HR-HOLD-COUNT TO HR-RPT-COUNT-DISP.
           STRING "HELD ITEMS ON QUEUE:     " DELIMITED BY SIZE
               HR-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE
           END-STRING.
           GENERATE HOLD-DETAIL.
           MOVE HR-TAKEN-ONCE-COUNT TO HR-RPT-COUNT-DISP.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           STRING "READ TWICE, TAKEN ONCE:  " DELIMITED BY SIZE
               HR-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE
           END-STRING.
           GENERATE HOLD-DETAIL.
           MOVE HR-EARLIER-COUNT TO HR-RPT-COUNT-DISP.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           STRING "DECIDED ON EARLIER PASS: " DELIMITED BY SIZE
               HR-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE
           END-STRING.
           GENERATE HOLD-DETAIL.
           MOVE HR-RELEASED-COUNT TO HR-RPT-COUNT-DISP.
           MOVE HR-RELEASED-AMOUNT TO HR-RPT-TOTAL-DISP.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           STRING "RELEASED:                " DELIMITED BY SIZE
               HR-RPT-COUNT-DISP DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               HR-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE
           END-STRING.
           GENERATE HOLD-DETAIL.
           MOVE HR-DECLINED-COUNT TO HR-RPT-COUNT-DISP.
           MOVE HR-DECLINED-AMOUNT TO HR-RPT-TOTAL-DISP.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           STRING "DECLINED:                " DELIMITED BY SIZE
               HR-RPT-COUNT-DISP DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               HR-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE
           END-STRING.
           GENERATE HOLD-DETAIL.
           MOVE HR-PENDING-COUNT TO HR-RPT-COUNT-DISP.
           MOVE HR-PENDING-AMOUNT TO HR-RPT-TOTAL-DISP.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           STRING "STILL PENDING:           " DELIMITED BY SIZE
               HR-RPT-COUNT-DISP DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               HR-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE
           END-STRING.
           GENERATE HOLD-DETAIL.
           MOVE HR-CARRIED-COUNT TO HR-RPT-COUNT-DISP.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           STRING "CARRIED TO PENDING FILE: " DELIMITED BY SIZE
               HR-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE
           END-STRING.
           GENERATE HOLD-DETAIL.
           MOVE HR-CARD-READ-COUNT TO HR-RPT-COUNT-DISP.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           STRING "DECISION CARDS READ:     " DELIMITED BY SIZE
               HR-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE
           END-STRING.
           GENERATE HOLD-DETAIL.
           MOVE HR-REFUSED-COUNT TO HR-RPT-COUNT-DISP.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           STRING "DECISION CARDS REFUSED:  " DELIMITED BY SIZE
               HR-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE
           END-STRING.
           GENERATE HOLD-DETAIL.
           IF HR-REVIEW-HALTED
               MOVE "REVIEW HALTED -- NO DECISION OF THIS PASS IS KEPT"
                   TO HR-RPT-DETAIL-LINE
               GENERATE HOLD-DETAIL
               GO TO 6500-EXIT
           END-IF.
           IF RETURN-CODE = 0
               MOVE "NOTHING PENDING, NO REFUSALS -- QUEUE CLEAR"
                   TO HR-RPT-DETAIL-LINE
               GENERATE HOLD-DETAIL
           END-IF.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-CLOSE-REPORT : finish the hold review report.
      *----------------------------------------------------------------*
       7000-CLOSE-REPORT.
           TERMINATE HOLD-RPT.
           CLOSE HOLDRPT-FILE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-PRINT-REFUSAL : print one refused card with its refusal
      * text and flag the run -- the rest of the deck still applies.
      *----------------------------------------------------------------*
       8100-PRINT-REFUSAL.
           ADD 1 TO HR-REFUSED-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO HR-RPT-DETAIL-LINE.
           STRING "REFUSED   " DELIMITED BY SIZE
               HR-REF-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-REF-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-REF-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-REF-REVIEWER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HR-REFUSE-MSG DELIMITED BY SIZE
               INTO HR-RPT-DETAIL-LINE
           END-STRING.
           GENERATE HOLD-DETAIL.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9999-EXIT : single point of job termination.
      *----------------------------------------------------------------*
       9999-EXIT.
           STOP RUN.
