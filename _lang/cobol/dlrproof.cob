      *----------------------------------------------------------------*
      * DLRPROOF : end-of-night dollar proof across the stream.
      *
      * Each program of the nightly stream balances itself -- the
      * validation proves the feed against its trailers, the posting
      * step reports its debits and credits, the GL extract closes
      * its hand-off with a trailer -- but nobody proved the steps
      * against each other, and a night could lose a dollar between
      * two of them with every report looking clean.  This program
      * runs after the GL extract and proves the whole night in
      * dollars as well as records :
      *
      *   1. the feed register's fingerprints of the night's
      *      sources equal the accepted plus the rejected plus the
      *      held generations, in total and source by source;
      *   2. the accepted generation equals the GL hand-off's 'T'
      *      trailer;
      *   3. the account master's net movement, as the posting
      *      journal records it balance by balance, equals the
      *      accepted transactions less the posting rejects (RN07,
      *      RC08, RF09), and the journal's reject entries agree
      *      with the posting-reject file.
      *
      * Every figure is printed on the proof report.  A break --
      * or an input that cannot be read, which proves nothing --
      * says which proof failed, pages operations CRIT, and ends
      * the step with RETURN-CODE 8.  The completion trigger is
      * written under this job's own name carrying that return
      * code, so the GL stream, which sits behind STRMCTL waiting
      * on this program's trigger, is held until the night is
      * proved.
      *
      * Modification History :
      *   2026-10-15  JLG  Original program -- a night could leave a
      *                    dollar between two steps of the stream
      *                    with every step's own report in balance.
      *   2026-10-15  JLG  Proof 1 takes the held generation too --
      *                    the nightly validation now routes items
      *                    over the hold limits to HOLD, and they
      *                    are part of the registered feed.
      *   2026-10-15  JLG  Proof 1 proves each source on its own --
      *                    the nightly validation now registers one
      *                    fingerprint per source, stamped with its
      *                    run, and the night's register is every
      *                    record of the latest run; a source out
      *                    of balance breaks the proof even when
      *                    the totals agree.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dlrproof.
       AUTHOR. J L GREEN.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ACCEPTD-FILE : the night's accepted generation.
           SELECT ACCEPTD-FILE ASSIGN TO ACCEPTD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP-ACCEPTD-STATUS.

      *    REJECTD-FILE : the night's rejected generation.
           SELECT REJECTD-FILE ASSIGN TO REJECTD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP-REJECTD-STATUS.

      *    HOLD-FILE : the night's held generation.
           SELECT HOLD-FILE ASSIGN TO HOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP-HOLD-STATUS.

      *    FEEDREG-FILE : the feed register, read for the nightly
      *    validation's fingerprints of the night's sources.
           SELECT FEEDREG-FILE ASSIGN TO FEEDREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP-FEEDREG-STATUS.

      *    GLINTF-FILE : the GL hand-off, read for its trailer.
           SELECT GLINTF-FILE ASSIGN TO GLINTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP-GLINTF-STATUS.

      *    POSTREJ-FILE : the posting step's rejects for the night.
           SELECT POSTREJ-FILE ASSIGN TO POSTREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP-POSTREJ-STATUS.

      *    POSTJRNL-FILE : the posting journal, read for the
      *    accepted generation's postings and rejects.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP-POSTJRNL-STATUS.

      *    PROOFRPT-FILE : the paginated proof report.
           SELECT PROOFRPT-FILE ASSIGN TO PROOFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP-PROOFRPT-STATUS.

      *    TRIGGER-FILE : the completion-trigger record, carrying
      *    the proof's return code, that the GL stream waits on.
           SELECT TRIGGER-FILE ASSIGN TO TRIGGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP-TRIGGER-STATUS.

      *    ALERTS-FILE : one record appended per degradation event,
      *    forwarded to the operator paging system by the automation
      *    dataset-watcher.
           SELECT ALERTS-FILE ASSIGN TO ALERTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DP-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTD-FILE
           RECORDING MODE IS F.
           COPY TRANSCT.

       FD  REJECTD-FILE
           RECORDING MODE IS F.
           COPY REJECTD.

       FD  HOLD-FILE
           RECORDING MODE IS F.
           COPY HOLDQ.

       FD  FEEDREG-FILE
           RECORDING MODE IS F.
           COPY FEEDREG.

       FD  GLINTF-FILE
           RECORDING MODE IS F.
           COPY GLINTF.

       FD  POSTREJ-FILE
           RECORDING MODE IS F.
       01  PR-POSTREJ-RECORD           PIC X(94).

       FD  POSTJRNL-FILE
           RECORDING MODE IS F.
           COPY PSTJRNL.

       FD  PROOFRPT-FILE
           REPORT IS PROOF-RPT.

       FD  TRIGGER-FILE
           RECORDING MODE IS F.
           COPY TRIGGR.

       FD  ALERTS-FILE
           RECORDING MODE IS F.
           COPY ALERTS.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    WS-JOB-BANNER : shared job-banner record, common to every
      *    program in the suite (see COPY JOBBANR).
      *----------------------------------------------------------------*
       COPY JOBBANR.

      *----------------------------------------------------------------*
      *    SO-SOURCE-xxx : the transaction sources the intake knows
      *    (see COPY SRCCODE).
      *----------------------------------------------------------------*
       COPY SRCCODE.

       01  DP-CURRENT-DATE-TIME        PIC X(21).

       01  DP-RUN-STAMP.
           05  DP-RUN-DATE.
               10  DP-RUN-YYYY         PIC 9(04).
               10  FILLER              PIC X(01) VALUE '-'.
               10  DP-RUN-MM           PIC 9(02).
               10  FILLER              PIC X(01) VALUE '-'.
               10  DP-RUN-DD           PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DP-RUN-TIME.
               10  DP-RUN-HH           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  DP-RUN-MN           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  DP-RUN-SS           PIC 9(02).

       01  DP-RUNENV-VALUE             PIC X(04) VALUE SPACES.

       01  DP-ACCEPTD-STATUS           PIC X(02) VALUE SPACES.
           88  DP-ACCEPTD-READ-OK          VALUE '00'.
           88  DP-ACCEPTD-AT-END           VALUE '10'.

       01  DP-REJECTD-STATUS           PIC X(02) VALUE SPACES.
           88  DP-REJECTD-READ-OK          VALUE '00'.
           88  DP-REJECTD-AT-END           VALUE '10'.

       01  DP-HOLD-STATUS              PIC X(02) VALUE SPACES.
           88  DP-HOLD-READ-OK             VALUE '00'.
           88  DP-HOLD-AT-END              VALUE '10'.

       01  DP-FEEDREG-STATUS           PIC X(02) VALUE SPACES.
           88  DP-FEEDREG-READ-OK          VALUE '00'.
           88  DP-FEEDREG-AT-END           VALUE '10'.

       01  DP-GLINTF-STATUS            PIC X(02) VALUE SPACES.
           88  DP-GLINTF-READ-OK           VALUE '00'.
           88  DP-GLINTF-AT-END            VALUE '10'.

       01  DP-POSTREJ-STATUS           PIC X(02) VALUE SPACES.
           88  DP-POSTREJ-READ-OK          VALUE '00'.
           88  DP-POSTREJ-AT-END           VALUE '10'.

       01  DP-POSTJRNL-STATUS          PIC X(02) VALUE SPACES.
           88  DP-POSTJRNL-READ-OK         VALUE '00'.
           88  DP-POSTJRNL-AT-END          VALUE '10'.

       01  DP-PROOFRPT-STATUS          PIC X(02) VALUE SPACES.
           88  DP-PROOFRPT-WRITE-OK        VALUE '00'.

       01  DP-TRIGGER-STATUS           PIC X(02) VALUE SPACES.
           88  DP-TRIGGER-WRITE-OK         VALUE '00'.

       01  DP-ALERTS-STATUS            PIC X(02) VALUE SPACES.
           88  DP-ALERTS-WRITE-OK          VALUE '00'.

      *----------------------------------------------------------------*
      *    DP-TRAN-IMAGE : a reject's or a held item's transaction
      *    image, in the TRANSACT layout, for its type and amount.
      *----------------------------------------------------------------*
       01  DP-TRAN-IMAGE.
           05  DP-IM-TRAN-KEY          PIC X(10).
           05  DP-IM-TRAN-DATE         PIC X(10).
           05  DP-IM-ACCOUNT-ID        PIC X(08).
           05  DP-IM-TRAN-TYPE         PIC X(02).
               88  DP-IM-TYPE-DEBIT        VALUE 'DB'.
               88  DP-IM-TYPE-CREDIT       VALUE 'CR'.
           05  DP-IM-TRAN-AMOUNT       PIC 9(09)V99.
           05  FILLER                  PIC X(21).
           05  DP-IM-SOURCE-CODE       PIC X(02).
           05  FILLER                  PIC X(16).

      *----------------------------------------------------------------*
      *    DP-ACCEPTED-TOTALS : the accepted generation -- its
      *    fingerprint as the posting journal carries it, and its
      *    net effect on the master, credits less debits.
      *----------------------------------------------------------------*
       01  DP-ACCEPTED-TOTALS.
           05  DP-BUS-DATE             PIC X(10) VALUE SPACES.
           05  DP-FEED-FIRST-KEY       PIC X(10) VALUE SPACES.
           05  DP-FEED-LAST-KEY        PIC X(10) VALUE SPACES.
           05  DP-ACCEPTD-COUNT        PIC 9(09) VALUE ZERO.
           05  DP-ACCEPTD-AMOUNT       PIC 9(13)V99 VALUE ZERO.
           05  DP-ACCEPTD-NET          PIC S9(13)V99 VALUE ZERO.

       01  DP-REJECTED-TOTALS.
           05  DP-REJECTD-COUNT        PIC 9(09) VALUE ZERO.
           05  DP-REJECTD-AMOUNT       PIC 9(13)V99 VALUE ZERO.

       01  DP-HELD-TOTALS.
           05  DP-HOLD-COUNT           PIC 9(09) VALUE ZERO.
           05  DP-HOLD-AMOUNT          PIC 9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *    DP-REGISTER-TOTALS : the night's register -- every source
      *    fingerprint the validation's latest run wrote, recognized
      *    by the run stamp they share.  A record written before the
      *    register carried a run stamp stands alone.
      *----------------------------------------------------------------*
       01  DP-REGISTER-TOTALS.
           05  DP-FR-FOUND-SW          PIC X(01) VALUE 'N'.
               88  DP-FR-FOUND                 VALUE 'Y'.
           05  DP-FR-BUS-DATE          PIC X(10) VALUE SPACES.
           05  DP-FR-COUNT             PIC 9(09) VALUE ZERO.
           05  DP-FR-AMOUNT            PIC 9(13)V99 VALUE ZERO.
           05  DP-FR-RUN-STAMP         PIC X(16) VALUE SPACES.
           05  DP-FR-THIS-STAMP        PIC X(16) VALUE SPACES.

      *----------------------------------------------------------------*
      *    DP-SOURCE-TABLE : proof 1 source by source -- what the
      *    register holds for each source against what the accepted,
      *    rejected, and held generations carry under its code, in
      *    the order of COPY SRCCODE, plus a last entry for any code
      *    not on the list.
      *    Sized SO-SOURCE-COUNT + 1 -- see COPY SRCCODE before
      *    adding a source.
      *----------------------------------------------------------------*
       01  DP-SOURCE-TABLE.
           05  DP-SRC-ENTRY            OCCURS 8 TIMES
                                       INDEXED BY DP-SRC-IX.
               10  DP-SRC-FR-COUNT     PIC 9(09).
               10  DP-SRC-FR-AMOUNT    PIC 9(13)V99.
               10  DP-SRC-SPLIT-COUNT  PIC 9(09).
               10  DP-SRC-SPLIT-AMOUNT PIC 9(13)V99.

       01  DP-SOURCE-WORK.
           05  DP-SRC-LOOKUP-CODE      PIC X(02) VALUE SPACES.
           05  DP-SRC-FOUND-SW         PIC X(01) VALUE 'N'.
               88  DP-SRC-FOUND                VALUE 'Y'.
               88  DP-SRC-NOT-FOUND            VALUE 'N'.
           05  DP-SRC-LIMIT            PIC 9(02) VALUE ZERO.
           05  DP-SRC-BREAK-COUNT      PIC 9(02) VALUE ZERO.
           05  DP-SRC-CODE-DISP        PIC X(02) VALUE SPACES.

       01  DP-GL-TOTALS.
           05  DP-GL-TRAILER-SW        PIC X(01) VALUE 'N'.
               88  DP-GL-TRAILER-FOUND         VALUE 'Y'.
           05  DP-GL-COUNT             PIC 9(09) VALUE ZERO.
           05  DP-GL-AMOUNT            PIC 9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *    DP-POSTING-TOTALS : the posting rejects and what the
      *    journal says reached the master for the accepted
      *    generation.
      *----------------------------------------------------------------*
       01  DP-POSTING-TOTALS.
           05  DP-POSTREJ-COUNT        PIC 9(09) VALUE ZERO.
           05  DP-POSTREJ-AMOUNT       PIC 9(13)V99 VALUE ZERO.
           05  DP-POSTREJ-NET          PIC S9(13)V99 VALUE ZERO.
           05  DP-NOMAST-COUNT         PIC 9(09) VALUE ZERO.
           05  DP-CLOSED-COUNT         PIC 9(09) VALUE ZERO.
           05  DP-FROZEN-COUNT         PIC 9(09) VALUE ZERO.
           05  DP-JRNL-POSTED-COUNT    PIC 9(09) VALUE ZERO.
           05  DP-JRNL-REJECT-COUNT    PIC 9(09) VALUE ZERO.
           05  DP-JRNL-MOVEMENT        PIC S9(13)V99 VALUE ZERO.
           05  DP-JRNL-COMPLETE-SW     PIC X(01) VALUE 'N'.
               88  DP-JRNL-COMPLETE            VALUE 'Y'.
           05  DP-EXPECTED-MOVEMENT    PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *    DP-INPUT-SWITCHES : an input that could not be read to
      *    the end proves nothing, and fails the proof it feeds.
      *----------------------------------------------------------------*
       01  DP-INPUT-SWITCHES.
           05  DP-ACCEPTD-BAD-SW       PIC X(01) VALUE 'N'.
               88  DP-ACCEPTD-BAD              VALUE 'Y'.
           05  DP-REJECTD-BAD-SW       PIC X(01) VALUE 'N'.
               88  DP-REJECTD-BAD              VALUE 'Y'.
           05  DP-HOLD-BAD-SW          PIC X(01) VALUE 'N'.
               88  DP-HOLD-BAD                 VALUE 'Y'.
           05  DP-FEEDREG-BAD-SW       PIC X(01) VALUE 'N'.
               88  DP-FEEDREG-BAD              VALUE 'Y'.
           05  DP-GLINTF-BAD-SW        PIC X(01) VALUE 'N'.
               88  DP-GLINTF-BAD               VALUE 'Y'.
           05  DP-POSTREJ-BAD-SW       PIC X(01) VALUE 'N'.
               88  DP-POSTREJ-BAD              VALUE 'Y'.
           05  DP-POSTJRNL-BAD-SW      PIC X(01) VALUE 'N'.
               88  DP-POSTJRNL-BAD             VALUE 'Y'.

      *----------------------------------------------------------------*
      *    DP-PROOF-RESULTS : the night's breaks and the proof in
      *    hand.  DP-OUT-OF-BALANCE marks a proof whose figures were
      *    read but disagree, so its difference is printed; proof
      *    1's total difference is held here apart from the line
      *    work area, which the source lines reuse.
      *----------------------------------------------------------------*
       01  DP-PROOF-RESULTS.
           05  DP-BREAK-COUNT          PIC 9(02) VALUE ZERO.
           05  DP-PROOF-SW             PIC X(01) VALUE 'Y'.
               88  DP-PROOF-HOLDS              VALUE 'Y'.
               88  DP-PROOF-BROKEN             VALUE 'N'.
           05  DP-OUT-BY-SW            PIC X(01) VALUE 'N'.
               88  DP-OUT-OF-BALANCE           VALUE 'Y'.
               88  DP-NOT-OUT-OF-BALANCE       VALUE 'N'.
           05  DP-FEED-DIFF-COUNT      PIC S9(09) VALUE ZERO.
           05  DP-FEED-DIFF-AMOUNT     PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *    DP-READ-WORK : the file and status handed to
      *    8200-PRINT-READ-FAILURE.
      *----------------------------------------------------------------*
       01  DP-READ-WORK.
           05  DP-READ-FILE-NAME       PIC X(08) VALUE SPACES.
           05  DP-READ-FILE-STATUS     PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------*
      *    DP-LINE-WORK : the label, count, and amount handed to
      *    8100-PRINT-FIGURES for one line of a proof, and the
      *    signed differences handed to 8120-PRINT-DIFFERENCE.
      *----------------------------------------------------------------*
       01  DP-LINE-WORK.
           05  DP-LINE-LABEL           PIC X(22) VALUE SPACES.
           05  DP-LINE-COUNT           PIC 9(09) VALUE ZERO.
           05  DP-LINE-AMOUNT          PIC S9(13)V99 VALUE ZERO.
           05  DP-DIFF-COUNT           PIC S9(09) VALUE ZERO.
           05  DP-DIFF-AMOUNT          PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *    DP-ALERT-WORK : the failing paragraph, tripped file
      *    status, and severity handed to 8000-WRITE-ALERT before
      *    each PERFORM of it.
      *----------------------------------------------------------------*
       01  DP-ALERT-WORK.
           05  DP-ALERT-PARA           PIC X(20) VALUE SPACES.
           05  DP-ALERT-FILE-STATUS    PIC X(02) VALUE SPACES.
           05  DP-ALERT-SEVERITY       PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      *    DP-RPT-xxx : each print line is built up whole and handed
      *    to the REPORT SECTION as a single SOURCE item per line.
      *----------------------------------------------------------------*
       01  DP-RPT-HDG-LINE1            PIC X(46) VALUE SPACES.
       01  DP-RPT-HDG-LINE2            PIC X(40) VALUE SPACES.
       01  DP-RPT-HDG-LINE3            PIC X(56) VALUE SPACES.
       01  DP-RPT-DETAIL-LINE          PIC X(70) VALUE SPACES.
       01  DP-RPT-FTG-LINE1            PIC X(14) VALUE SPACES.
       01  DP-RPT-COUNT-DISP           PIC Z(08)9.
       01  DP-RPT-DIFF-COUNT-DISP      PIC -(09)9.
       01  DP-RPT-AMOUNT-DISP          PIC -(13)9.99.

       REPORT SECTION.
      *----------------------------------------------------------------*
      * PROOF-RPT : paginated proof report, in the same manner as
      * the other reports of the suite.
      *----------------------------------------------------------------*
       RD  PROOF-RPT
           PAGE LIMIT 60 LINES
           FIRST DETAIL 5
           LAST DETAIL 55
           FOOTING 58.
       01  TYPE PAGE HEADING.
           05  LINE 1  COLUMN 1  PIC X(46) SOURCE DP-RPT-HDG-LINE1.
           05  LINE 2  COLUMN 1  PIC X(40) SOURCE DP-RPT-HDG-LINE2.
           05  LINE 3  COLUMN 1  PIC X(56) SOURCE DP-RPT-HDG-LINE3.
       01  PROOF-DETAIL TYPE DETAIL.
           05  LINE PLUS 1 COLUMN 1  PIC X(70)
                   SOURCE DP-RPT-DETAIL-LINE.
       01  TYPE PAGE FOOTING.
           05  LINE 58 COLUMN 1  PIC X(14) SOURCE DP-RPT-FTG-LINE1.
           05  LINE 59 COLUMN 1  PIC ZZZ9 SOURCE PAGE-COUNTER.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE : overall job control.  The trigger is written
      * whatever the outcome -- it is the return code it carries
      * that holds or releases the GL stream.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 4000-OPEN-REPORT THRU 4000-EXIT.
           IF RETURN-CODE < 8
               PERFORM 2000-READ-ACCEPTED THRU 2000-EXIT
               PERFORM 2100-READ-REJECTED THRU 2100-EXIT
               PERFORM 2150-READ-HELD THRU 2150-EXIT
               PERFORM 2200-READ-FEED-REGISTER THRU 2200-EXIT
               PERFORM 2300-READ-GL-TRAILER THRU 2300-EXIT
               PERFORM 2400-READ-POSTING-REJECTS THRU 2400-EXIT
               PERFORM 2500-READ-JOURNAL THRU 2500-EXIT
               PERFORM 3000-PROVE-FEED THRU 3000-EXIT
               PERFORM 3100-PROVE-GL THRU 3100-EXIT
               PERFORM 3200-PROVE-POSTING THRU 3200-EXIT
               PERFORM 3900-PRINT-VERDICT THRU 3900-EXIT
               PERFORM 7000-CLOSE-REPORT THRU 7000-EXIT
           END-IF.
           PERFORM 7500-WRITE-TRIGGER THRU 7500-EXIT.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE : capture the run stamp and build the shared
      * job banner.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO DP-CURRENT-DATE-TIME.
           MOVE DP-CURRENT-DATE-TIME(1:4)  TO DP-RUN-YYYY.
           MOVE DP-CURRENT-DATE-TIME(5:2)  TO DP-RUN-MM.
           MOVE DP-CURRENT-DATE-TIME(7:2)  TO DP-RUN-DD.
           MOVE DP-CURRENT-DATE-TIME(9:2)  TO DP-RUN-HH.
           MOVE DP-CURRENT-DATE-TIME(11:2) TO DP-RUN-MN.
           MOVE DP-CURRENT-DATE-TIME(13:2) TO DP-RUN-SS.
           MOVE "dlrproof"        TO JB-JOB-NAME.
           MOVE DP-RUN-DATE       TO DP-BUS-DATE.
           COMPUTE DP-SRC-LIMIT = SO-SOURCE-COUNT + 1.
           PERFORM 1010-CLEAR-ONE-SOURCE THRU 1010-EXIT
               VARYING DP-SRC-IX FROM 1 BY 1
               UNTIL DP-SRC-IX > DP-SRC-LIMIT.
           MOVE DP-RUN-DATE       TO JB-RUN-DATE.
           MOVE DP-RUN-TIME       TO JB-RUN-TIME.
           ACCEPT JB-RUN-USER FROM ENVIRONMENT "USER".
           ACCEPT DP-RUNENV-VALUE FROM ENVIRONMENT "RUNENV".
           IF DP-RUNENV-VALUE = "PROD"
               MOVE "PROD" TO JB-ENVIRONMENT
           ELSE
               MOVE "TEST" TO JB-ENVIRONMENT
           END-IF.
           MOVE 0 TO RETURN-CODE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-CLEAR-ONE-SOURCE : zero one source's figures, register
      * side and generation side.
      *----------------------------------------------------------------*
       1010-CLEAR-ONE-SOURCE.
           MOVE ZERO TO DP-SRC-SPLIT-COUNT (DP-SRC-IX).
           MOVE ZERO TO DP-SRC-SPLIT-AMOUNT (DP-SRC-IX).
           PERFORM 1020-CLEAR-REGISTER-SIDE THRU 1020-EXIT.
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1020-CLEAR-REGISTER-SIDE : zero one source's register
      * figures -- also done at each new run met on the register.
      *----------------------------------------------------------------*
       1020-CLEAR-REGISTER-SIDE.
           MOVE ZERO TO DP-SRC-FR-COUNT (DP-SRC-IX).
           MOVE ZERO TO DP-SRC-FR-AMOUNT (DP-SRC-IX).
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-READ-ACCEPTED : total the accepted generation -- count,
      * amount, net effect on the master, and the fingerprint the
      * posting journal carries for it.
      *----------------------------------------------------------------*
       2000-READ-ACCEPTED.
           OPEN INPUT ACCEPTD-FILE.
           IF NOT DP-ACCEPTD-READ-OK
               SET DP-ACCEPTD-BAD TO TRUE
               MOVE "ACCEPTD" TO DP-READ-FILE-NAME
               MOVE DP-ACCEPTD-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-READ-ONE-ACCEPTED THRU 2010-EXIT
               UNTIL NOT DP-ACCEPTD-READ-OK.
           IF NOT DP-ACCEPTD-AT-END
               SET DP-ACCEPTD-BAD TO TRUE
               MOVE "ACCEPTD" TO DP-READ-FILE-NAME
               MOVE DP-ACCEPTD-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
           END-IF.
           CLOSE ACCEPTD-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2010-READ-ONE-ACCEPTED : fold one accepted transaction into
      * the totals.  The business date is the first detail's
      * transaction date, as the feed register defines it.
      *----------------------------------------------------------------*
       2010-READ-ONE-ACCEPTED.
           READ ACCEPTD-FILE
               AT END
                   GO TO 2010-EXIT
           END-READ.
           IF NOT DP-ACCEPTD-READ-OK
               GO TO 2010-EXIT
           END-IF.
           ADD 1 TO DP-ACCEPTD-COUNT.
           IF DP-ACCEPTD-COUNT = 1
               MOVE TR-TRAN-KEY  TO DP-FEED-FIRST-KEY
               MOVE TR-TRAN-DATE TO DP-BUS-DATE
           END-IF.
           MOVE TR-TRAN-KEY TO DP-FEED-LAST-KEY.
           MOVE TR-SOURCE-CODE TO DP-SRC-LOOKUP-CODE.
           PERFORM 2900-FIND-SOURCE THRU 2900-EXIT.
           ADD 1 TO DP-SRC-SPLIT-COUNT (DP-SRC-IX).
           IF TR-TRAN-AMOUNT NOT NUMERIC
               GO TO 2010-EXIT
           END-IF.
           ADD TR-TRAN-AMOUNT TO DP-ACCEPTD-AMOUNT.
           ADD TR-TRAN-AMOUNT TO DP-SRC-SPLIT-AMOUNT (DP-SRC-IX).
           IF TR-TYPE-CREDIT
               ADD TR-TRAN-AMOUNT TO DP-ACCEPTD-NET
           ELSE
               SUBTRACT TR-TRAN-AMOUNT FROM DP-ACCEPTD-NET
           END-IF.
       2010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-READ-REJECTED : total the rejected generation.  A
      * reject whose amount is not numeric (RM05) carries no
      * dollars, the same way the feed register leaves it out.
      *----------------------------------------------------------------*
       2100-READ-REJECTED.
           OPEN INPUT REJECTD-FILE.
           IF NOT DP-REJECTD-READ-OK
               SET DP-REJECTD-BAD TO TRUE
               MOVE "REJECTD" TO DP-READ-FILE-NAME
               MOVE DP-REJECTD-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-READ-ONE-REJECTED THRU 2110-EXIT
               UNTIL NOT DP-REJECTD-READ-OK.
           IF NOT DP-REJECTD-AT-END
               SET DP-REJECTD-BAD TO TRUE
               MOVE "REJECTD" TO DP-READ-FILE-NAME
               MOVE DP-REJECTD-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
           END-IF.
           CLOSE REJECTD-FILE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2110-READ-ONE-REJECTED : fold one reject into the totals.
      *----------------------------------------------------------------*
       2110-READ-ONE-REJECTED.
           READ REJECTD-FILE
               AT END
                   GO TO 2110-EXIT
           END-READ.
           IF NOT DP-REJECTD-READ-OK
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO DP-REJECTD-COUNT.
           MOVE RJ-TRAN-IMAGE TO DP-TRAN-IMAGE.
           PERFORM 2910-TALLY-IMAGE-SOURCE THRU 2910-EXIT.
           IF DP-IM-TRAN-AMOUNT NUMERIC
               ADD DP-IM-TRAN-AMOUNT TO DP-REJECTD-AMOUNT
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2150-READ-HELD : total the held generation -- every item the
      * nightly validation routed to the hold queue.
      *----------------------------------------------------------------*
       2150-READ-HELD.
           OPEN INPUT HOLD-FILE.
           IF NOT DP-HOLD-READ-OK
               SET DP-HOLD-BAD TO TRUE
               MOVE "HOLD" TO DP-READ-FILE-NAME
               MOVE DP-HOLD-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
               GO TO 2150-EXIT
           END-IF.
           PERFORM 2160-READ-ONE-HELD THRU 2160-EXIT
               UNTIL NOT DP-HOLD-READ-OK.
           IF NOT DP-HOLD-AT-END
               SET DP-HOLD-BAD TO TRUE
               MOVE "HOLD" TO DP-READ-FILE-NAME
               MOVE DP-HOLD-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
           END-IF.
           CLOSE HOLD-FILE.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2160-READ-ONE-HELD : fold one held item into the totals.
      *----------------------------------------------------------------*
       2160-READ-ONE-HELD.
           READ HOLD-FILE
               AT END
                   GO TO 2160-EXIT
           END-READ.
           IF NOT DP-HOLD-READ-OK
               GO TO 2160-EXIT
           END-IF.
           ADD 1 TO DP-HOLD-COUNT.
           MOVE HQ-TRAN-IMAGE TO DP-TRAN-IMAGE.
           PERFORM 2910-TALLY-IMAGE-SOURCE THRU 2910-EXIT.
           IF DP-IM-TRAN-AMOUNT NUMERIC
               ADD DP-IM-TRAN-AMOUNT TO DP-HOLD-AMOUNT
           END-IF.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-READ-FEED-REGISTER : the register is appended by each
      * nightly validation run that completes, one record per
      * source it processed, so the night's fingerprints are the
      * last run's records.
      *----------------------------------------------------------------*
       2200-READ-FEED-REGISTER.
           OPEN INPUT FEEDREG-FILE.
           IF NOT DP-FEEDREG-READ-OK
               SET DP-FEEDREG-BAD TO TRUE
               MOVE "FEEDREG" TO DP-READ-FILE-NAME
               MOVE DP-FEEDREG-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-READ-ONE-FEED THRU 2210-EXIT
               UNTIL NOT DP-FEEDREG-READ-OK.
           IF NOT DP-FEEDREG-AT-END
               SET DP-FEEDREG-BAD TO TRUE
               MOVE "FEEDREG" TO DP-READ-FILE-NAME
               MOVE DP-FEEDREG-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
           END-IF.
           CLOSE FEEDREG-FILE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-READ-ONE-FEED : keep the validation's latest run's
      * fingerprints -- a record under a new run stamp, or under
      * none, starts the night's register over.
      *----------------------------------------------------------------*
       2210-READ-ONE-FEED.
           READ FEEDREG-FILE
               AT END
                   GO TO 2210-EXIT
           END-READ.
           IF NOT DP-FEEDREG-READ-OK
               GO TO 2210-EXIT
           END-IF.
           IF FR-JOB-NAME NOT = "hello"
               GO TO 2210-EXIT
           END-IF.
           MOVE FR-RUN-DATE TO DP-FR-THIS-STAMP (1:10).
           MOVE FR-RUN-TIME TO DP-FR-THIS-STAMP (11:6).
           IF DP-FR-THIS-STAMP = SPACES
               OR DP-FR-THIS-STAMP NOT = DP-FR-RUN-STAMP
               MOVE DP-FR-THIS-STAMP TO DP-FR-RUN-STAMP
               MOVE FR-BUSINESS-DATE TO DP-FR-BUS-DATE
               MOVE ZERO TO DP-FR-COUNT
               MOVE ZERO TO DP-FR-AMOUNT
               PERFORM 1020-CLEAR-REGISTER-SIDE THRU 1020-EXIT
                   VARYING DP-SRC-IX FROM 1 BY 1
                   UNTIL DP-SRC-IX > DP-SRC-LIMIT
           END-IF.
           SET DP-FR-FOUND TO TRUE.
           MOVE FR-SOURCE-CODE TO DP-SRC-LOOKUP-CODE.
           PERFORM 2900-FIND-SOURCE THRU 2900-EXIT.
           IF FR-RECORD-COUNT NUMERIC
               ADD FR-RECORD-COUNT TO DP-FR-COUNT
               ADD FR-RECORD-COUNT TO DP-SRC-FR-COUNT (DP-SRC-IX)
           END-IF.
           IF FR-AMOUNT-TOTAL NUMERIC
               ADD FR-AMOUNT-TOTAL TO DP-FR-AMOUNT
               ADD FR-AMOUNT-TOTAL TO DP-SRC-FR-AMOUNT (DP-SRC-IX)
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-READ-GL-TRAILER : read the GL hand-off for its 'T'
      * trailer.
      *----------------------------------------------------------------*
       2300-READ-GL-TRAILER.
           OPEN INPUT GLINTF-FILE.
           IF NOT DP-GLINTF-READ-OK
               SET DP-GLINTF-BAD TO TRUE
               MOVE "GLINTF" TO DP-READ-FILE-NAME
               MOVE DP-GLINTF-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-READ-ONE-GL THRU 2310-EXIT
               UNTIL NOT DP-GLINTF-READ-OK.
           IF NOT DP-GLINTF-AT-END
               SET DP-GLINTF-BAD TO TRUE
               MOVE "GLINTF" TO DP-READ-FILE-NAME
               MOVE DP-GLINTF-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
           END-IF.
           CLOSE GLINTF-FILE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2310-READ-ONE-GL : keep the trailer's file totals.
      *----------------------------------------------------------------*
       2310-READ-ONE-GL.
           READ GLINTF-FILE
               AT END
                   GO TO 2310-EXIT
           END-READ.
           IF NOT DP-GLINTF-READ-OK
               GO TO 2310-EXIT
           END-IF.
           IF NOT GI-TYPE-TRAILER
               GO TO 2310-EXIT
           END-IF.
           SET DP-GL-TRAILER-FOUND TO TRUE.
           MOVE ZERO TO DP-GL-COUNT.
           MOVE ZERO TO DP-GL-AMOUNT.
           IF GI-RECORD-COUNT NUMERIC
               MOVE GI-RECORD-COUNT TO DP-GL-COUNT
           END-IF.
           IF GI-AMOUNT-TOTAL NUMERIC
               MOVE GI-AMOUNT-TOTAL TO DP-GL-AMOUNT
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-READ-POSTING-REJECTS : total the posting step's rejects
      * and their net effect, credits less debits, that never
      * reached the master.
      *----------------------------------------------------------------*
       2400-READ-POSTING-REJECTS.
           OPEN INPUT POSTREJ-FILE.
           IF NOT DP-POSTREJ-READ-OK
               SET DP-POSTREJ-BAD TO TRUE
               MOVE "POSTREJ" TO DP-READ-FILE-NAME
               MOVE DP-POSTREJ-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-READ-ONE-POSTREJ THRU 2410-EXIT
               UNTIL NOT DP-POSTREJ-READ-OK.
           IF NOT DP-POSTREJ-AT-END
               SET DP-POSTREJ-BAD TO TRUE
               MOVE "POSTREJ" TO DP-READ-FILE-NAME
               MOVE DP-POSTREJ-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
           END-IF.
           CLOSE POSTREJ-FILE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2410-READ-ONE-POSTREJ : fold one posting reject into the
      * totals, counted by reason.
      *----------------------------------------------------------------*
       2410-READ-ONE-POSTREJ.
           READ POSTREJ-FILE
               AT END
                   GO TO 2410-EXIT
           END-READ.
           IF NOT DP-POSTREJ-READ-OK
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO DP-POSTREJ-COUNT.
           MOVE PR-POSTREJ-RECORD(1:80) TO DP-TRAN-IMAGE.
           EVALUATE PR-POSTREJ-RECORD(81:4)
               WHEN 'RN07'
                   ADD 1 TO DP-NOMAST-COUNT
               WHEN 'RC08'
                   ADD 1 TO DP-CLOSED-COUNT
               WHEN 'RF09'
                   ADD 1 TO DP-FROZEN-COUNT
           END-EVALUATE.
           IF DP-IM-TRAN-AMOUNT NOT NUMERIC
               GO TO 2410-EXIT
           END-IF.
           ADD DP-IM-TRAN-AMOUNT TO DP-POSTREJ-AMOUNT.
           IF DP-IM-TYPE-CREDIT
               ADD DP-IM-TRAN-AMOUNT TO DP-POSTREJ-NET
           ELSE
               SUBTRACT DP-IM-TRAN-AMOUNT FROM DP-POSTREJ-NET
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-READ-JOURNAL : read the posting journal for the entries
      * carrying the accepted generation's fingerprint -- the
      * master's movement is the sum of each posting's balance
      * after less its balance before.  An empty accepted
      * generation posts nothing and is not looked for.
      *----------------------------------------------------------------*
       2500-READ-JOURNAL.
           IF DP-ACCEPTD-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT POSTJRNL-FILE.
           IF NOT DP-POSTJRNL-READ-OK
               SET DP-POSTJRNL-BAD TO TRUE
               MOVE "POSTJRNL" TO DP-READ-FILE-NAME
               MOVE DP-POSTJRNL-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-READ-ONE-ENTRY THRU 2510-EXIT
               UNTIL NOT DP-POSTJRNL-READ-OK.
           IF NOT DP-POSTJRNL-AT-END
               SET DP-POSTJRNL-BAD TO TRUE
               MOVE "POSTJRNL" TO DP-READ-FILE-NAME
               MOVE DP-POSTJRNL-STATUS TO DP-READ-FILE-STATUS
               PERFORM 8200-PRINT-READ-FAILURE THRU 8200-EXIT
           END-IF.
           CLOSE POSTJRNL-FILE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2510-READ-ONE-ENTRY : fold one journal entry for the
      * accepted generation into the posting totals.
      *----------------------------------------------------------------*
       2510-READ-ONE-ENTRY.
           READ POSTJRNL-FILE
               AT END
                   GO TO 2510-EXIT
           END-READ.
           IF NOT DP-POSTJRNL-READ-OK
               GO TO 2510-EXIT
           END-IF.
           IF PJ-FEED-FIRST-KEY NOT = DP-FEED-FIRST-KEY
               OR PJ-FEED-LAST-KEY NOT = DP-FEED-LAST-KEY
               OR PJ-FEED-COUNT NOT NUMERIC
               OR PJ-FEED-COUNT NOT = DP-ACCEPTD-COUNT
               OR PJ-FEED-AMOUNT NOT NUMERIC
               OR PJ-FEED-AMOUNT NOT = DP-ACCEPTD-AMOUNT
               GO TO 2510-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PJ-ENTRY-POSTED
                   ADD 1 TO DP-JRNL-POSTED-COUNT
                   IF PJ-BALANCE-AFTER NUMERIC
                       AND PJ-BALANCE-BEFORE NUMERIC
                       COMPUTE DP-JRNL-MOVEMENT = DP-JRNL-MOVEMENT
                           + PJ-BALANCE-AFTER - PJ-BALANCE-BEFORE
                   END-IF
               WHEN PJ-ENTRY-REJECTED
                   ADD 1 TO DP-JRNL-REJECT-COUNT
               WHEN PJ-ENTRY-COMPLETE
                   SET DP-JRNL-COMPLETE TO TRUE
           END-EVALUATE.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-FIND-SOURCE : point DP-SRC-IX at the entry for the code
      * in DP-SRC-LOOKUP-CODE; a code not on the list points at the
      * last entry.
      *----------------------------------------------------------------*
       2900-FIND-SOURCE.
           SET DP-SRC-NOT-FOUND TO TRUE.
           PERFORM 2905-MATCH-SOURCE THRU 2905-EXIT
               VARYING SO-IX FROM 1 BY 1
               UNTIL DP-SRC-FOUND
               OR SO-IX > SO-SOURCE-COUNT.
           IF DP-SRC-FOUND
               SET SO-IX DOWN BY 1
               SET DP-SRC-IX TO SO-IX
           ELSE
               SET DP-SRC-IX TO DP-SRC-LIMIT
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2905-MATCH-SOURCE : compare one source-table entry to the
      * lookup code.
      *----------------------------------------------------------------*
       2905-MATCH-SOURCE.
           IF SO-SOURCE-CODE (SO-IX) = DP-SRC-LOOKUP-CODE
               SET DP-SRC-FOUND TO TRUE
           END-IF.
       2905-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2910-TALLY-IMAGE-SOURCE : fold the reject or held item in
      * DP-TRAN-IMAGE into its source's figures.
      *----------------------------------------------------------------*
       2910-TALLY-IMAGE-SOURCE.
           MOVE DP-IM-SOURCE-CODE TO DP-SRC-LOOKUP-CODE.
           PERFORM 2900-FIND-SOURCE THRU 2900-EXIT.
           ADD 1 TO DP-SRC-SPLIT-COUNT (DP-SRC-IX).
           IF DP-IM-TRAN-AMOUNT NUMERIC
               ADD DP-IM-TRAN-AMOUNT TO DP-SRC-SPLIT-AMOUNT (DP-SRC-IX)
           END-IF.
       2910-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-PROVE-FEED : proof 1 -- the feed register's fingerprints
      * of the night's sources against the accepted plus the
      * rejected plus the held generations, in records and in
      * dollars, in total and then source by source (3010).  Out of
      * balance in total, the OUT BY line is the generations less
      * the register.
      *----------------------------------------------------------------*
       3000-PROVE-FEED.
           SET DP-PROOF-HOLDS TO TRUE.
           SET DP-NOT-OUT-OF-BALANCE TO TRUE.
           MOVE SPACES TO DP-RPT-DETAIL-LINE.
           GENERATE PROOF-DETAIL.
           MOVE "PROOF 1 -- FEED REGISTER TO ACCEPTED, REJECTED, HELD"
               TO DP-RPT-DETAIL-LINE.
           GENERATE PROOF-DETAIL.
           MOVE SPACES TO DP-RPT-DETAIL-LINE.
           STRING "  FEED REGISTER BUSINESS DATE " DELIMITED BY SIZE
               DP-FR-BUS-DATE DELIMITED BY SIZE
               INTO DP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE PROOF-DETAIL.
           MOVE "FEED REGISTER"     TO DP-LINE-LABEL.
           MOVE DP-FR-COUNT         TO DP-LINE-COUNT.
           MOVE DP-FR-AMOUNT        TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           MOVE "ACCEPTED"          TO DP-LINE-LABEL.
           MOVE DP-ACCEPTD-COUNT    TO DP-LINE-COUNT.
           MOVE DP-ACCEPTD-AMOUNT   TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           MOVE "REJECTED"          TO DP-LINE-LABEL.
           MOVE DP-REJECTD-COUNT    TO DP-LINE-COUNT.
           MOVE DP-REJECTD-AMOUNT   TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           MOVE "HELD"              TO DP-LINE-LABEL.
           MOVE DP-HOLD-COUNT       TO DP-LINE-COUNT.
           MOVE DP-HOLD-AMOUNT      TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           MOVE "ACCEPTED+REJECTED+HELD" TO DP-LINE-LABEL.
           COMPUTE DP-LINE-COUNT = DP-ACCEPTD-COUNT + DP-REJECTD-COUNT
               + DP-HOLD-COUNT.
           COMPUTE DP-LINE-AMOUNT = DP-ACCEPTD-AMOUNT
               + DP-REJECTD-AMOUNT + DP-HOLD-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           COMPUTE DP-FEED-DIFF-COUNT = DP-LINE-COUNT - DP-FR-COUNT.
           COMPUTE DP-FEED-DIFF-AMOUNT =
               DP-LINE-AMOUNT - DP-FR-AMOUNT.
           MOVE ZERO TO DP-SRC-BREAK-COUNT.
           PERFORM 3010-PROVE-ONE-SOURCE THRU 3010-EXIT
               VARYING DP-SRC-IX FROM 1 BY 1
               UNTIL DP-SRC-IX > DP-SRC-LIMIT.
           EVALUATE TRUE
               WHEN DP-ACCEPTD-BAD OR DP-REJECTD-BAD OR DP-FEEDREG-BAD
                 OR DP-HOLD-BAD
                   MOVE "  RESULT: NOT PROVED -- AN INPUT COULD NOT BE R
      -                "EAD" TO DP-RPT-DETAIL-LINE
                   SET DP-PROOF-BROKEN TO TRUE
               WHEN NOT DP-FR-FOUND
                   MOVE "  RESULT: NOT PROVED -- NO FEED REGISTER RECORD
      -                "" TO DP-RPT-DETAIL-LINE
                   SET DP-PROOF-BROKEN TO TRUE
               WHEN DP-FEED-DIFF-COUNT NOT = ZERO
                 OR DP-FEED-DIFF-AMOUNT NOT = ZERO
                   MOVE "  RESULT: OUT OF BALANCE" TO DP-RPT-DETAIL-LINE
                   SET DP-PROOF-BROKEN TO TRUE
                   SET DP-OUT-OF-BALANCE TO TRUE
                   MOVE DP-FEED-DIFF-COUNT  TO DP-DIFF-COUNT
                   MOVE DP-FEED-DIFF-AMOUNT TO DP-DIFF-AMOUNT
               WHEN DP-SRC-BREAK-COUNT > ZERO
                   MOVE "  RESULT: OUT OF BALANCE BY SOURCE"
                       TO DP-RPT-DETAIL-LINE
                   SET DP-PROOF-BROKEN TO TRUE
               WHEN OTHER
                   MOVE "  RESULT: IN BALANCE" TO DP-RPT-DETAIL-LINE
           END-EVALUATE.
           GENERATE PROOF-DETAIL.
           IF DP-OUT-OF-BALANCE
               MOVE "OUT BY" TO DP-LINE-LABEL
               PERFORM 8120-PRINT-DIFFERENCE THRU 8120-EXIT
           END-IF.
           IF DP-PROOF-BROKEN
               MOVE "3000-PROVE-FEED" TO DP-ALERT-PARA
               PERFORM 3950-RECORD-BREAK THRU 3950-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3010-PROVE-ONE-SOURCE : one source's register figures against
      * its accepted, rejected, and held figures, with the source's
      * own verdict.  A source with nothing on either side -- late,
      * refused, or simply empty tonight -- is left off.  A source
      * out of balance gets its own OUT BY line, its generations
      * less its register.
      *----------------------------------------------------------------*
       3010-PROVE-ONE-SOURCE.
           IF DP-SRC-FR-COUNT (DP-SRC-IX) = ZERO
               AND DP-SRC-SPLIT-COUNT (DP-SRC-IX) = ZERO
               GO TO 3010-EXIT
           END-IF.
           IF DP-SRC-IX > SO-SOURCE-COUNT
               MOVE "??" TO DP-SRC-CODE-DISP
           ELSE
               SET SO-IX TO DP-SRC-IX
               MOVE SO-SOURCE-CODE (SO-IX) TO DP-SRC-CODE-DISP
           END-IF.
           MOVE SPACES TO DP-LINE-LABEL.
           STRING DP-SRC-CODE-DISP " REGISTER" DELIMITED BY SIZE
               INTO DP-LINE-LABEL
           END-STRING.
           MOVE DP-SRC-FR-COUNT (DP-SRC-IX)  TO DP-LINE-COUNT.
           MOVE DP-SRC-FR-AMOUNT (DP-SRC-IX) TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           MOVE SPACES TO DP-LINE-LABEL.
           STRING DP-SRC-CODE-DISP " ACC+REJ+HELD" DELIMITED BY SIZE
               INTO DP-LINE-LABEL
           END-STRING.
           MOVE DP-SRC-SPLIT-COUNT (DP-SRC-IX)  TO DP-LINE-COUNT.
           MOVE DP-SRC-SPLIT-AMOUNT (DP-SRC-IX) TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           IF DP-SRC-FR-COUNT (DP-SRC-IX)
                   = DP-SRC-SPLIT-COUNT (DP-SRC-IX)
               AND DP-SRC-FR-AMOUNT (DP-SRC-IX)
                   = DP-SRC-SPLIT-AMOUNT (DP-SRC-IX)
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO DP-SRC-BREAK-COUNT.
           MOVE SPACES TO DP-RPT-DETAIL-LINE.
           STRING "  SOURCE " DP-SRC-CODE-DISP ": OUT OF BALANCE"
               DELIMITED BY SIZE
               INTO DP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE PROOF-DETAIL.
           MOVE SPACES TO DP-LINE-LABEL.
           STRING DP-SRC-CODE-DISP " OUT BY" DELIMITED BY SIZE
               INTO DP-LINE-LABEL
           END-STRING.
           COMPUTE DP-DIFF-COUNT = DP-SRC-SPLIT-COUNT (DP-SRC-IX)
               - DP-SRC-FR-COUNT (DP-SRC-IX).
           COMPUTE DP-DIFF-AMOUNT = DP-SRC-SPLIT-AMOUNT (DP-SRC-IX)
               - DP-SRC-FR-AMOUNT (DP-SRC-IX).
           PERFORM 8120-PRINT-DIFFERENCE THRU 8120-EXIT.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-PROVE-GL : proof 2 -- the accepted generation against
      * the GL hand-off's trailer.  Out of balance, the OUT BY line
      * is the trailer less the accepted generation.
      *----------------------------------------------------------------*
       3100-PROVE-GL.
           SET DP-PROOF-HOLDS TO TRUE.
           SET DP-NOT-OUT-OF-BALANCE TO TRUE.
           MOVE SPACES TO DP-RPT-DETAIL-LINE.
           GENERATE PROOF-DETAIL.
           MOVE "PROOF 2 -- ACCEPTED TO GL HAND-OFF TRAILER"
               TO DP-RPT-DETAIL-LINE.
           GENERATE PROOF-DETAIL.
           MOVE "ACCEPTED"          TO DP-LINE-LABEL.
           MOVE DP-ACCEPTD-COUNT    TO DP-LINE-COUNT.
           MOVE DP-ACCEPTD-AMOUNT   TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           MOVE "GL TRAILER"        TO DP-LINE-LABEL.
           MOVE DP-GL-COUNT         TO DP-LINE-COUNT.
           MOVE DP-GL-AMOUNT        TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           EVALUATE TRUE
               WHEN DP-ACCEPTD-BAD OR DP-GLINTF-BAD
                   MOVE "  RESULT: NOT PROVED -- AN INPUT COULD NOT BE R
      -                "EAD" TO DP-RPT-DETAIL-LINE
                   SET DP-PROOF-BROKEN TO TRUE
               WHEN NOT DP-GL-TRAILER-FOUND
                   MOVE "  RESULT: NOT PROVED -- GL HAND-OFF HAS NO TRAI
      -                "LER" TO DP-RPT-DETAIL-LINE
                   SET DP-PROOF-BROKEN TO TRUE
               WHEN DP-GL-COUNT NOT = DP-ACCEPTD-COUNT
                 OR DP-GL-AMOUNT NOT = DP-ACCEPTD-AMOUNT
                   MOVE "  RESULT: OUT OF BALANCE" TO DP-RPT-DETAIL-LINE
                   SET DP-PROOF-BROKEN TO TRUE
                   SET DP-OUT-OF-BALANCE TO TRUE
                   COMPUTE DP-DIFF-COUNT =
                       DP-GL-COUNT - DP-ACCEPTD-COUNT
                   COMPUTE DP-DIFF-AMOUNT =
                       DP-GL-AMOUNT - DP-ACCEPTD-AMOUNT
               WHEN OTHER
                   MOVE "  RESULT: IN BALANCE" TO DP-RPT-DETAIL-LINE
           END-EVALUATE.
           GENERATE PROOF-DETAIL.
           IF DP-OUT-OF-BALANCE
               MOVE "OUT BY" TO DP-LINE-LABEL
               PERFORM 8120-PRINT-DIFFERENCE THRU 8120-EXIT
           END-IF.
           IF DP-PROOF-BROKEN
               MOVE "3100-PROVE-GL" TO DP-ALERT-PARA
               PERFORM 3950-RECORD-BREAK THRU 3950-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-PROVE-POSTING : proof 3 -- the master's net movement as
      * the journal records it against the accepted net less the
      * posting rejects' net, with the journal showing the
      * generation posted to the end and its reject entries
      * agreeing with the posting-reject file.  Out of balance, the
      * OUT BY line is the journal less the expected movement -- the
      * count as posted plus posting rejects less accepted -- and a
      * reject disagreement prints the journal's reject entries less
      * the posting-reject file's.
      *----------------------------------------------------------------*
       3200-PROVE-POSTING.
           SET DP-PROOF-HOLDS TO TRUE.
           SET DP-NOT-OUT-OF-BALANCE TO TRUE.
           COMPUTE DP-EXPECTED-MOVEMENT =
               DP-ACCEPTD-NET - DP-POSTREJ-NET.
           MOVE SPACES TO DP-RPT-DETAIL-LINE.
           GENERATE PROOF-DETAIL.
           MOVE "PROOF 3 -- MASTER MOVEMENT TO ACCEPTED LESS POSTING REJ
      -        "ECTS" TO DP-RPT-DETAIL-LINE.
           GENERATE PROOF-DETAIL.
           MOVE "ACCEPTED, NET"     TO DP-LINE-LABEL.
           MOVE DP-ACCEPTD-COUNT    TO DP-LINE-COUNT.
           MOVE DP-ACCEPTD-NET      TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           MOVE "POSTING REJECTS, NET" TO DP-LINE-LABEL.
           MOVE DP-POSTREJ-COUNT    TO DP-LINE-COUNT.
           MOVE DP-POSTREJ-NET      TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           MOVE "  NO MASTER RN07"  TO DP-LINE-LABEL.
           MOVE DP-NOMAST-COUNT     TO DP-LINE-COUNT.
           PERFORM 8110-PRINT-COUNT THRU 8110-EXIT.
           MOVE "  CLOSED RC08"     TO DP-LINE-LABEL.
           MOVE DP-CLOSED-COUNT     TO DP-LINE-COUNT.
           PERFORM 8110-PRINT-COUNT THRU 8110-EXIT.
           MOVE "  FROZEN RF09"     TO DP-LINE-LABEL.
           MOVE DP-FROZEN-COUNT     TO DP-LINE-COUNT.
           PERFORM 8110-PRINT-COUNT THRU 8110-EXIT.
           MOVE "EXPECTED MOVEMENT" TO DP-LINE-LABEL.
           COMPUTE DP-LINE-COUNT =
               DP-ACCEPTD-COUNT - DP-POSTREJ-COUNT.
           MOVE DP-EXPECTED-MOVEMENT TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           MOVE "JOURNALED MOVEMENT" TO DP-LINE-LABEL.
           MOVE DP-JRNL-POSTED-COUNT TO DP-LINE-COUNT.
           MOVE DP-JRNL-MOVEMENT    TO DP-LINE-AMOUNT.
           PERFORM 8100-PRINT-FIGURES THRU 8100-EXIT.
           MOVE "JOURNALED REJECTS" TO DP-LINE-LABEL.
           MOVE DP-JRNL-REJECT-COUNT TO DP-LINE-COUNT.
           PERFORM 8110-PRINT-COUNT THRU 8110-EXIT.
           EVALUATE TRUE
               WHEN DP-ACCEPTD-BAD OR DP-POSTREJ-BAD OR DP-POSTJRNL-BAD
                   MOVE "  RESULT: NOT PROVED -- AN INPUT COULD NOT BE R
      -                "EAD" TO DP-RPT-DETAIL-LINE
                   SET DP-PROOF-BROKEN TO TRUE
               WHEN DP-ACCEPTD-COUNT > ZERO
                 AND NOT DP-JRNL-COMPLETE
                   MOVE "  RESULT: NOT PROVED -- JOURNAL DOES NOT SHOW T
      -                "HE GENERATION POSTED" TO DP-RPT-DETAIL-LINE
                   SET DP-PROOF-BROKEN TO TRUE
               WHEN DP-JRNL-MOVEMENT NOT = DP-EXPECTED-MOVEMENT
                 OR DP-JRNL-POSTED-COUNT + DP-POSTREJ-COUNT
                    NOT = DP-ACCEPTD-COUNT
                   MOVE "  RESULT: OUT OF BALANCE" TO DP-RPT-DETAIL-LINE
                   SET DP-PROOF-BROKEN TO TRUE
                   SET DP-OUT-OF-BALANCE TO TRUE
                   COMPUTE DP-DIFF-COUNT = DP-JRNL-POSTED-COUNT
                       + DP-POSTREJ-COUNT - DP-ACCEPTD-COUNT
                   COMPUTE DP-DIFF-AMOUNT =
                       DP-JRNL-MOVEMENT - DP-EXPECTED-MOVEMENT
                   MOVE "OUT BY" TO DP-LINE-LABEL
               WHEN DP-JRNL-REJECT-COUNT NOT = DP-POSTREJ-COUNT
                   MOVE "  RESULT: OUT OF BALANCE -- JOURNAL AND POSTREJ
      -                " REJECTS DIFFER" TO DP-RPT-DETAIL-LINE
                   SET DP-PROOF-BROKEN TO TRUE
                   SET DP-OUT-OF-BALANCE TO TRUE
                   COMPUTE DP-DIFF-COUNT =
                       DP-JRNL-REJECT-COUNT - DP-POSTREJ-COUNT
                   MOVE ZERO TO DP-DIFF-AMOUNT
                   MOVE "REJECTS OUT BY" TO DP-LINE-LABEL
               WHEN OTHER
                   MOVE "  RESULT: IN BALANCE" TO DP-RPT-DETAIL-LINE
           END-EVALUATE.
           GENERATE PROOF-DETAIL.
           IF DP-OUT-OF-BALANCE
               PERFORM 8120-PRINT-DIFFERENCE THRU 8120-EXIT
           END-IF.
           IF DP-PROOF-BROKEN
               MOVE "3200-PROVE-POSTING" TO DP-ALERT-PARA
               PERFORM 3950-RECORD-BREAK THRU 3950-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-PRINT-VERDICT : the night's verdict and what it does to
      * the GL stream.
      *----------------------------------------------------------------*
       3900-PRINT-VERDICT.
           MOVE SPACES TO DP-RPT-DETAIL-LINE.
           GENERATE PROOF-DETAIL.
           IF DP-BREAK-COUNT = ZERO
               MOVE "NIGHT PROVED -- GL STREAM RELEASED"
                   TO DP-RPT-DETAIL-LINE
           ELSE
               MOVE DP-BREAK-COUNT TO DP-RPT-COUNT-DISP
               STRING "PROOF BROKEN -- " DELIMITED BY SIZE
                   DP-RPT-COUNT-DISP(8:2) DELIMITED BY SIZE
                   " OF 3 PROOFS FAILED, GL STREAM HELD"
                   DELIMITED BY SIZE
                   INTO DP-RPT-DETAIL-LINE
               END-STRING
           END-IF.
           GENERATE PROOF-DETAIL.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3950-RECORD-BREAK : a proof failed -- count it, hold the
      * stream, and page operations CRIT naming the proof in
      * DP-ALERT-PARA.
      *----------------------------------------------------------------*
       3950-RECORD-BREAK.
           ADD 1 TO DP-BREAK-COUNT.
           MOVE 8 TO RETURN-CODE.
           MOVE SPACES TO DP-ALERT-FILE-STATUS.
           MOVE "CRIT" TO DP-ALERT-SEVERITY.
           PERFORM 8000-WRITE-ALERT THRU 8000-EXIT.
       3950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-OPEN-REPORT : build the page heading and start the
      * proof report.  A report that cannot be opened leaves the
      * night unproved.
      *----------------------------------------------------------------*
       4000-OPEN-REPORT.
           STRING JB-ENVIRONMENT DELIMITED BY SIZE
               "  DLRPROOF END-OF-NIGHT DOLLAR PROOF" DELIMITED BY
               SIZE
               INTO DP-RPT-HDG-LINE1
           END-STRING.
           STRING "JOB: " DELIMITED BY SIZE
               JB-JOB-NAME DELIMITED BY SIZE
               INTO DP-RPT-HDG-LINE2
           END-STRING.
           STRING "RUN: " DELIMITED BY SIZE
               JB-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JB-RUN-TIME DELIMITED BY SIZE
               "  USER: " DELIMITED BY SIZE
               JB-RUN-USER DELIMITED BY SIZE
               INTO DP-RPT-HDG-LINE3
           END-STRING.
           MOVE "END OF REPORT" TO DP-RPT-FTG-LINE1.
           OPEN OUTPUT PROOFRPT-FILE.
           IF NOT DP-PROOFRPT-WRITE-OK
               MOVE 8 TO RETURN-CODE
               MOVE "4000-OPEN-REPORT" TO DP-ALERT-PARA
               MOVE DP-PROOFRPT-STATUS TO DP-ALERT-FILE-STATUS
               MOVE "CRIT" TO DP-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF.
           INITIATE PROOF-RPT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-CLOSE-REPORT : finish the proof report.
      *----------------------------------------------------------------*
       7000-CLOSE-REPORT.
           TERMINATE PROOF-RPT.
           CLOSE PROOFRPT-FILE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7500-WRITE-TRIGGER : write the completion-trigger record
      * under this job's own name, carrying the proof's return code
      * -- STRMCTL ignores a trigger at 4 or above, so a broken
      * proof holds the GL stream.
      *----------------------------------------------------------------*
       7500-WRITE-TRIGGER.
           OPEN EXTEND TRIGGER-FILE.
           IF NOT DP-TRIGGER-WRITE-OK
               CLOSE TRIGGER-FILE
               OPEN OUTPUT TRIGGER-FILE
           END-IF.
           IF NOT DP-TRIGGER-WRITE-OK
               MOVE 8 TO RETURN-CODE
               MOVE "7500-WRITE-TRIGGER" TO DP-ALERT-PARA
               MOVE DP-TRIGGER-STATUS TO DP-ALERT-FILE-STATUS
               MOVE "WARN" TO DP-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               GO TO 7500-EXIT
           END-IF.
           MOVE SPACES               TO CT-TRIGGER-RECORD.
           MOVE JB-JOB-NAME          TO CT-JOB-NAME.
           MOVE DP-RUN-DATE          TO CT-COMPLETION-DATE.
           MOVE DP-RUN-TIME          TO CT-COMPLETION-TIME.
           MOVE RETURN-CODE          TO CT-RETURN-CODE.
           WRITE CT-TRIGGER-RECORD.
           IF NOT DP-TRIGGER-WRITE-OK
               MOVE 8 TO RETURN-CODE
               MOVE "7500-WRITE-TRIGGER" TO DP-ALERT-PARA
               MOVE DP-TRIGGER-STATUS TO DP-ALERT-FILE-STATUS
               MOVE "WARN" TO DP-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
           END-IF.
           CLOSE TRIGGER-FILE.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-ALERT : append one operator-alert record for the
      * degradation event described in DP-ALERT-WORK by the caller.
      * A failure writing the alert itself is deliberately ignored
      * -- there is nobody left to tell, and the alert writer must
      * never make a degraded run worse.
      *----------------------------------------------------------------*
       8000-WRITE-ALERT.
           OPEN EXTEND ALERTS-FILE.
           IF NOT DP-ALERTS-WRITE-OK
               CLOSE ALERTS-FILE
               OPEN OUTPUT ALERTS-FILE
           END-IF.
           IF NOT DP-ALERTS-WRITE-OK
               GO TO 8000-EXIT
           END-IF.
           MOVE SPACES               TO AL-ALERT-RECORD.
           MOVE JB-JOB-NAME          TO AL-JOB-NAME.
           MOVE DP-RUN-DATE          TO AL-ALERT-DATE.
           MOVE DP-RUN-TIME          TO AL-ALERT-TIME.
           MOVE DP-ALERT-PARA        TO AL-FAILING-PARA.
           MOVE DP-ALERT-FILE-STATUS TO AL-FILE-STATUS.
           MOVE DP-ALERT-SEVERITY    TO AL-SEVERITY.
           SET AL-ACK-OPEN           TO TRUE.
           WRITE AL-ALERT-RECORD.
           CLOSE ALERTS-FILE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-PRINT-FIGURES : one line of a proof -- the label, count,
      * and amount the caller left in DP-LINE-WORK.
      *----------------------------------------------------------------*
       8100-PRINT-FIGURES.
           MOVE DP-LINE-COUNT  TO DP-RPT-COUNT-DISP.
           MOVE DP-LINE-AMOUNT TO DP-RPT-AMOUNT-DISP.
           MOVE SPACES TO DP-RPT-DETAIL-LINE.
           STRING "  " DELIMITED BY SIZE
               DP-LINE-LABEL DELIMITED BY SIZE
               "COUNT " DELIMITED BY SIZE
               DP-RPT-COUNT-DISP DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               DP-RPT-AMOUNT-DISP DELIMITED BY SIZE
               INTO DP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE PROOF-DETAIL.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8110-PRINT-COUNT : a count-only line of a proof -- the label
      * and count the caller left in DP-LINE-WORK.
      *----------------------------------------------------------------*
       8110-PRINT-COUNT.
           MOVE DP-LINE-COUNT  TO DP-RPT-COUNT-DISP.
           MOVE SPACES TO DP-RPT-DETAIL-LINE.
           STRING "  " DELIMITED BY SIZE
               DP-LINE-LABEL DELIMITED BY SIZE
               "COUNT " DELIMITED BY SIZE
               DP-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO DP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE PROOF-DETAIL.
       8110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8120-PRINT-DIFFERENCE : the OUT BY line of a proof or source
      * out of balance -- the label the caller left in
      * DP-LINE-LABEL and the signed count and amount differences
      * in DP-DIFF-COUNT and DP-DIFF-AMOUNT, lined up under the
      * figures they difference.
      *----------------------------------------------------------------*
       8120-PRINT-DIFFERENCE.
           MOVE DP-DIFF-COUNT  TO DP-RPT-DIFF-COUNT-DISP.
           MOVE DP-DIFF-AMOUNT TO DP-RPT-AMOUNT-DISP.
           MOVE SPACES TO DP-RPT-DETAIL-LINE.
           STRING "  " DELIMITED BY SIZE
               DP-LINE-LABEL(1:21) DELIMITED BY SIZE
               "COUNT " DELIMITED BY SIZE
               DP-RPT-DIFF-COUNT-DISP DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               DP-RPT-AMOUNT-DISP DELIMITED BY SIZE
               INTO DP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE PROOF-DETAIL.
       8120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8200-PRINT-READ-FAILURE : say on the report which input
      * could not be read and with what status.  The proof it
      * feeds fails on the input's switch.
      *----------------------------------------------------------------*
       8200-PRINT-READ-FAILURE.
           MOVE SPACES TO DP-RPT-DETAIL-LINE.
           STRING DP-READ-FILE-NAME DELIMITED BY SPACE
               " COULD NOT BE READ, STATUS " DELIMITED BY SIZE
               DP-READ-FILE-STATUS DELIMITED BY SIZE
               INTO DP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE PROOF-DETAIL.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9999-EXIT : single point of job termination.
      *----------------------------------------------------------------*
       9999-EXIT.
           STOP RUN.
