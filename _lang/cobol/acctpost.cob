      * transaction for an account not on the master rejects RN07
      * to the posting-reject file in the same layout the nightly
      * rejects carry, so the correction-and-recycle pass can work
      * it like any other reject; a transaction for an account the
      * maintenance program has closed or frozen rejects RC08 or
      * RF09 the same way.  The run report carries total
      * debits, total credits, and the count of accounts updated,
      * so the night balances in dollars, not just record counts.
      *
      * Every transaction disposed of is journaled with the balance
      * before and after it, and the journal entry for a posting is
      * written before the master is rewritten.  A rerun of the
      * same accepted generation fingerprints it, finds the last
      * journaled transaction for it, settles that one against the
      * master if the rewrite never happened, and resumes with the
      * next -- nothing is posted twice.  A generation the journal
      * already shows posted to the end is not posted again.
      *
      * Modification History :
      *   2026-09-02  JLG  Original program -- the downstream area
      *                    was re-keying balances from the accepted
      *                    alerts once per run -- it was paging
      *                    once per remaining transaction while
      *                    posting on past the failure.
      *   2026-10-15  JLG  Postings to a closed account now reject
      *                    RC08 and to a frozen account RF09 -- the
      *                    master now carries an account status and
      *                    a closed account was taking postings.
      *   2026-10-15  JLG  Every posting and posting reject is now
      *                    journaled with the balance before and
      *                    after, and a rerun of the same accepted
      *                    generation resumes after the last
      *                    journaled transaction, writing the
      *                    posting reject again for every one the
      *                    journal holds as rejected -- a rerun
      *                    after an abend was posting the front of
      *                    the file a second time.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctpost.
               FILE STATUS IS AP-ACCTMST-STATUS.

      *    POSTREJ-FILE : transactions whose account is not on the
      *    master, or is closed or frozen there, in the reject layout
      *    for correction and recycle.
           SELECT POSTREJ-FILE ASSIGN TO POSTREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AP-POSTREJ-STATUS.

      *    POSTJRNL-FILE : the cumulative posting journal, read end
      *    to end for the restart point and then appended to.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AP-POSTJRNL-STATUS.

      *    POSTREPT-FILE : the paginated posting run report.
           SELECT POSTREPT-FILE ASSIGN TO POSTREPT
               ORGANIZATION IS SEQUENTIAL
           RECORDING MODE IS F.
           COPY REJECTD.

       FD  POSTJRNL-FILE
           RECORDING MODE IS F.
           COPY PSTJRNL.

       FD  POSTREPT-FILE
           REPORT IS POSTING-RPT.

       01  AP-POSTREJ-STATUS           PIC X(02) VALUE SPACES.
           88  AP-POSTREJ-WRITE-OK         VALUE '00'.

       01  AP-POSTJRNL-STATUS          PIC X(02) VALUE SPACES.
           88  AP-POSTJRNL-IO-OK           VALUE '00'.
           88  AP-POSTJRNL-AT-END          VALUE '10'.

       01  AP-POSTREPT-STATUS          PIC X(02) VALUE SPACES.
           88  AP-POSTREPT-WRITE-OK        VALUE '00'.

           05  AP-TRAN-READ-COUNT      PIC 9(07) VALUE ZERO.
           05  AP-TRAN-POSTED-COUNT    PIC 9(07) VALUE ZERO.
           05  AP-TRAN-REJECT-COUNT    PIC 9(07) VALUE ZERO.
           05  AP-REJECT-NOMAST-COUNT  PIC 9(07) VALUE ZERO.
           05  AP-REJECT-CLOSED-COUNT  PIC 9(07) VALUE ZERO.
           05  AP-REJECT-FROZEN-COUNT  PIC 9(07) VALUE ZERO.
           05  AP-TOTAL-DEBITS         PIC 9(11)V99 VALUE ZERO.
           05  AP-TOTAL-CREDITS        PIC 9(11)V99 VALUE ZERO.

               88  AP-ACCTMST-ALERTED          VALUE 'Y'.
           05  AP-POST-HALT-SW         PIC X(01) VALUE 'N'.
               88  AP-POST-HALTED              VALUE 'Y'.
           05  AP-REJECT-REASON        PIC X(04) VALUE SPACES.
           05  AP-POSTJRNL-ALERTED-SW  PIC X(01) VALUE 'N'.
               88  AP-POSTJRNL-ALERTED         VALUE 'Y'.

      *----------------------------------------------------------------*
      *    AP-FEED-WORK : the fingerprint of tonight's accepted
      *    generation -- first and last transaction key, record
      *    count, amount total -- that every journal entry carries
      *    and a rerun matches the journal on.
      *----------------------------------------------------------------*
       01  AP-FEED-WORK.
           05  AP-FEED-FIRST-KEY       PIC X(10) VALUE SPACES.
           05  AP-FEED-LAST-KEY        PIC X(10) VALUE SPACES.
           05  AP-FEED-COUNT           PIC 9(09) VALUE ZERO.
           05  AP-FEED-AMOUNT          PIC 9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *    AP-JOURNAL-WORK : the journal entry being built, the last
      *    entry the journal holds for this generation, and the
      *    restart counts the run report carries.
      *----------------------------------------------------------------*
       01  AP-JOURNAL-WORK.
           05  AP-TRAN-SEQUENCE        PIC 9(09) VALUE ZERO.
           05  AP-JRNL-ENTRY-TYPE      PIC X(01) VALUE SPACES.
           05  AP-BALANCE-BEFORE       PIC S9(09)V99 VALUE ZERO.
           05  AP-BALANCE-AFTER        PIC S9(09)V99 VALUE ZERO.
           05  AP-JOURNAL-COUNT        PIC 9(07) VALUE ZERO.
           05  AP-RESTART-SW           PIC X(01) VALUE 'N'.
               88  AP-RESTART-RUN              VALUE 'Y'.
           05  AP-ALREADY-POSTED-SW    PIC X(01) VALUE 'N'.
               88  AP-FEED-ALREADY-POSTED      VALUE 'Y'.
           05  AP-SETTLED-SW           PIC X(01) VALUE 'N'.
               88  AP-LAST-POSTING-SETTLED     VALUE 'Y'.
           05  AP-LAST-ENTRY-TYPE      PIC X(01) VALUE SPACES.
               88  AP-LAST-WAS-POSTED          VALUE 'P'.
               88  AP-LAST-WAS-REJECTED        VALUE 'R'.
               88  AP-LAST-WAS-COMPLETE        VALUE 'C'.
           05  AP-RESUME-AFTER-SEQ     PIC 9(09) VALUE ZERO.
           05  AP-LAST-TRAN-KEY        PIC X(10) VALUE SPACES.
           05  AP-LAST-ACCOUNT-ID      PIC X(08) VALUE SPACES.
           05  AP-LAST-TRAN-TYPE       PIC X(02) VALUE SPACES.
           05  AP-LAST-TRAN-AMOUNT     PIC 9(09)V99 VALUE ZERO.
           05  AP-LAST-BALANCE-BEFORE  PIC S9(09)V99 VALUE ZERO.
           05  AP-LAST-BALANCE-AFTER   PIC S9(09)V99 VALUE ZERO.
           05  AP-TRAN-SKIP-COUNT      PIC 9(07) VALUE ZERO.
           05  AP-REJECT-REWRITE-COUNT PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------*
      *    AP-JRNL-REJECT-TABLE : the rejects the journal already
      *    holds for tonight's generation, in generation order, so a
      *    restarted run can write each one to its own posting-reject
      *    generation again as it skips past it.  A restart with
      *    more journaled rejects than the table holds cannot make
      *    its POSTREJ whole, and stops before posting anything.
      *----------------------------------------------------------------*
       01  AP-JRNL-REJECT-TABLE.
           05  AP-JREJ-COUNT           PIC 9(05) VALUE ZERO.
           05  AP-JREJ-NEXT            PIC 9(05) VALUE 1.
           05  AP-JREJ-OVERFLOW-SW     PIC X(01) VALUE 'N'.
               88  AP-JREJ-OVERFLOWED          VALUE 'Y'.
           05  AP-JREJ-ENTRY           OCCURS 5000 TIMES.
               10  AP-JREJ-SEQUENCE    PIC 9(09).
               10  AP-JREJ-REASON      PIC X(04).
               10  AP-JREJ-DATE        PIC X(10).

      *----------------------------------------------------------------*
      *    AP-ALERT-WORK : the failing paragraph, tripped file
       01  AP-RPT-FTG-LINE1            PIC X(14) VALUE SPACES.
       01  AP-RPT-COUNT-DISP           PIC Z(06)9.
       01  AP-RPT-AMOUNT-DISP          PIC Z(10)9.99.
       01  AP-RPT-SEQ-DISP             PIC Z(08)9.

       REPORT SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-FINGERPRINT-FEED THRU 2000-EXIT.
           PERFORM 2500-FIND-RESTART-POINT THRU 2500-EXIT.
           IF RETURN-CODE < 8
               AND NOT AP-FEED-ALREADY-POSTED
               PERFORM 3000-POST-TRANSACTIONS THRU 3000-EXIT
           END-IF.
           PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
           GO TO 9999-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-FINGERPRINT-FEED : pre-scan the accepted generation end
      * to end and take its fingerprint, the way the nightly
      * validation fingerprints its feed for the feed register.  A
      * file that cannot be opened counts as empty -- the open
      * failure surfaces in 3000 as it always has.
      *----------------------------------------------------------------*
       2000-FINGERPRINT-FEED.
           OPEN INPUT ACCEPTD-FILE.
           IF NOT AP-ACCEPTD-READ-OK
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-SCAN-ONE-TRAN THRU 2010-EXIT
               UNTIL NOT AP-ACCEPTD-READ-OK.
           CLOSE ACCEPTD-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2010-SCAN-ONE-TRAN : fold one accepted transaction into the
      * generation fingerprint.
      *----------------------------------------------------------------*
       2010-SCAN-ONE-TRAN.
           READ ACCEPTD-FILE
               AT END
                   GO TO 2010-EXIT
           END-READ.
           IF NOT AP-ACCEPTD-READ-OK
               GO TO 2010-EXIT
           END-IF.
           ADD 1 TO AP-FEED-COUNT.
           IF AP-FEED-COUNT = 1
               MOVE TR-TRAN-KEY TO AP-FEED-FIRST-KEY
           END-IF.
           MOVE TR-TRAN-KEY TO AP-FEED-LAST-KEY.
           IF TR-TRAN-AMOUNT NUMERIC
               ADD TR-TRAN-AMOUNT TO AP-FEED-AMOUNT
           END-IF.
       2010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-FIND-RESTART-POINT : read the posting journal end to
      * end and keep the last entry carrying tonight's fingerprint.
      * None means a first run.  A completion entry means the
      * generation was posted to the end already and is not posted
      * again.  A posted or rejected entry means an earlier run of
      * this generation stopped short, and this run resumes after
      * that transaction, keeping the journaled rejects of the
      * generation so they can be written to tonight's POSTREJ
      * again.  A journal that cannot be opened has not been
      * written yet; one that cannot be read to the end is a hard
      * stop -- without it nobody can say what was posted.
      *----------------------------------------------------------------*
       2500-FIND-RESTART-POINT.
           IF AP-FEED-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT POSTJRNL-FILE.
           IF NOT AP-POSTJRNL-IO-OK
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-MATCH-ONE-ENTRY THRU 2510-EXIT
               UNTIL NOT AP-POSTJRNL-IO-OK.
           IF NOT AP-POSTJRNL-AT-END
               MOVE 8 TO RETURN-CODE
               MOVE "2500-FIND-RESTART" TO AP-ALERT-PARA
               MOVE AP-POSTJRNL-STATUS TO AP-ALERT-FILE-STATUS
               MOVE "CRIT" TO AP-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               CLOSE POSTJRNL-FILE
               GO TO 2500-EXIT
           END-IF.
           CLOSE POSTJRNL-FILE.
           EVALUATE TRUE
               WHEN AP-LAST-WAS-COMPLETE
                   SET AP-FEED-ALREADY-POSTED TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE "2500-FIND-RESTART" TO AP-ALERT-PARA
                   MOVE SPACES TO AP-ALERT-FILE-STATUS
                   MOVE "WARN" TO AP-ALERT-SEVERITY
                   PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               WHEN AP-LAST-WAS-POSTED
                   SET AP-RESTART-RUN TO TRUE
               WHEN AP-LAST-WAS-REJECTED
                   SET AP-RESTART-RUN TO TRUE
           END-EVALUATE.
           IF AP-RESTART-RUN
               AND AP-JREJ-OVERFLOWED
               MOVE 8 TO RETURN-CODE
               MOVE "2520-KEEP-JRNL-REJ" TO AP-ALERT-PARA
               MOVE SPACES TO AP-ALERT-FILE-STATUS
               MOVE "CRIT" TO AP-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2510-MATCH-ONE-ENTRY : compare one journal entry to tonight's
      * fingerprint, and keep it when it matches.
      *----------------------------------------------------------------*
       2510-MATCH-ONE-ENTRY.
           READ POSTJRNL-FILE
               AT END
                   GO TO 2510-EXIT
           END-READ.
           IF NOT AP-POSTJRNL-IO-OK
               GO TO 2510-EXIT
           END-IF.
           IF PJ-FEED-FIRST-KEY = AP-FEED-FIRST-KEY
               AND PJ-FEED-LAST-KEY = AP-FEED-LAST-KEY
               AND PJ-FEED-COUNT NUMERIC
               AND PJ-FEED-COUNT = AP-FEED-COUNT
               AND PJ-FEED-AMOUNT NUMERIC
               AND PJ-FEED-AMOUNT = AP-FEED-AMOUNT
               MOVE PJ-ENTRY-TYPE     TO AP-LAST-ENTRY-TYPE
               MOVE PJ-SEQUENCE       TO AP-RESUME-AFTER-SEQ
               MOVE PJ-TRAN-KEY       TO AP-LAST-TRAN-KEY
               MOVE PJ-ACCOUNT-ID     TO AP-LAST-ACCOUNT-ID
               MOVE PJ-TRAN-TYPE      TO AP-LAST-TRAN-TYPE
               MOVE PJ-TRAN-AMOUNT    TO AP-LAST-TRAN-AMOUNT
               MOVE PJ-BALANCE-BEFORE TO AP-LAST-BALANCE-BEFORE
               MOVE PJ-BALANCE-AFTER  TO AP-LAST-BALANCE-AFTER
               IF PJ-ENTRY-REJECTED
                   PERFORM 2520-KEEP-JOURNALED-REJECT THRU 2520-EXIT
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2520-KEEP-JOURNALED-REJECT : keep one journaled reject of
      * tonight's generation -- its place in the generation, its
      * reason, and the date it was rejected.
      *----------------------------------------------------------------*
       2520-KEEP-JOURNALED-REJECT.
           IF AP-JREJ-COUNT = 5000
               SET AP-JREJ-OVERFLOWED TO TRUE
               GO TO 2520-EXIT
           END-IF.
           ADD 1 TO AP-JREJ-COUNT.
           MOVE PJ-SEQUENCE    TO AP-JREJ-SEQUENCE (AP-JREJ-COUNT).
           MOVE PJ-REASON-CODE TO AP-JREJ-REASON (AP-JREJ-COUNT).
           MOVE PJ-RUN-DATE    TO AP-JREJ-DATE (AP-JREJ-COUNT).
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-POST-TRANSACTIONS : read the accepted file record by
      * record and apply each transaction to the account master.
      * Any open failure is a hard stop with an operator alert --
      * half a posting run is worse than none.  A restarted run
      * first settles the last journaled posting against the
      * master, then skips what the journal already holds, writing
      * each journaled reject to this run's POSTREJ again so the
      * generation carries every reject of the night.  A run
      * that reaches the end of the file cleanly closes the
      * generation on the journal with a completion entry.
      *----------------------------------------------------------------*
       3000-POST-TRANSACTIONS.
           OPEN INPUT ACCEPTD-FILE.
               CLOSE ACCTMST-FILE
               GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND POSTJRNL-FILE.
           IF NOT AP-POSTJRNL-IO-OK
               CLOSE POSTJRNL-FILE
               OPEN OUTPUT POSTJRNL-FILE
           END-IF.
           IF NOT AP-POSTJRNL-IO-OK
               MOVE 8 TO RETURN-CODE
               MOVE "3000-POST-TRANS" TO AP-ALERT-PARA
               MOVE AP-POSTJRNL-STATUS TO AP-ALERT-FILE-STATUS
               MOVE "CRIT" TO AP-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               CLOSE ACCEPTD-FILE
               CLOSE ACCTMST-FILE
               CLOSE POSTREJ-FILE
               GO TO 3000-EXIT
           END-IF.
           IF AP-RESTART-RUN
               AND AP-LAST-WAS-POSTED
               PERFORM 3005-SETTLE-LAST-POSTING THRU 3005-EXIT
           END-IF.
           PERFORM 3010-POST-ONE-TRAN THRU 3010-EXIT
               UNTIL NOT AP-ACCEPTD-READ-OK
               OR AP-POST-HALTED.
               MOVE "CRIT" TO AP-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
           END-IF.
           IF AP-ACCEPTD-AT-END
               AND NOT AP-POST-HALTED
               MOVE 'C' TO AP-JRNL-ENTRY-TYPE
               PERFORM 3060-WRITE-JOURNAL THRU 3060-EXIT
           END-IF.
           CLOSE ACCEPTD-FILE.
           CLOSE ACCTMST-FILE.
           CLOSE POSTREJ-FILE.
           CLOSE POSTJRNL-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3005-SETTLE-LAST-POSTING : the earlier run journaled a
      * posting and then stopped -- before or after rewriting the
      * master, the journal alone cannot say.  The master can: a
      * balance already at the journaled after-balance was
      * rewritten; one still at the before-balance was not, and
      * the posting is applied now.  Any other balance means
      * something else has moved the account since, and the run
      * stops rather than guess.
      *----------------------------------------------------------------*
       3005-SETTLE-LAST-POSTING.
           MOVE AP-LAST-ACCOUNT-ID TO AM-ACCOUNT-ID.
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT AP-ACCTMST-IO-OK
               MOVE 8 TO RETURN-CODE
               SET AP-POST-HALTED TO TRUE
               SET AP-ACCTMST-ALERTED TO TRUE
               MOVE "3005-SETTLE-LAST" TO AP-ALERT-PARA
               MOVE AP-ACCTMST-STATUS TO AP-ALERT-FILE-STATUS
               MOVE "CRIT" TO AP-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               GO TO 3005-EXIT
           END-IF.
           IF AM-CURRENT-BALANCE = AP-LAST-BALANCE-AFTER
               GO TO 3005-EXIT
           END-IF.
           IF AM-CURRENT-BALANCE NOT = AP-LAST-BALANCE-BEFORE
               MOVE 8 TO RETURN-CODE
               SET AP-POST-HALTED TO TRUE
               MOVE "3005-SETTLE-LAST" TO AP-ALERT-PARA
               MOVE SPACES TO AP-ALERT-FILE-STATUS
               MOVE "CRIT" TO AP-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               GO TO 3005-EXIT
           END-IF.
           MOVE AP-LAST-BALANCE-AFTER TO AM-CURRENT-BALANCE.
           MOVE AP-RUN-DATE TO AM-LAST-ACTIVITY-DATE.
           REWRITE AM-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT AP-ACCTMST-IO-OK
               MOVE 8 TO RETURN-CODE
               SET AP-POST-HALTED TO TRUE
               SET AP-ACCTMST-ALERTED TO TRUE
               MOVE "3005-SETTLE-LAST" TO AP-ALERT-PARA
               MOVE AP-ACCTMST-STATUS TO AP-ALERT-FILE-STATUS
               MOVE "CRIT" TO AP-ALERT-SEVERITY
               PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               GO TO 3005-EXIT
           END-IF.
           SET AP-LAST-POSTING-SETTLED TO TRUE.
           IF AP-LAST-TRAN-TYPE = 'CR'
               ADD AP-LAST-TRAN-AMOUNT TO AP-TOTAL-CREDITS
           ELSE
               ADD AP-LAST-TRAN-AMOUNT TO AP-TOTAL-DEBITS
           END-IF.
           ADD 1 TO AP-TRAN-POSTED-COUNT.
           PERFORM 3040-NOTE-ACCOUNT-UPDATED THRU 3040-EXIT.
       3005-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3010-POST-ONE-TRAN : read one accepted transaction, fetch
      * its account from the master, and apply the amount --
      * credits increase the balance, debits decrease it.  An
      * account not on the master rejects RN07, a closed account
      * RC08, and a frozen account RF09.  On a restarted run the
      * transactions the journal already holds are skipped, and the
      * last of them must carry the journaled key -- if it does not,
      * this is not the generation the journal describes.  A
      * skipped transaction the journal holds as rejected is
      * written to this run's posting rejects again.
      *----------------------------------------------------------------*
       3010-POST-ONE-TRAN.
           READ ACCEPTD-FILE
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO AP-TRAN-READ-COUNT.
           ADD 1 TO AP-TRAN-SEQUENCE.
           IF AP-TRAN-SEQUENCE < AP-RESUME-AFTER-SEQ
               ADD 1 TO AP-TRAN-SKIP-COUNT
               PERFORM 3015-REWRITE-SKIPPED-REJECT THRU 3015-EXIT
               GO TO 3010-EXIT
           END-IF.
           IF AP-TRAN-SEQUENCE = AP-RESUME-AFTER-SEQ
               ADD 1 TO AP-TRAN-SKIP-COUNT
               IF TR-TRAN-KEY NOT = AP-LAST-TRAN-KEY
                   MOVE 8 TO RETURN-CODE
                   SET AP-POST-HALTED TO TRUE
                   MOVE "3010-POST-ONE-TRAN" TO AP-ALERT-PARA
                   MOVE SPACES TO AP-ALERT-FILE-STATUS
                   MOVE "CRIT" TO AP-ALERT-SEVERITY
                   PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
                   GO TO 3010-EXIT
               END-IF
               PERFORM 3015-REWRITE-SKIPPED-REJECT THRU 3015-EXIT
               GO TO 3010-EXIT
           END-IF.
           MOVE TR-ACCOUNT-ID TO AM-ACCOUNT-ID.
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'RN07' TO AP-REJECT-REASON
                   PERFORM 3030-WRITE-POSTING-REJECT THRU 3030-EXIT
                   GO TO 3010-EXIT
           END-READ.
      *    A hard master error halts the posting loop -- half a
               END-IF
               GO TO 3010-EXIT
           END-IF.
           IF AM-STATUS-CLOSED
               MOVE 'RC08' TO AP-REJECT-REASON
               PERFORM 3030-WRITE-POSTING-REJECT THRU 3030-EXIT
               GO TO 3010-EXIT
           END-IF.
           IF AM-STATUS-FROZEN
               MOVE 'RF09' TO AP-REJECT-REASON
               PERFORM 3030-WRITE-POSTING-REJECT THRU 3030-EXIT
               GO TO 3010-EXIT
           END-IF.
           PERFORM 3020-APPLY-TO-MASTER THRU 3020-EXIT.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3015-REWRITE-SKIPPED-REJECT : the transaction in hand is
      * being skipped on a restart.  When the journal holds it as
      * rejected, write it to this run's posting rejects again with
      * its journaled reason and reject date -- the stopped run's
      * POSTREJ generation is not the one read downstream.  It is
      * not journaled again; the journal already holds it.  The
      * journaled rejects are in generation order, so only the
      * next one can match.
      *----------------------------------------------------------------*
       3015-REWRITE-SKIPPED-REJECT.
           IF AP-JREJ-NEXT > AP-JREJ-COUNT
               GO TO 3015-EXIT
           END-IF.
           IF AP-JREJ-SEQUENCE (AP-JREJ-NEXT) NOT = AP-TRAN-SEQUENCE
               GO TO 3015-EXIT
           END-IF.
           MOVE TR-TRANSACTION-RECORD TO RJ-TRAN-IMAGE.
           MOVE AP-JREJ-REASON (AP-JREJ-NEXT) TO RJ-REASON-CODE.
           MOVE AP-JREJ-DATE (AP-JREJ-NEXT)   TO RJ-REJECT-DATE.
           ADD 1 TO AP-JREJ-NEXT.
           WRITE RJ-REJECT-RECORD.
           IF NOT AP-POSTREJ-WRITE-OK
               MOVE 8 TO RETURN-CODE
               SET AP-POST-HALTED TO TRUE
               IF NOT AP-POSTREJ-ALERTED
                   SET AP-POSTREJ-ALERTED TO TRUE
                   MOVE "3015-REWRITE-REJ" TO AP-ALERT-PARA
                   MOVE AP-POSTREJ-STATUS TO AP-ALERT-FILE-STATUS
                   MOVE "CRIT" TO AP-ALERT-SEVERITY
                   PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               END-IF
               GO TO 3015-EXIT
           END-IF.
           ADD 1 TO AP-REJECT-REWRITE-COUNT.
       3015-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3020-APPLY-TO-MASTER : the account is in hand -- apply the
      * amount, stamp the activity date, journal the posting, and
      * rewrite the record.  The journal entry goes first, so a
      * rewrite the journal does not know about cannot happen.
      *----------------------------------------------------------------*
       3020-APPLY-TO-MASTER.
           MOVE AM-CURRENT-BALANCE TO AP-BALANCE-BEFORE.
           IF TR-TYPE-CREDIT
               ADD TR-TRAN-AMOUNT TO AM-CURRENT-BALANCE
           ELSE
               SUBTRACT TR-TRAN-AMOUNT FROM AM-CURRENT-BALANCE
           END-IF.
           MOVE AM-CURRENT-BALANCE TO AP-BALANCE-AFTER.
           MOVE AP-RUN-DATE TO AM-LAST-ACTIVITY-DATE.
           MOVE 'P' TO AP-JRNL-ENTRY-TYPE.
           MOVE SPACES TO AP-REJECT-REASON.
           PERFORM 3060-WRITE-JOURNAL THRU 3060-EXIT.
           IF AP-POST-HALTED
               GO TO 3020-EXIT
           END-IF.
      *    A REWRITE failure halts the posting loop the same way a
      *    hard read does, and alerts once per run, not once per
      *    record.
               END-IF
               GO TO 3020-EXIT
           END-IF.
           IF TR-TYPE-CREDIT
               ADD TR-TRAN-AMOUNT TO AP-TOTAL-CREDITS
           ELSE
               ADD TR-TRAN-AMOUNT TO AP-TOTAL-DEBITS
           END-IF.
           ADD 1 TO AP-TRAN-POSTED-COUNT.
           PERFORM 3040-NOTE-ACCOUNT-UPDATED THRU 3040-EXIT.
       3020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3030-WRITE-POSTING-REJECT : the transaction cannot post --
      * its account is not on the master (RN07), or is closed (RC08)
      * or frozen (RF09) there.  Reject it with the reason the
      * caller set in AP-REJECT-REASON, in the same layout the
      * nightly rejects carry, so the correction-and-recycle pass
      * can work it, and journal the reject once it is written.
      *----------------------------------------------------------------*
       3030-WRITE-POSTING-REJECT.
           ADD 1 TO AP-TRAN-REJECT-COUNT.
           EVALUATE AP-REJECT-REASON
               WHEN 'RN07'
                   ADD 1 TO AP-REJECT-NOMAST-COUNT
               WHEN 'RC08'
                   ADD 1 TO AP-REJECT-CLOSED-COUNT
               WHEN 'RF09'
                   ADD 1 TO AP-REJECT-FROZEN-COUNT
           END-EVALUATE.
           MOVE TR-TRANSACTION-RECORD TO RJ-TRAN-IMAGE.
           MOVE AP-REJECT-REASON      TO RJ-REASON-CODE.
           MOVE AP-RUN-DATE           TO RJ-REJECT-DATE.
           WRITE RJ-REJECT-RECORD.
           IF NOT AP-POSTREJ-WRITE-OK
               MOVE 8 TO RETURN-CODE
               IF NOT AP-POSTREJ-ALERTED
                   SET AP-POSTREJ-ALERTED TO TRUE
                   MOVE "3030-WRITE-POST-REJ" TO AP-ALERT-PARA
                   MOVE AP-POSTREJ-STATUS TO AP-ALERT-FILE-STATUS
                   MOVE "CRIT" TO AP-ALERT-SEVERITY
                   PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               END-IF
               GO TO 3030-EXIT
           END-IF.
           IF AP-REJECT-REASON = 'RN07'
               MOVE ZERO TO AP-BALANCE-BEFORE
           ELSE
               MOVE AM-CURRENT-BALANCE TO AP-BALANCE-BEFORE
           END-IF.
           MOVE AP-BALANCE-BEFORE TO AP-BALANCE-AFTER.
           MOVE 'R' TO AP-JRNL-ENTRY-TYPE.
           PERFORM 3060-WRITE-JOURNAL THRU 3060-EXIT.
       3030-EXIT.
           EXIT.

       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3060-WRITE-JOURNAL : append one journal entry of the type in
      * AP-JRNL-ENTRY-TYPE for the transaction in hand, stamped with
      * tonight's fingerprint and the transaction's place in the
      * generation.  A completion entry carries no transaction.  A
      * journal that cannot be written halts the posting loop -- a
      * posting the journal does not hold cannot be restarted
      * safely.
      *----------------------------------------------------------------*
       3060-WRITE-JOURNAL.
           MOVE SPACES               TO PJ-JOURNAL-RECORD.
           MOVE AP-JRNL-ENTRY-TYPE   TO PJ-ENTRY-TYPE.
           MOVE AP-FEED-FIRST-KEY    TO PJ-FEED-FIRST-KEY.
           MOVE AP-FEED-LAST-KEY     TO PJ-FEED-LAST-KEY.
           MOVE AP-FEED-COUNT        TO PJ-FEED-COUNT.
           MOVE AP-FEED-AMOUNT       TO PJ-FEED-AMOUNT.
           MOVE AP-RUN-DATE          TO PJ-RUN-DATE.
           MOVE AP-RUN-TIME          TO PJ-RUN-TIME.
           MOVE AP-TRAN-SEQUENCE     TO PJ-SEQUENCE.
           MOVE ZERO                 TO PJ-TRAN-AMOUNT.
           MOVE ZERO                 TO PJ-BALANCE-BEFORE.
           MOVE ZERO                 TO PJ-BALANCE-AFTER.
           IF NOT PJ-ENTRY-COMPLETE
               MOVE TR-TRAN-KEY       TO PJ-TRAN-KEY
               MOVE TR-TRAN-DATE      TO PJ-TRAN-DATE
               MOVE TR-ACCOUNT-ID     TO PJ-ACCOUNT-ID
               MOVE TR-TRAN-TYPE      TO PJ-TRAN-TYPE
               MOVE TR-TRAN-AMOUNT    TO PJ-TRAN-AMOUNT
               MOVE AP-BALANCE-BEFORE TO PJ-BALANCE-BEFORE
               MOVE AP-BALANCE-AFTER  TO PJ-BALANCE-AFTER
               MOVE AP-REJECT-REASON  TO PJ-REASON-CODE
               MOVE TR-REVERSED-KEY   TO PJ-REVERSED-KEY
           END-IF.
           WRITE PJ-JOURNAL-RECORD.
           IF NOT AP-POSTJRNL-IO-OK
               MOVE 8 TO RETURN-CODE
               SET AP-POST-HALTED TO TRUE
               IF NOT AP-POSTJRNL-ALERTED
                   SET AP-POSTJRNL-ALERTED TO TRUE
                   MOVE "3060-WRITE-JOURNAL" TO AP-ALERT-PARA
                   MOVE AP-POSTJRNL-STATUS TO AP-ALERT-FILE-STATUS
                   MOVE "CRIT" TO AP-ALERT-SEVERITY
                   PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
               END-IF
               GO TO 3060-EXIT
           END-IF.
           ADD 1 TO AP-JOURNAL-COUNT.
       3060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-PRINT-REPORT : the posting run report -- counts, dollar
      * totals, and the distinct accounts updated.
               GO TO 6000-EXIT
           END-IF.
           INITIATE POSTING-RPT.
           IF AP-FEED-ALREADY-POSTED
               MOVE "ACCEPTED GENERATION ALREADY POSTED IN FULL -- NOTH
      -            "ING POSTED"
                   TO AP-RPT-DETAIL-LINE
               GENERATE POSTING-DETAIL
               MOVE SPACES TO AP-RPT-DETAIL-LINE
           END-IF.
           IF AP-RESTART-RUN
               MOVE AP-RESUME-AFTER-SEQ TO AP-RPT-SEQ-DISP
               STRING "RESTARTED AFTER TRAN:  " DELIMITED BY SIZE
                   AP-RPT-SEQ-DISP DELIMITED BY SIZE
                   "  KEY " DELIMITED BY SIZE
                   AP-LAST-TRAN-KEY DELIMITED BY SIZE
                   INTO AP-RPT-DETAIL-LINE
               END-STRING
               GENERATE POSTING-DETAIL
               MOVE SPACES TO AP-RPT-DETAIL-LINE
           END-IF.
           IF AP-LAST-POSTING-SETTLED
               STRING "INTERRUPTED POSTING APPLIED -- KEY " DELIMITED
                   BY SIZE
                   AP-LAST-TRAN-KEY DELIMITED BY SIZE
                   "  ACCOUNT " DELIMITED BY SIZE
                   AP-LAST-ACCOUNT-ID DELIMITED BY SIZE
                   INTO AP-RPT-DETAIL-LINE
               END-STRING
               GENERATE POSTING-DETAIL
               MOVE SPACES TO AP-RPT-DETAIL-LINE
           END-IF.
           MOVE AP-TRAN-READ-COUNT TO AP-RPT-COUNT-DISP.
           STRING "TRANSACTIONS READ:     " DELIMITED BY SIZE
               AP-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO AP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE POSTING-DETAIL.
           MOVE AP-TRAN-SKIP-COUNT TO AP-RPT-COUNT-DISP.
           MOVE SPACES TO AP-RPT-DETAIL-LINE.
           STRING "SKIPPED, JOURNALED:    " DELIMITED BY SIZE
               AP-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO AP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE POSTING-DETAIL.
           IF AP-RESTART-RUN
               MOVE AP-REJECT-REWRITE-COUNT TO AP-RPT-COUNT-DISP
               MOVE SPACES TO AP-RPT-DETAIL-LINE
               STRING "REJECTS WRITTEN AGAIN: " DELIMITED BY SIZE
                   AP-RPT-COUNT-DISP DELIMITED BY SIZE
                   INTO AP-RPT-DETAIL-LINE
               END-STRING
               GENERATE POSTING-DETAIL
           END-IF.
           IF AP-JREJ-OVERFLOWED
               AND AP-RESTART-RUN
               MOVE SPACES TO AP-RPT-DETAIL-LINE
               MOVE "TOO MANY JOURNALED REJECTS TO RESTART -- NOTHING
      -            " POSTED"
                   TO AP-RPT-DETAIL-LINE
               GENERATE POSTING-DETAIL
           END-IF.
           MOVE AP-TRAN-POSTED-COUNT TO AP-RPT-COUNT-DISP.
           MOVE SPACES TO AP-RPT-DETAIL-LINE.
           STRING "TRANSACTIONS POSTED:   " DELIMITED BY SIZE
               INTO AP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE POSTING-DETAIL.
           MOVE AP-REJECT-NOMAST-COUNT TO AP-RPT-COUNT-DISP.
           MOVE SPACES TO AP-RPT-DETAIL-LINE.
           STRING "REJECTED NO MASTER:    " DELIMITED BY SIZE
               AP-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO AP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE POSTING-DETAIL.
           MOVE AP-REJECT-CLOSED-COUNT TO AP-RPT-COUNT-DISP.
           MOVE SPACES TO AP-RPT-DETAIL-LINE.
           STRING "REJECTED ACCT CLOSED:  " DELIMITED BY SIZE
               AP-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO AP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE POSTING-DETAIL.
           MOVE AP-REJECT-FROZEN-COUNT TO AP-RPT-COUNT-DISP.
           MOVE SPACES TO AP-RPT-DETAIL-LINE.
           STRING "REJECTED ACCT FROZEN:  " DELIMITED BY SIZE
               AP-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO AP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE POSTING-DETAIL.
           MOVE AP-TOTAL-DEBITS TO AP-RPT-AMOUNT-DISP.
           MOVE SPACES TO AP-RPT-DETAIL-LINE.
           STRING "TOTAL DEBITS:          " DELIMITED BY SIZE
               INTO AP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE POSTING-DETAIL.
           MOVE AP-JOURNAL-COUNT TO AP-RPT-COUNT-DISP.
           MOVE SPACES TO AP-RPT-DETAIL-LINE.
           STRING "JOURNAL ENTRIES:       " DELIMITED BY SIZE
               AP-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO AP-RPT-DETAIL-LINE
           END-STRING.
           GENERATE POSTING-DETAIL.
           IF AP-ACCT-OVERFLOWED
               MOVE "ACCOUNT COUNT TABLE OVERFLOWED -- COUNT IS A FLOO
      -            "R, NOT A TOTAL"
