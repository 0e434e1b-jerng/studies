      *----------------------------------------------------------------*
      * ACCTSTMT : monthly account statements from the account
      * master and the posting journal, proved to the master.
      *
      * Statements for the customers and the branch area were being
      * produced by pulling accepted generations and the account
      * master by hand.  This program runs in the MONTHLY cycle, on
      * the month-end date the processing calendar flags, after the
      * night's posting.  For every account on the master it prints
      * a statement : the opening balance, each debit and credit
      * the posting journal holds for the period with its date and
      * transaction key, any reversal from the backout program shown
      * as such, and the closing balance.  The period runs from the
      * last statement run -- whose balances generation this run
      * reads its opening balances from -- through today, to the
      * second : a posting journaled after the last run started, on
      * the same date, falls in this period.  Missing or empty
      * prior balances refuse the run unless the control card says
      * FIRSTRUN.
      *
      * The closing balance must agree with the master balance.  An
      * account whose statement does not prove to the master, or a
      * posting for an account no longer on the master, is listed
      * on the exception page and leaves RETURN-CODE 4.  A new
      * balances generation carries every account's master balance
      * forward as next month's opening balance.  ADHOC reruns the
      * statements on any date; DAILY, or a MONTHLY submission on a
      * date that is not the month-end, is refused with
      * RETURN-CODE 8.
      *
      * Modification History :
      *   2026-10-15  JLG  Original program -- statements were being
      *                    pulled together from the accepted files
      *                    and the master by hand.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctstmt.
       AUTHOR. J L GREEN.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CTLCARD-FILE : the //SYSIN control card naming the cycle
      *    this run belongs to.
           SELECT CTLCARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SM-CTLCARD-STATUS.

      *    CALENDR-FILE : the processing calendar, read for today's
      *    month-end flag.
           SELECT CALENDR-FILE ASSIGN TO CALENDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SM-CALENDR-STATUS.

      *    ACCTMST-FILE : the account master KSDS, read end to end
      *    in account order.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS SM-ACCTMST-STATUS.

      *    POSTJRNL-FILE : the cumulative posting journal, the
      *    source of every posted debit and credit.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SM-POSTJRNL-STATUS.

      *    STMTPRV-FILE : the balances generation the last statement
      *    run wrote -- this run's opening balances.
           SELECT STMTPRV-FILE ASSIGN TO STMTPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SM-STMTPRV-STATUS.

      *    STMTBAL-FILE : this run's balances generation, read by
      *    next month's run for its opening balances.
           SELECT STMTBAL-FILE ASSIGN TO STMTBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SM-STMTBAL-STATUS.

      *    STMTRPT-FILE : the paginated statements and exception
      *    page.
           SELECT STMTRPT-FILE ASSIGN TO STMTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SM-STMTRPT-STATUS.

      *    STMT-SORT-FILE : the period's postings, put in account
      *    order for the match against the master.
           SELECT STMT-SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCARD-FILE
           RECORDING MODE IS F.
           COPY CTLCARD.

       FD  CALENDR-FILE
           RECORDING MODE IS F.
           COPY CALENDR.

       FD  ACCTMST-FILE.
           COPY ACCTMST.

       FD  POSTJRNL-FILE
           RECORDING MODE IS F.
           COPY PSTJRNL.

       FD  STMTPRV-FILE
           RECORDING MODE IS F.
       01  SP-PRIOR-RECORD             PIC X(80).

       FD  STMTBAL-FILE
           RECORDING MODE IS F.
           COPY STMTBAL.

       FD  STMTRPT-FILE
           REPORT IS STATEMENT-RPT.

       SD  STMT-SORT-FILE.
       01  SS-SORT-RECORD.
           05  SS-ACCOUNT-ID           PIC X(08).
           05  SS-JOURNAL-ORDINAL      PIC 9(09).
           05  SS-TRAN-DATE            PIC X(10).
           05  SS-TRAN-KEY             PIC X(10).
           05  SS-TRAN-TYPE            PIC X(02).
               88  SS-TYPE-CREDIT          VALUE 'CR'.
           05  SS-TRAN-AMOUNT          PIC 9(09)V99.
           05  SS-BALANCE-BEFORE       PIC S9(09)V99.
           05  SS-REVERSED-KEY         PIC X(10).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    WS-JOB-BANNER : shared job-banner record, common to every
      *    program in the suite (see COPY JOBBANR).
      *----------------------------------------------------------------*
       COPY JOBBANR.

       01  SM-CURRENT-DATE-TIME        PIC X(21).

       01  SM-RUN-STAMP.
           05  SM-RUN-DATE.
               10  SM-RUN-YYYY         PIC 9(04).
               10  FILLER              PIC X(01) VALUE '-'.
               10  SM-RUN-MM           PIC 9(02).
               10  FILLER              PIC X(01) VALUE '-'.
               10  SM-RUN-DD           PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-RUN-TIME.
               10  SM-RUN-HH           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  SM-RUN-MN           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  SM-RUN-SS           PIC 9(02).

       01  SM-RUNENV-VALUE             PIC X(04) VALUE SPACES.

       01  SM-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
           88  SM-CTLCARD-READ-OK          VALUE '00'.

       01  SM-CALENDR-STATUS           PIC X(02) VALUE SPACES.
           88  SM-CALENDR-READ-OK          VALUE '00'.

       01  SM-ACCTMST-STATUS           PIC X(02) VALUE SPACES.
           88  SM-ACCTMST-IO-OK            VALUE '00'.
           88  SM-ACCTMST-AT-END           VALUE '10'.

       01  SM-POSTJRNL-STATUS          PIC X(02) VALUE SPACES.
           88  SM-POSTJRNL-IO-OK           VALUE '00'.
           88  SM-POSTJRNL-AT-END          VALUE '10'.

       01  SM-STMTPRV-STATUS           PIC X(02) VALUE SPACES.
           88  SM-STMTPRV-READ-OK          VALUE '00'.
           88  SM-STMTPRV-AT-END           VALUE '10'.

       01  SM-STMTBAL-STATUS           PIC X(02) VALUE SPACES.
           88  SM-STMTBAL-WRITE-OK         VALUE '00'.

       01  SM-STMTRPT-STATUS           PIC X(02) VALUE SPACES.
           88  SM-STMTRPT-WRITE-OK         VALUE '00'.

      *----------------------------------------------------------------*
      *    SM-PRIOR-REC : one record of last month's balances
      *    generation, in the statement-balance layout (see COPY
      *    STMTBAL), read into working storage because this run
      *    writes the same layout.
      *----------------------------------------------------------------*
       01  SM-PRIOR-REC.
           05  SM-PR-ACCOUNT-ID        PIC X(08).
           05  SM-PR-STATEMENT-DATE    PIC X(10).
           05  SM-PR-OPENING-BALANCE   PIC S9(09)V99.
           05  SM-PR-CLOSING-BALANCE   PIC S9(09)V99.
           05  SM-PR-TOTAL-DEBITS      PIC 9(11)V99.
           05  SM-PR-TOTAL-CREDITS     PIC 9(11)V99.
           05  SM-PR-PROOF-FLAG        PIC X(01).
           05  SM-PR-STATEMENT-TIME    PIC X(08).
           05  FILLER                  PIC X(05).

      *----------------------------------------------------------------*
      *    SM-PERIOD-WORK : the statement period -- postings
      *    journaled after the last statement run's date and time,
      *    through this run's -- and whether there was a last
      *    statement run at all.  The stamps are date then time, so
      *    they compare in time order.
      *----------------------------------------------------------------*
       01  SM-PERIOD-WORK.
           05  SM-PERIOD-START-STAMP.
               10  SM-PERIOD-START-DATE    PIC X(10) VALUE SPACES.
               10  SM-PERIOD-START-TIME    PIC X(08) VALUE SPACES.
           05  SM-PERIOD-END-STAMP.
               10  SM-PERIOD-END-DATE      PIC X(10) VALUE SPACES.
               10  SM-PERIOD-END-TIME      PIC X(08) VALUE SPACES.
           05  SM-JOURNAL-STAMP.
               10  SM-JOURNAL-DATE         PIC X(10) VALUE SPACES.
               10  SM-JOURNAL-TIME         PIC X(08) VALUE SPACES.
           05  SM-PRIOR-FILE-SW        PIC X(01) VALUE 'N'.
               88  SM-PRIOR-FILE-PRESENT       VALUE 'Y'.
               88  SM-NO-PRIOR-FILE            VALUE 'N'.
           05  SM-CAL-FOUND-SW         PIC X(01) VALUE 'N'.
               88  SM-CAL-FOUND                VALUE 'Y'.
               88  SM-CAL-NOT-FOUND            VALUE 'N'.

      *----------------------------------------------------------------*
      *    SM-MATCH-KEYS : the account each input of the match
      *    stands on -- HIGH-VALUES once that input is exhausted.
      *----------------------------------------------------------------*
       01  SM-MATCH-KEYS.
           05  SM-PRIOR-KEY            PIC X(08) VALUE SPACES.
           05  SM-SORT-KEY             PIC X(08) VALUE SPACES.
           05  SM-LAST-ORPHAN-ID       PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      *    SM-STATEMENT-WORK : the statement being built for the
      *    account in hand.
      *----------------------------------------------------------------*
       01  SM-STATEMENT-WORK.
           05  SM-OPENING-BALANCE      PIC S9(09)V99 VALUE ZERO.
           05  SM-RUNNING-BALANCE      PIC S9(09)V99 VALUE ZERO.
           05  SM-STMT-DEBITS          PIC 9(11)V99 VALUE ZERO.
           05  SM-STMT-CREDITS         PIC 9(11)V99 VALUE ZERO.
           05  SM-STMT-POSTING-COUNT   PIC 9(05) VALUE ZERO.
           05  SM-OPENING-SOURCE       PIC X(30) VALUE SPACES.
           05  SM-STATUS-TEXT          PIC X(06) VALUE SPACES.

       01  SM-WORK-FIELDS.
           05  SM-JOURNAL-READ-COUNT   PIC 9(09) VALUE ZERO.
           05  SM-POSTING-SELECT-COUNT PIC 9(07) VALUE ZERO.
           05  SM-ACCOUNT-COUNT        PIC 9(07) VALUE ZERO.
           05  SM-PROVED-COUNT         PIC 9(07) VALUE ZERO.
           05  SM-NOT-PROVED-COUNT     PIC 9(07) VALUE ZERO.
           05  SM-ORPHAN-COUNT         PIC 9(07) VALUE ZERO.
           05  SM-TOTAL-DEBITS         PIC 9(13)V99 VALUE ZERO.
           05  SM-TOTAL-CREDITS        PIC 9(13)V99 VALUE ZERO.
           05  SM-STMT-HALT-SW         PIC X(01) VALUE 'N'.
               88  SM-STMT-HALTED              VALUE 'Y'.

      *----------------------------------------------------------------*
      *    SM-EXCEPTION-TABLE : the accounts whose statement does not
      *    prove to the master, and the accounts the journal holds
      *    postings for that are no longer on it, for the exception
      *    page.  An overflow stops the list short, so it flags the
      *    run and the page says so.
      *----------------------------------------------------------------*
       01  SM-EXCEPTION-TABLE.
           05  SM-EXCEPTION-COUNT      PIC 9(04) VALUE ZERO.
           05  SM-EXCEPTION-ENTRY      OCCURS 500 TIMES
                                       INDEXED BY SM-EXC-IX.
               10  SM-EXC-ACCOUNT-ID   PIC X(08).
               10  SM-EXC-STMT-BALANCE PIC S9(09)V99.
               10  SM-EXC-MAST-BALANCE PIC S9(09)V99.
               10  SM-EXC-REASON       PIC X(20).
           05  SM-EXC-OVERFLOW-SW      PIC X(01) VALUE 'N'.
               88  SM-EXC-OVERFLOWED           VALUE 'Y'.

       01  SM-NEW-EXCEPTION.
           05  SM-NEW-EXC-ACCOUNT-ID   PIC X(08) VALUE SPACES.
           05  SM-NEW-EXC-STMT-BALANCE PIC S9(09)V99 VALUE ZERO.
           05  SM-NEW-EXC-MAST-BALANCE PIC S9(09)V99 VALUE ZERO.
           05  SM-NEW-EXC-REASON       PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      *    SM-RPT-xxx : each print line is built up whole and handed
      *    to the REPORT SECTION as a single SOURCE item per line.
      *----------------------------------------------------------------*
       01  SM-RPT-HDG-LINE1            PIC X(46) VALUE SPACES.
       01  SM-RPT-HDG-LINE2            PIC X(40) VALUE SPACES.
       01  SM-RPT-HDG-LINE3            PIC X(56) VALUE SPACES.
       01  SM-RPT-DETAIL-LINE          PIC X(70) VALUE SPACES.
       01  SM-RPT-FTG-LINE1            PIC X(14) VALUE SPACES.
       01  SM-RPT-COUNT-DISP           PIC Z(06)9.
       01  SM-RPT-AMOUNT-DISP          PIC Z(08)9.99.
       01  SM-RPT-TOTAL-DISP           PIC Z(12)9.99.
       01  SM-RPT-BALANCE-DISP         PIC -(09)9.99.
       01  SM-RPT-BALANCE-DISP2        PIC -(09)9.99.

       REPORT SECTION.
      *----------------------------------------------------------------*
      * STATEMENT-RPT : paginated statements, one account to a
      * page, then the exception page, in the same manner as the
      * other reports of the suite.
      *----------------------------------------------------------------*
       RD  STATEMENT-RPT
           PAGE LIMIT 60 LINES
           FIRST DETAIL 5
           LAST DETAIL 55
           FOOTING 58.
       01  TYPE PAGE HEADING.
           05  LINE 1  COLUMN 1  PIC X(46) SOURCE SM-RPT-HDG-LINE1.
           05  LINE 2  COLUMN 1  PIC X(40) SOURCE SM-RPT-HDG-LINE2.
           05  LINE 3  COLUMN 1  PIC X(56) SOURCE SM-RPT-HDG-LINE3.
       01  STATEMENT-DETAIL TYPE DETAIL.
           05  LINE PLUS 1 COLUMN 1  PIC X(70)
                   SOURCE SM-RPT-DETAIL-LINE.
       01  STATEMENT-NEW-PAGE TYPE DETAIL
           LINE NEXT PAGE.
           05  LINE PLUS 1 COLUMN 1  PIC X(70)
                   SOURCE SM-RPT-DETAIL-LINE.
       01  TYPE PAGE FOOTING.
           05  LINE 58 COLUMN 1  PIC X(14) SOURCE SM-RPT-FTG-LINE1.
           05  LINE 59 COLUMN 1  PIC ZZZ9 SOURCE PAGE-COUNTER.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE : overall job control.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 4000-OPEN-REPORT THRU 4000-EXIT.
           IF RETURN-CODE < 8
               PERFORM 2000-CHECK-CYCLE THRU 2000-EXIT
               IF RETURN-CODE < 8
                   PERFORM 3000-FIND-PERIOD THRU 3000-EXIT
               END-IF
               IF RETURN-CODE < 8
                   PERFORM 5000-PRODUCE-STATEMENTS THRU 5000-EXIT
                   PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT
               END-IF
               PERFORM 7000-CLOSE-REPORT THRU 7000-EXIT
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE : capture the run stamp and build the shared
      * job banner.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO SM-CURRENT-DATE-TIME.
           MOVE SM-CURRENT-DATE-TIME(1:4)  TO SM-RUN-YYYY.
           MOVE SM-CURRENT-DATE-TIME(5:2)  TO SM-RUN-MM.
           MOVE SM-CURRENT-DATE-TIME(7:2)  TO SM-RUN-DD.
           MOVE SM-CURRENT-DATE-TIME(9:2)  TO SM-RUN-HH.
           MOVE SM-CURRENT-DATE-TIME(11:2) TO SM-RUN-MN.
           MOVE SM-CURRENT-DATE-TIME(13:2) TO SM-RUN-SS.
           MOVE "acctstmt"        TO JB-JOB-NAME.
           MOVE SM-RUN-DATE       TO JB-RUN-DATE.
           MOVE SM-RUN-TIME       TO JB-RUN-TIME.
           ACCEPT JB-RUN-USER FROM ENVIRONMENT "USER".
           ACCEPT SM-RUNENV-VALUE FROM ENVIRONMENT "RUNENV".
           IF SM-RUNENV-VALUE = "PROD"
               MOVE "PROD" TO JB-ENVIRONMENT
           ELSE
               MOVE "TEST" TO JB-ENVIRONMENT
           END-IF.
           MOVE 0 TO RETURN-CODE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-CHECK-CYCLE : statements belong to the MONTHLY cycle,
      * on the month-end date the processing calendar flags.  ADHOC
      * is unrestricted so a failed month-end can be rerun the next
      * morning.  A missing card, DAILY, an unrecognized mode, or
      * MONTHLY on any other date is refused with RETURN-CODE 8.
      *----------------------------------------------------------------*
       2000-CHECK-CYCLE.
           MOVE SPACES TO CC-CONTROL-RECORD.
           OPEN INPUT CTLCARD-FILE.
           IF SM-CTLCARD-READ-OK
               READ CTLCARD-FILE
                   AT END
                       MOVE SPACES TO CC-CONTROL-RECORD
               END-READ
               CLOSE CTLCARD-FILE
           END-IF.
           IF CC-MODE-ADHOC
               MOVE "CYCLE CHECK: ADHOC, NOT RESTRICTED"
                   TO SM-RPT-DETAIL-LINE
               GENERATE STATEMENT-DETAIL
               GO TO 2000-EXIT
           END-IF.
           IF NOT CC-MODE-MONTHLY
               MOVE "CYCLE CHECK: STATEMENTS RUN ONLY IN THE MONTHLY CY
      -            "CLE"
                   TO SM-RPT-DETAIL-LINE
               GO TO 2000-REFUSE
           END-IF.
           PERFORM 2100-FIND-CALENDAR-DAY THRU 2100-EXIT.
           IF SM-CAL-NOT-FOUND
               MOVE "CYCLE CHECK: NO CALENDAR RECORD FOR DATE"
                   TO SM-RPT-DETAIL-LINE
               GO TO 2000-REFUSE
           END-IF.
           IF NOT CA-MONTH-END
               MOVE "CYCLE CHECK: MONTHLY ON A NON-MONTH-END DATE"
                   TO SM-RPT-DETAIL-LINE
               GO TO 2000-REFUSE
           END-IF.
           MOVE "CYCLE CHECK: MONTHLY ON THE MONTH-END DATE"
               TO SM-RPT-DETAIL-LINE.
           GENERATE STATEMENT-DETAIL.
           GO TO 2000-EXIT.
       2000-REFUSE.
           MOVE 8 TO RETURN-CODE.
           GENERATE STATEMENT-DETAIL.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-FIND-CALENDAR-DAY : read the processing calendar until
      * today's record is in hand.  An unreadable calendar or a date
      * that is not on it leaves the found switch off.
      *----------------------------------------------------------------*
       2100-FIND-CALENDAR-DAY.
           SET SM-CAL-NOT-FOUND TO TRUE.
           OPEN INPUT CALENDR-FILE.
           IF NOT SM-CALENDR-READ-OK
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-READ-CALENDAR-DAY THRU 2110-EXIT
               UNTIL SM-CAL-FOUND OR NOT SM-CALENDR-READ-OK.
           CLOSE CALENDR-FILE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2110-READ-CALENDAR-DAY : read one calendar record and stop
      * the scan when it is today's.
      *----------------------------------------------------------------*
       2110-READ-CALENDAR-DAY.
           READ CALENDR-FILE
               AT END
                   GO TO 2110-EXIT
           END-READ.
           IF CA-CAL-DATE = SM-RUN-DATE
               SET SM-CAL-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-FIND-PERIOD : the period starts after the date and time
      * of the last statement run, taken from the balances
      * generation it wrote, and ends at this run's.  No prior
      * balances -- a generation that cannot be opened or holds no
      * records -- is only a first statement run when the control
      * card says FIRSTRUN, and the period is then the whole
      * journal; otherwise the run is refused, since every account
      * would open at zero.  FIRSTRUN against prior balances that
      * are there is refused too.  A last run dated today or later
      * means today's statements have been produced already, and
      * the run is refused.
      *----------------------------------------------------------------*
       3000-FIND-PERIOD.
           MOVE LOW-VALUES  TO SM-PERIOD-START-STAMP.
           MOVE SM-RUN-DATE TO SM-PERIOD-END-DATE.
           MOVE SM-RUN-TIME TO SM-PERIOD-END-TIME.
           OPEN INPUT STMTPRV-FILE.
           IF SM-STMTPRV-READ-OK
               READ STMTPRV-FILE INTO SM-PRIOR-REC
                   AT END
                       CONTINUE
               END-READ
               IF SM-STMTPRV-READ-OK
                   SET SM-PRIOR-FILE-PRESENT TO TRUE
                   MOVE SM-PR-STATEMENT-DATE TO SM-PERIOD-START-DATE
                   MOVE SM-PR-STATEMENT-TIME TO SM-PERIOD-START-TIME
               END-IF
               CLOSE STMTPRV-FILE
           END-IF.
           IF SM-NO-PRIOR-FILE
               AND NOT CC-FIRST-STATEMENT-RUN
               MOVE 8 TO RETURN-CODE
               MOVE "NO PRIOR BALANCES AND CARD NOT FIRSTRUN -- REFUSED"
                   TO SM-RPT-DETAIL-LINE
               GENERATE STATEMENT-DETAIL
               GO TO 3000-EXIT
           END-IF.
           IF SM-PRIOR-FILE-PRESENT
               AND CC-FIRST-STATEMENT-RUN
               MOVE 8 TO RETURN-CODE
               MOVE "FIRSTRUN CODED, PRIOR BALANCES PRESENT -- REFUSED"
                   TO SM-RPT-DETAIL-LINE
               GENERATE STATEMENT-DETAIL
               GO TO 3000-EXIT
           END-IF.
           IF SM-NO-PRIOR-FILE
               MOVE "NO PRIOR STATEMENT BALANCES -- FIRST STATEMENT RUN"
                   TO SM-RPT-DETAIL-LINE
               GENERATE STATEMENT-DETAIL
               MOVE SPACES TO SM-RPT-DETAIL-LINE
               STRING "STATEMENT PERIOD:      THROUGH " DELIMITED BY
                   SIZE
                   SM-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SM-RUN-TIME DELIMITED BY SIZE
                   INTO SM-RPT-DETAIL-LINE
               END-STRING
               GENERATE STATEMENT-DETAIL
               GO TO 3000-EXIT
           END-IF.
           IF SM-PERIOD-START-DATE NOT < SM-RUN-DATE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO SM-RPT-DETAIL-LINE
               STRING "STATEMENTS ALREADY PRODUCED THROUGH "
                   DELIMITED BY SIZE
                   SM-PERIOD-START-DATE DELIMITED BY SIZE
                   " -- REFUSED" DELIMITED BY SIZE
                   INTO SM-RPT-DETAIL-LINE
               END-STRING
               GENERATE STATEMENT-DETAIL
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "STATEMENT PERIOD:      AFTER   " DELIMITED BY SIZE
               SM-PERIOD-START-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-PERIOD-START-TIME DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "                       THROUGH " DELIMITED BY SIZE
               SM-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-RUN-TIME DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-OPEN-REPORT : build the page heading and start the
      * statement report.
      *----------------------------------------------------------------*
       4000-OPEN-REPORT.
           STRING JB-ENVIRONMENT DELIMITED BY SIZE
               "  ACCTSTMT MONTHLY ACCOUNT STATEMENTS" DELIMITED BY
               SIZE
               INTO SM-RPT-HDG-LINE1
           END-STRING.
           STRING "JOB: " DELIMITED BY SIZE
               JB-JOB-NAME DELIMITED BY SIZE
               INTO SM-RPT-HDG-LINE2
           END-STRING.
           STRING "RUN: " DELIMITED BY SIZE
               JB-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JB-RUN-TIME DELIMITED BY SIZE
               "  USER: " DELIMITED BY SIZE
               JB-RUN-USER DELIMITED BY SIZE
               INTO SM-RPT-HDG-LINE3
           END-STRING.
           MOVE "END OF REPORT" TO SM-RPT-FTG-LINE1.
           OPEN OUTPUT STMTRPT-FILE.
           IF NOT SM-STMTRPT-WRITE-OK
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           INITIATE STATEMENT-RPT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PRODUCE-STATEMENTS : put the period's postings in
      * account order and match them against the master and last
      * month's balances, one statement per account.
      *----------------------------------------------------------------*
       5000-PRODUCE-STATEMENTS.
           SORT STMT-SORT-FILE
               ON ASCENDING KEY SS-ACCOUNT-ID
                                SS-JOURNAL-ORDINAL
               INPUT PROCEDURE IS 5100-SELECT-POSTINGS
                   THRU 5100-EXIT
               OUTPUT PROCEDURE IS 5200-MATCH-ACCOUNTS
                   THRU 5200-EXIT.
           IF SORT-RETURN NOT = ZERO
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO SM-RPT-DETAIL-LINE
               MOVE "POSTING SORT FAILED -- STATEMENTS INCOMPLETE"
                   TO SM-RPT-DETAIL-LINE
               GENERATE STATEMENT-DETAIL
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-SELECT-POSTINGS : read the posting journal end to end
      * and pass on each posting journaled in the period, tagged
      * with its place in the journal so an account's postings keep
      * the order they were made in.  No journal means no postings
      * yet.  A journal that cannot be read to the end leaves the
      * statements short, and the run says so with RETURN-CODE 8.
      *----------------------------------------------------------------*
       5100-SELECT-POSTINGS.
           OPEN INPUT POSTJRNL-FILE.
           IF NOT SM-POSTJRNL-IO-OK
               MOVE "NO POSTING JOURNAL -- NO POSTINGS LISTED"
                   TO SM-RPT-DETAIL-LINE
               GENERATE STATEMENT-DETAIL
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5110-SELECT-ONE-ENTRY THRU 5110-EXIT
               UNTIL NOT SM-POSTJRNL-IO-OK.
           IF NOT SM-POSTJRNL-AT-END
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO SM-RPT-DETAIL-LINE
               STRING "POSTING JOURNAL READ FAILED, STATUS "
                   DELIMITED BY SIZE
                   SM-POSTJRNL-STATUS DELIMITED BY SIZE
                   " -- STATEMENTS SHORT" DELIMITED BY SIZE
                   INTO SM-RPT-DETAIL-LINE
               END-STRING
               GENERATE STATEMENT-DETAIL
           END-IF.
           CLOSE POSTJRNL-FILE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5110-SELECT-ONE-ENTRY : read one journal entry and release it
      * to the sort when it is a posting made in the period -- its
      * journal date and time after the period start and not after
      * this run's.
      *----------------------------------------------------------------*
       5110-SELECT-ONE-ENTRY.
           READ POSTJRNL-FILE
               AT END
                   GO TO 5110-EXIT
           END-READ.
           IF NOT SM-POSTJRNL-IO-OK
               GO TO 5110-EXIT
           END-IF.
           ADD 1 TO SM-JOURNAL-READ-COUNT.
           IF NOT PJ-ENTRY-POSTED
               GO TO 5110-EXIT
           END-IF.
           MOVE PJ-RUN-DATE TO SM-JOURNAL-DATE.
           MOVE PJ-RUN-TIME TO SM-JOURNAL-TIME.
           IF SM-JOURNAL-STAMP NOT > SM-PERIOD-START-STAMP
               OR SM-JOURNAL-STAMP > SM-PERIOD-END-STAMP
               GO TO 5110-EXIT
           END-IF.
           MOVE PJ-ACCOUNT-ID         TO SS-ACCOUNT-ID.
           MOVE SM-JOURNAL-READ-COUNT TO SS-JOURNAL-ORDINAL.
           MOVE PJ-TRAN-DATE          TO SS-TRAN-DATE.
           MOVE PJ-TRAN-KEY           TO SS-TRAN-KEY.
           MOVE PJ-TRAN-TYPE          TO SS-TRAN-TYPE.
           MOVE PJ-TRAN-AMOUNT        TO SS-TRAN-AMOUNT.
           MOVE PJ-BALANCE-BEFORE     TO SS-BALANCE-BEFORE.
           MOVE PJ-REVERSED-KEY       TO SS-REVERSED-KEY.
           RELEASE SS-SORT-RECORD.
           ADD 1 TO SM-POSTING-SELECT-COUNT.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-MATCH-ACCOUNTS : walk the master in account order
      * against the sorted postings and last month's balances, and
      * print each account's statement.  Postings left over for
      * accounts not on the master go to the exception page.  Any
      * open failure here is a hard stop -- statements that cannot
      * be proved are not statements.
      *----------------------------------------------------------------*
       5200-MATCH-ACCOUNTS.
           PERFORM 5220-RETURN-POSTING THRU 5220-EXIT.
           OPEN INPUT ACCTMST-FILE.
           IF NOT SM-ACCTMST-IO-OK
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO SM-RPT-DETAIL-LINE
               STRING "ACCOUNT MASTER OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   SM-ACCTMST-STATUS DELIMITED BY SIZE
                   INTO SM-RPT-DETAIL-LINE
               END-STRING
               GENERATE STATEMENT-DETAIL
               GO TO 5200-EXIT
           END-IF.
           OPEN OUTPUT STMTBAL-FILE.
           IF NOT SM-STMTBAL-WRITE-OK
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO SM-RPT-DETAIL-LINE
               STRING "STATEMENT BALANCES OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   SM-STMTBAL-STATUS DELIMITED BY SIZE
                   INTO SM-RPT-DETAIL-LINE
               END-STRING
               GENERATE STATEMENT-DETAIL
               CLOSE ACCTMST-FILE
               GO TO 5200-EXIT
           END-IF.
           MOVE HIGH-VALUES TO SM-PRIOR-KEY.
           IF SM-PRIOR-FILE-PRESENT
               OPEN INPUT STMTPRV-FILE
               PERFORM 5210-READ-PRIOR THRU 5210-EXIT
           END-IF.
           PERFORM 5230-READ-MASTER THRU 5230-EXIT.
           PERFORM 5300-STATEMENT-ONE-ACCOUNT THRU 5300-EXIT
               UNTIL NOT SM-ACCTMST-IO-OK
               OR SM-STMT-HALTED.
           IF NOT SM-ACCTMST-AT-END
               AND NOT SM-STMT-HALTED
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO SM-RPT-DETAIL-LINE
               STRING "ACCOUNT MASTER READ FAILED, STATUS "
                   DELIMITED BY SIZE
                   SM-ACCTMST-STATUS DELIMITED BY SIZE
                   " -- STATEMENTS SHORT" DELIMITED BY SIZE
                   INTO SM-RPT-DETAIL-LINE
               END-STRING
               GENERATE STATEMENT-DETAIL
           END-IF.
           IF NOT SM-STMT-HALTED
               PERFORM 5400-ORPHAN-POSTING THRU 5400-EXIT
                   UNTIL SM-SORT-KEY = HIGH-VALUES
           END-IF.
           IF SM-PRIOR-FILE-PRESENT
               CLOSE STMTPRV-FILE
           END-IF.
           CLOSE ACCTMST-FILE.
           CLOSE STMTBAL-FILE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5210-READ-PRIOR : read the next record of last month's
      * balances.  End of file, or a read that fails, stands the
      * prior side of the match on HIGH-VALUES -- every account from
      * there on then takes the new-account opening balance, and a
      * failure is said on the report.
      *----------------------------------------------------------------*
       5210-READ-PRIOR.
           READ STMTPRV-FILE INTO SM-PRIOR-REC
               AT END
                   MOVE HIGH-VALUES TO SM-PRIOR-KEY
                   GO TO 5210-EXIT
           END-READ.
           IF NOT SM-STMTPRV-READ-OK
               MOVE HIGH-VALUES TO SM-PRIOR-KEY
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO SM-RPT-DETAIL-LINE
               STRING "PRIOR STATEMENT BALANCES READ FAILED, STATUS "
                   DELIMITED BY SIZE
                   SM-STMTPRV-STATUS DELIMITED BY SIZE
                   INTO SM-RPT-DETAIL-LINE
               END-STRING
               GENERATE STATEMENT-DETAIL
               GO TO 5210-EXIT
           END-IF.
           MOVE SM-PR-ACCOUNT-ID TO SM-PRIOR-KEY.
       5210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5220-RETURN-POSTING : take the next posting from the sort;
      * HIGH-VALUES on the posting side once there are none left.
      *----------------------------------------------------------------*
       5220-RETURN-POSTING.
           RETURN STMT-SORT-FILE
               AT END
                   MOVE HIGH-VALUES TO SM-SORT-KEY
                   GO TO 5220-EXIT
           END-RETURN.
           MOVE SS-ACCOUNT-ID TO SM-SORT-KEY.
       5220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5230-READ-MASTER : read the next account from the master.
      *----------------------------------------------------------------*
       5230-READ-MASTER.
           READ ACCTMST-FILE
               AT END
                   GO TO 5230-EXIT
           END-READ.
       5230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5300-STATEMENT-ONE-ACCOUNT : bring the prior balances and the
      * postings up to the account in hand, then print its
      * statement -- opening balance, the period's postings with a
      * running balance, totals, and the closing balance proved to
      * the master.  The opening balance is last month's closing
      * balance; an account with none was opened since at a zero
      * balance, except on the first statement run, when it is the
      * balance before the account's first posting in the period,
      * or the master balance for an account with no postings.
      *----------------------------------------------------------------*
       5300-STATEMENT-ONE-ACCOUNT.
           ADD 1 TO SM-ACCOUNT-COUNT.
           PERFORM 5210-READ-PRIOR THRU 5210-EXIT
               UNTIL SM-PRIOR-KEY NOT < AM-ACCOUNT-ID.
           PERFORM 5400-ORPHAN-POSTING THRU 5400-EXIT
               UNTIL SM-SORT-KEY NOT < AM-ACCOUNT-ID.
           MOVE ZERO TO SM-STMT-DEBITS.
           MOVE ZERO TO SM-STMT-CREDITS.
           MOVE ZERO TO SM-STMT-POSTING-COUNT.
           EVALUATE TRUE
               WHEN SM-PRIOR-KEY = AM-ACCOUNT-ID
                   MOVE SM-PR-CLOSING-BALANCE TO SM-OPENING-BALANCE
                   MOVE "OPENING BALANCE" TO SM-OPENING-SOURCE
               WHEN SM-PRIOR-FILE-PRESENT
                   MOVE ZERO TO SM-OPENING-BALANCE
                   MOVE "OPENING BALANCE (NEW ACCOUNT)"
                       TO SM-OPENING-SOURCE
               WHEN SM-SORT-KEY = AM-ACCOUNT-ID
                   MOVE SS-BALANCE-BEFORE TO SM-OPENING-BALANCE
                   MOVE "OPENING BALANCE (FIRST STMT)"
                       TO SM-OPENING-SOURCE
               WHEN OTHER
                   MOVE AM-CURRENT-BALANCE TO SM-OPENING-BALANCE
                   MOVE "OPENING BALANCE (FIRST STMT)"
                       TO SM-OPENING-SOURCE
           END-EVALUATE.
           MOVE SM-OPENING-BALANCE TO SM-RUNNING-BALANCE.
           EVALUATE TRUE
               WHEN AM-STATUS-CLOSED
                   MOVE "CLOSED" TO SM-STATUS-TEXT
               WHEN AM-STATUS-FROZEN
                   MOVE "FROZEN" TO SM-STATUS-TEXT
               WHEN OTHER
                   MOVE "OPEN" TO SM-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "STATEMENT FOR ACCOUNT " DELIMITED BY SIZE
               AM-ACCOUNT-ID DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               SM-STATUS-TEXT DELIMITED BY SIZE
               "  THROUGH " DELIMITED BY SIZE
               SM-RUN-DATE DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-NEW-PAGE.
           MOVE SM-OPENING-BALANCE TO SM-RPT-BALANCE-DISP.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING SM-OPENING-SOURCE DELIMITED BY SIZE
               "            " DELIMITED BY SIZE
               SM-RPT-BALANCE-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           MOVE "DATE        TRAN KEY    TYPE        AMOUNT       BALA
      -        "NCE" TO SM-RPT-DETAIL-LINE.
           GENERATE STATEMENT-DETAIL.
           PERFORM 5310-LIST-ONE-POSTING THRU 5310-EXIT
               UNTIL SM-SORT-KEY NOT = AM-ACCOUNT-ID.
           IF SM-STMT-POSTING-COUNT = ZERO
               MOVE "NO POSTINGS THIS PERIOD" TO SM-RPT-DETAIL-LINE
               GENERATE STATEMENT-DETAIL
           END-IF.
           MOVE SM-STMT-DEBITS TO SM-RPT-TOTAL-DISP.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "TOTAL DEBITS                 " DELIMITED BY SIZE
               SM-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           MOVE SM-STMT-CREDITS TO SM-RPT-TOTAL-DISP.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "TOTAL CREDITS                " DELIMITED BY SIZE
               SM-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           MOVE SM-RUNNING-BALANCE TO SM-RPT-BALANCE-DISP.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "CLOSING BALANCE                          "
               DELIMITED BY SIZE
               SM-RPT-BALANCE-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           PERFORM 5320-PROVE-TO-MASTER THRU 5320-EXIT.
           PERFORM 5230-READ-MASTER THRU 5230-EXIT.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5310-LIST-ONE-POSTING : print one posting with the running
      * balance after it, and the key it reverses when it is a
      * reversal from the backout program.
      *----------------------------------------------------------------*
       5310-LIST-ONE-POSTING.
           ADD 1 TO SM-STMT-POSTING-COUNT.
           IF SS-TYPE-CREDIT
               ADD SS-TRAN-AMOUNT TO SM-RUNNING-BALANCE
               ADD SS-TRAN-AMOUNT TO SM-STMT-CREDITS
               ADD SS-TRAN-AMOUNT TO SM-TOTAL-CREDITS
           ELSE
               SUBTRACT SS-TRAN-AMOUNT FROM SM-RUNNING-BALANCE
               ADD SS-TRAN-AMOUNT TO SM-STMT-DEBITS
               ADD SS-TRAN-AMOUNT TO SM-TOTAL-DEBITS
           END-IF.
           MOVE SS-TRAN-AMOUNT TO SM-RPT-AMOUNT-DISP.
           MOVE SM-RUNNING-BALANCE TO SM-RPT-BALANCE-DISP.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING SS-TRAN-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SS-TRAN-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SS-TRAN-TYPE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SM-RPT-AMOUNT-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SM-RPT-BALANCE-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           IF SS-REVERSED-KEY NOT = SPACES
               MOVE SPACES TO SM-RPT-DETAIL-LINE
               STRING "            REVERSAL OF " DELIMITED BY SIZE
                   SS-REVERSED-KEY DELIMITED BY SIZE
                   INTO SM-RPT-DETAIL-LINE
               END-STRING
               GENERATE STATEMENT-DETAIL
           END-IF.
           PERFORM 5220-RETURN-POSTING THRU 5220-EXIT.
       5310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5320-PROVE-TO-MASTER : the statement's closing balance must
      * be the master balance.  One that is not is said on the
      * statement and listed on the exception page with
      * RETURN-CODE 4.  Either way the master balance is carried
      * forward as next month's opening balance.
      *----------------------------------------------------------------*
       5320-PROVE-TO-MASTER.
           MOVE SPACES                 TO SB-STATEMENT-BALANCE.
           MOVE AM-ACCOUNT-ID          TO SB-ACCOUNT-ID.
           MOVE SM-RUN-DATE            TO SB-STATEMENT-DATE.
           MOVE SM-RUN-TIME            TO SB-STATEMENT-TIME.
           MOVE SM-OPENING-BALANCE     TO SB-OPENING-BALANCE.
           MOVE AM-CURRENT-BALANCE     TO SB-CLOSING-BALANCE.
           MOVE SM-STMT-DEBITS         TO SB-TOTAL-DEBITS.
           MOVE SM-STMT-CREDITS        TO SB-TOTAL-CREDITS.
           IF SM-RUNNING-BALANCE = AM-CURRENT-BALANCE
               SET SB-PROVED TO TRUE
               ADD 1 TO SM-PROVED-COUNT
           ELSE
               SET SB-NOT-PROVED TO TRUE
               ADD 1 TO SM-NOT-PROVED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE AM-CURRENT-BALANCE TO SM-RPT-BALANCE-DISP
               MOVE SPACES TO SM-RPT-DETAIL-LINE
               STRING "*** DOES NOT AGREE WITH MASTER BALANCE  "
                   DELIMITED BY SIZE
                   SM-RPT-BALANCE-DISP DELIMITED BY SIZE
                   INTO SM-RPT-DETAIL-LINE
               END-STRING
               GENERATE STATEMENT-DETAIL
               MOVE AM-ACCOUNT-ID      TO SM-NEW-EXC-ACCOUNT-ID
               MOVE SM-RUNNING-BALANCE TO SM-NEW-EXC-STMT-BALANCE
               MOVE AM-CURRENT-BALANCE TO SM-NEW-EXC-MAST-BALANCE
               MOVE "BALANCE DIFFERS"  TO SM-NEW-EXC-REASON
               PERFORM 5330-ADD-EXCEPTION THRU 5330-EXIT
           END-IF.
           WRITE SB-STATEMENT-BALANCE.
           IF NOT SM-STMTBAL-WRITE-OK
               MOVE 8 TO RETURN-CODE
               SET SM-STMT-HALTED TO TRUE
               MOVE SPACES TO SM-RPT-DETAIL-LINE
               STRING "STATEMENT BALANCES WRITE FAILED, STATUS "
                   DELIMITED BY SIZE
                   SM-STMTBAL-STATUS DELIMITED BY SIZE
                   INTO SM-RPT-DETAIL-LINE
               END-STRING
               GENERATE STATEMENT-DETAIL
           END-IF.
       5320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5330-ADD-EXCEPTION : add the exception in SM-NEW-EXCEPTION to
      * the table for the exception page.  An overflow stops the
      * list short; the page says so and the run is already at
      * RETURN-CODE 4.
      *----------------------------------------------------------------*
       5330-ADD-EXCEPTION.
           IF SM-EXCEPTION-COUNT = 500
               SET SM-EXC-OVERFLOWED TO TRUE
               GO TO 5330-EXIT
           END-IF.
           ADD 1 TO SM-EXCEPTION-COUNT.
           SET SM-EXC-IX TO SM-EXCEPTION-COUNT.
           MOVE SM-NEW-EXC-ACCOUNT-ID
               TO SM-EXC-ACCOUNT-ID (SM-EXC-IX).
           MOVE SM-NEW-EXC-STMT-BALANCE
               TO SM-EXC-STMT-BALANCE (SM-EXC-IX).
           MOVE SM-NEW-EXC-MAST-BALANCE
               TO SM-EXC-MAST-BALANCE (SM-EXC-IX).
           MOVE SM-NEW-EXC-REASON
               TO SM-EXC-REASON (SM-EXC-IX).
       5330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5400-ORPHAN-POSTING : a posting for an account the master no
      * longer holds -- it can appear on no statement.  Each such
      * account goes to the exception page once, with RETURN-CODE 4.
      *----------------------------------------------------------------*
       5400-ORPHAN-POSTING.
           ADD 1 TO SM-ORPHAN-COUNT.
           IF SS-ACCOUNT-ID NOT = SM-LAST-ORPHAN-ID
               MOVE SS-ACCOUNT-ID TO SM-LAST-ORPHAN-ID
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SS-ACCOUNT-ID     TO SM-NEW-EXC-ACCOUNT-ID
               MOVE SS-BALANCE-BEFORE TO SM-NEW-EXC-STMT-BALANCE
               MOVE ZERO              TO SM-NEW-EXC-MAST-BALANCE
               MOVE "NOT ON MASTER"   TO SM-NEW-EXC-REASON
               PERFORM 5330-ADD-EXCEPTION THRU 5330-EXIT
           END-IF.
           PERFORM 5220-RETURN-POSTING THRU 5220-EXIT.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-PRINT-EXCEPTIONS : the exception page -- every account
      * whose statement does not prove to the master, every account
      * with postings that is not on it -- and the run totals.
      *----------------------------------------------------------------*
       6000-PRINT-EXCEPTIONS.
           MOVE "STATEMENT EXCEPTIONS -- ACCOUNTS THAT DO NOT PROVE TO
      -        "THE MASTER" TO SM-RPT-DETAIL-LINE.
           GENERATE STATEMENT-NEW-PAGE.
           MOVE "ACCOUNT   REASON               STATEMENT BAL    MASTE
      -        "R BAL" TO SM-RPT-DETAIL-LINE.
           GENERATE STATEMENT-DETAIL.
           IF SM-EXCEPTION-COUNT = ZERO
               MOVE "NONE -- EVERY STATEMENT PROVES TO THE MASTER"
                   TO SM-RPT-DETAIL-LINE
               GENERATE STATEMENT-DETAIL
           END-IF.
           PERFORM 6010-PRINT-ONE-EXCEPTION THRU 6010-EXIT
               VARYING SM-EXC-IX FROM 1 BY 1
               UNTIL SM-EXC-IX > SM-EXCEPTION-COUNT.
           IF SM-EXC-OVERFLOWED
               MOVE "EXCEPTION TABLE OVERFLOWED -- LIST IS SHORT"
                   TO SM-RPT-DETAIL-LINE
               GENERATE STATEMENT-DETAIL
           END-IF.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           GENERATE STATEMENT-DETAIL.
           MOVE SM-ACCOUNT-COUNT TO SM-RPT-COUNT-DISP.
           STRING "STATEMENTS PRINTED:    " DELIMITED BY SIZE
               SM-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           MOVE SM-PROVED-COUNT TO SM-RPT-COUNT-DISP.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "PROVED TO MASTER:      " DELIMITED BY SIZE
               SM-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           MOVE SM-NOT-PROVED-COUNT TO SM-RPT-COUNT-DISP.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "NOT PROVED:            " DELIMITED BY SIZE
               SM-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           MOVE SM-POSTING-SELECT-COUNT TO SM-RPT-COUNT-DISP.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "POSTINGS IN PERIOD:    " DELIMITED BY SIZE
               SM-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           MOVE SM-ORPHAN-COUNT TO SM-RPT-COUNT-DISP.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "POSTINGS NOT ON MASTER:" DELIMITED BY SIZE
               SM-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           MOVE SM-TOTAL-DEBITS TO SM-RPT-TOTAL-DISP.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "TOTAL DEBITS:          " DELIMITED BY SIZE
               SM-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
           MOVE SM-TOTAL-CREDITS TO SM-RPT-TOTAL-DISP.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING "TOTAL CREDITS:         " DELIMITED BY SIZE
               SM-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6010-PRINT-ONE-EXCEPTION : print one exception-page line.
      *----------------------------------------------------------------*
       6010-PRINT-ONE-EXCEPTION.
           MOVE SM-EXC-STMT-BALANCE (SM-EXC-IX)
               TO SM-RPT-BALANCE-DISP.
           MOVE SM-EXC-MAST-BALANCE (SM-EXC-IX)
               TO SM-RPT-BALANCE-DISP2.
           MOVE SPACES TO SM-RPT-DETAIL-LINE.
           STRING SM-EXC-ACCOUNT-ID (SM-EXC-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SM-EXC-REASON (SM-EXC-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-RPT-BALANCE-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SM-RPT-BALANCE-DISP2 DELIMITED BY SIZE
               INTO SM-RPT-DETAIL-LINE
           END-STRING.
           GENERATE STATEMENT-DETAIL.
       6010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-CLOSE-REPORT : finish the statement report.
      *----------------------------------------------------------------*
       7000-CLOSE-REPORT.
           TERMINATE STATEMENT-RPT.
           CLOSE STMTRPT-FILE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9999-EXIT : single point of job termination.
      *----------------------------------------------------------------*
       9999-EXIT.
           STOP RUN.
