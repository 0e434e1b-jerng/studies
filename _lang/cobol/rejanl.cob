      *----------------------------------------------------------------*
      * REJANL : monthly reject analysis from the reject files.
      *
      * Reads every cataloged generation of the nightly validation
      * rejects, the posting step's rejects, and the hold review's
      * declines -- all one 94-byte layout -- and produces a
      * paginated Report Writer analysis for one calendar month :
      * reject counts and amounts by reason code and by calendar
      * day, the repeat-offender accounts rejected most often, and
      * how many of the month's rejects were corrected and recycled
      * by month end against how many were still open, with the
      * average days from RJ-REJECT-DATE to recycle.  The recycle
      * side comes from the RECYCLE generations, where the recycle
      * pass stamps its run date on every corrected transaction.
      * The month reported is named on a //SYSIN parameter card
      * (YYYY-MM); a missing card defaults to the month the job is
      * running in.
      *
      * Modification History :
      *   2026-10-15  JLG  Original program -- management wants
      *                    reject volumes and repeat offenders in
      *                    numbers each month, not anecdotes.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rejanl.
       AUTHOR. J L GREEN.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RPTPARM-FILE : the //SYSIN parameter card naming the
      *    calendar month this report is to cover.
           SELECT RPTPARM-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RA-RPTPARM-STATUS.

      *    REJECTD-FILE : the reject, posting-reject, and declined
      *    generations, concatenated, read end to end and tallied
      *    by month.
           SELECT REJECTD-FILE ASSIGN TO REJECTD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RA-REJECTD-STATUS.

      *    RECYCLE-FILE : the recycle generations, concatenated --
      *    the corrected transactions and the date each went back
      *    into the feed.
           SELECT RECYCLE-FILE ASSIGN TO RECYCLE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RA-RECYCLE-STATUS.

      *    RPTOUT-FILE : the paginated monthly reject analysis.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RA-RPTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTPARM-FILE
           RECORDING MODE IS F.
           COPY RPTPARM.

       FD  REJECTD-FILE
           RECORDING MODE IS F.
           COPY REJECTD.

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
           COPY TRANSCT.

       FD  RPTOUT-FILE
           REPORT IS REJECT-ANL-RPT.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    WS-JOB-BANNER : shared job-banner record, common to every
      *    program in the suite (see COPY JOBBANR).
      *----------------------------------------------------------------*
       COPY JOBBANR.

       01  RA-CURRENT-DATE-TIME        PIC X(21).

       01  RA-RUN-STAMP.
           05  RA-RUN-DATE.
               10  RA-RUN-YYYY         PIC 9(04).
               10  FILLER              PIC X(01) VALUE '-'.
               10  RA-RUN-MM           PIC 9(02).
               10  FILLER              PIC X(01) VALUE '-'.
               10  RA-RUN-DD           PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-RUN-TIME.
               10  RA-RUN-HH           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  RA-RUN-MN           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  RA-RUN-SS           PIC 9(02).

       01  RA-RUNENV-VALUE             PIC X(04) VALUE SPACES.

       01  RA-RPTPARM-STATUS           PIC X(02) VALUE SPACES.
           88  RA-RPTPARM-READ-OK          VALUE '00'.

       01  RA-REJECTD-STATUS           PIC X(02) VALUE SPACES.
           88  RA-REJECTD-READ-OK          VALUE '00'.
           88  RA-REJECTD-AT-END           VALUE '10'.

       01  RA-RECYCLE-STATUS           PIC X(02) VALUE SPACES.
           88  RA-RECYCLE-READ-OK          VALUE '00'.
           88  RA-RECYCLE-AT-END           VALUE '10'.

       01  RA-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
           88  RA-RPTOUT-WRITE-OK          VALUE '00'.

      *----------------------------------------------------------------*
      *    RA-REPORT-MONTH : the YYYY-MM this report covers, from the
      *    parameter card or defaulted to the running month, plus the
      *    day count of that month and its first and last dates.
      *----------------------------------------------------------------*
       01  RA-REPORT-MONTH             PIC X(07) VALUE SPACES.
       01  RA-REPORT-YYYY              PIC 9(04) VALUE ZERO.
       01  RA-REPORT-MM                PIC 9(02) VALUE ZERO.
       01  RA-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
       01  RA-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
       01  RA-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
       01  RA-MONTH-START-DATE         PIC X(10) VALUE SPACES.
       01  RA-MONTH-END-DATE           PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *    RA-REASON-TABLE : the reason codes the suite writes, with
      *    the short description the report prints against each.
      *----------------------------------------------------------------*
       01  RA-REASON-CODE-TABLE.
           05  FILLER  PIC X(40)
                   VALUE 'RK01RD02RA03RT04RM05RS06RN07RC08RF09RH10'.
       01  FILLER REDEFINES RA-REASON-CODE-TABLE.
           05  RA-REASON-CODE          OCCURS 10 TIMES
                                       PIC X(04).

       01  RA-REASON-TEXT-TABLE.
           05  FILLER  PIC X(20) VALUE 'KEY MISSING'.
           05  FILLER  PIC X(20) VALUE 'DATE NOT VALID'.
           05  FILLER  PIC X(20) VALUE 'ACCOUNT MISSING'.
           05  FILLER  PIC X(20) VALUE 'TYPE NOT DB OR CR'.
           05  FILLER  PIC X(20) VALUE 'AMOUNT NOT NUMERIC'.
           05  FILLER  PIC X(20) VALUE 'OUT OF SEQUENCE'.
           05  FILLER  PIC X(20) VALUE 'NOT ON MASTER'.
           05  FILLER  PIC X(20) VALUE 'ACCOUNT CLOSED'.
           05  FILLER  PIC X(20) VALUE 'ACCOUNT FROZEN'.
           05  FILLER  PIC X(20) VALUE 'DECLINED ON REVIEW'.
       01  FILLER REDEFINES RA-REASON-TEXT-TABLE.
           05  RA-REASON-TEXT          OCCURS 10 TIMES
                                       PIC X(20).

      *----------------------------------------------------------------*
      *    RA-REASON-TALLY : count and amount per reason code, in
      *    RA-REASON-CODE order; the eleventh entry gathers any code
      *    the table does not know.
      *----------------------------------------------------------------*
       01  RA-REASON-TALLY.
           05  RA-RSN-ENTRY            OCCURS 11 TIMES
                                       INDEXED BY RA-RSN-IX.
               10  RA-RSN-COUNT        PIC 9(07).
               10  RA-RSN-AMOUNT       PIC 9(13)V99.

      *----------------------------------------------------------------*
      *    RA-DAY-TABLE : count and amount per calendar day of the
      *    report month.
      *----------------------------------------------------------------*
       01  RA-DAY-TABLE.
           05  RA-DAY-ENTRY            OCCURS 31 TIMES
                                       INDEXED BY RA-DAY-IX.
               10  RA-DAY-COUNT        PIC 9(07).
               10  RA-DAY-AMOUNT       PIC 9(13)V99.

      *----------------------------------------------------------------*
      *    RA-ACCOUNT-TABLE : one entry per distinct account rejected
      *    in the report month, for the repeat-offender ranking.  A
      *    month with more distinct accounts than the table holds is
      *    ranked on the accounts it did hold and flagged RC 4.
      *----------------------------------------------------------------*
       01  RA-ACCOUNT-TABLE.
           05  RA-ACCOUNT-COUNT        PIC 9(05) VALUE ZERO.
           05  RA-ACCOUNT-ENTRY        OCCURS 5000 TIMES
                                       INDEXED BY RA-ACCT-IX.
               10  RA-ACCT-ID          PIC X(08).
               10  RA-ACCT-REJ-COUNT   PIC 9(05).
               10  RA-ACCT-REJ-AMOUNT  PIC 9(13)V99.
               10  RA-ACCT-RANKED-SW   PIC X(01).
                   88  RA-ACCT-RANKED          VALUE 'Y'.
                   88  RA-ACCT-NOT-RANKED      VALUE 'N'.

      *----------------------------------------------------------------*
      *    RA-RECYCLE-TABLE : every recycled transaction that could
      *    close a reject of the report month -- its key, the source
      *    that originated it, and the date it went back into the
      *    feed.  Recycles dated before the month began cannot, and
      *    are not kept.  A recycle written before the recycle pass
      *    stamped its date is kept undated : it still counts as
      *    recycled, but not in the average.  One written before the
      *    pass kept the originating source has it blank, and
      *    matches on its key alone.
      *----------------------------------------------------------------*
       01  RA-RECYCLE-TABLE.
           05  RA-RECYCLE-COUNT        PIC 9(05) VALUE ZERO.
           05  RA-RECYCLE-ENTRY        OCCURS 10000 TIMES
                                       INDEXED BY RA-RCY-IX.
               10  RA-RCY-KEY          PIC X(10).
               10  RA-RCY-SOURCE       PIC X(02).
               10  RA-RCY-DATE         PIC X(10).

      *----------------------------------------------------------------*
      *    RA-REJECT-IMAGE : the rejected transaction's image, in the
      *    TRANSACT layout, for its key, account, amount, and the
      *    source that originated it -- its own origin when the
      *    reject was itself a recycle or release, else its source.
      *----------------------------------------------------------------*
       01  RA-REJECT-IMAGE.
           05  RA-IM-TRAN-KEY          PIC X(10).
           05  RA-IM-TRAN-DATE         PIC X(10).
           05  RA-IM-ACCOUNT-ID        PIC X(08).
           05  RA-IM-TRAN-TYPE         PIC X(02).
           05  RA-IM-TRAN-AMOUNT       PIC 9(09)V99.
           05  FILLER                  PIC X(21).
           05  RA-IM-SOURCE-CODE       PIC X(02).
           05  RA-IM-ORIGIN-SOURCE     PIC X(02).
           05  FILLER                  PIC X(14).

       01  RA-REJECT-ORIGIN            PIC X(02) VALUE SPACES.

       01  RA-WORK-FIELDS.
           05  RA-CODE-FOUND-SW        PIC X(01) VALUE 'N'.
               88  RA-CODE-FOUND               VALUE 'Y'.
               88  RA-CODE-NOT-FOUND           VALUE 'N'.
           05  RA-ACCT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  RA-ACCT-FOUND               VALUE 'Y'.
               88  RA-ACCT-NOT-FOUND           VALUE 'N'.
           05  RA-ACCT-FULL-SW         PIC X(01) VALUE 'N'.
               88  RA-ACCT-TABLE-FULL          VALUE 'Y'.
           05  RA-RCY-FULL-SW          PIC X(01) VALUE 'N'.
               88  RA-RCY-TABLE-FULL           VALUE 'Y'.
           05  RA-UNDATED-SW           PIC X(01) VALUE 'N'.
               88  RA-UNDATED-MATCH            VALUE 'Y'.
               88  RA-NO-UNDATED-MATCH         VALUE 'N'.
           05  RA-RANKING-SW           PIC X(01) VALUE 'N'.
               88  RA-RANKING-DONE             VALUE 'Y'.
               88  RA-RANKING-OPEN             VALUE 'N'.
           05  RA-CODE-SUB             PIC 9(02) VALUE ZERO.
           05  RA-DAY-SUB              PIC 9(02) VALUE ZERO.
           05  RA-RANK                 PIC 9(02) VALUE ZERO.
           05  RA-RANKED-COUNT         PIC 9(02) VALUE ZERO.
           05  RA-BEST-SUB             PIC 9(05) VALUE ZERO.
           05  RA-BEST-COUNT           PIC 9(05) VALUE ZERO.
           05  RA-BEST-DATE            PIC X(10) VALUE SPACES.
           05  RA-ITEM-AMOUNT          PIC 9(09)V99 VALUE ZERO.
           05  RA-DATE-TEXT            PIC X(08) VALUE SPACES.
           05  RA-DATE-WORK            PIC 9(08) VALUE ZERO.
           05  RA-REJECT-INTEGER       PIC 9(08) VALUE ZERO.
           05  RA-RECYCLE-INTEGER      PIC 9(08) VALUE ZERO.
           05  RA-REJECT-READ-COUNT    PIC 9(07) VALUE ZERO.
           05  RA-RECYCLE-READ-COUNT   PIC 9(07) VALUE ZERO.
           05  RA-MONTH-REJECT-COUNT   PIC 9(07) VALUE ZERO.
           05  RA-MONTH-REJECT-AMOUNT  PIC 9(13)V99 VALUE ZERO.
           05  RA-SKIPPED-COUNT        PIC 9(07) VALUE ZERO.
           05  RA-REVIEW-CLOSED-COUNT  PIC 9(07) VALUE ZERO.
           05  RA-FOR-CORRECTION-COUNT PIC 9(07) VALUE ZERO.
           05  RA-RECYCLED-COUNT       PIC 9(07) VALUE ZERO.
           05  RA-UNDATED-COUNT        PIC 9(07) VALUE ZERO.
           05  RA-DATED-COUNT          PIC 9(07) VALUE ZERO.
           05  RA-RECYCLE-DAYS-TOTAL   PIC 9(09) VALUE ZERO.
           05  RA-OPEN-COUNT           PIC 9(07) VALUE ZERO.
           05  RA-SHARE-PCT            PIC 9(03)V9 VALUE ZERO.
           05  RA-AVERAGE-DAYS         PIC 9(05)V9 VALUE ZERO.

      *----------------------------------------------------------------*
      *    RA-RPT-xxx : each print line is built up whole and handed
      *    to the REPORT SECTION as a single SOURCE item per line.
      *----------------------------------------------------------------*
       01  RA-RPT-HDG-LINE1            PIC X(46) VALUE SPACES.
       01  RA-RPT-HDG-LINE2            PIC X(40) VALUE SPACES.
       01  RA-RPT-HDG-LINE3            PIC X(56) VALUE SPACES.
       01  RA-RPT-DETAIL-LINE          PIC X(64) VALUE SPACES.
       01  RA-RPT-FTG-LINE1            PIC X(14) VALUE SPACES.
       01  RA-RPT-COUNT-DISP           PIC Z(06)9.
       01  RA-RPT-AMOUNT-DISP          PIC Z(12)9.99.
       01  RA-RPT-DAY-DISP             PIC 9(02).
       01  RA-RPT-RANK-DISP            PIC Z9.
       01  RA-RPT-PCT-DISP             PIC ZZ9.9.
       01  RA-RPT-AVG-DISP             PIC Z(04)9.9.

       REPORT SECTION.
      *----------------------------------------------------------------*
      * REJECT-ANL-RPT : paginated monthly reject analysis, in the
      * same manner as the RUN-STATS-RPT of the run-statistics job.
      *----------------------------------------------------------------*
       RD  REJECT-ANL-RPT
           PAGE LIMIT 60 LINES
           FIRST DETAIL 5
           LAST DETAIL 55
           FOOTING 58.
       01  TYPE PAGE HEADING.
           05  LINE 1  COLUMN 1  PIC X(46) SOURCE RA-RPT-HDG-LINE1.
           05  LINE 2  COLUMN 1  PIC X(40) SOURCE RA-RPT-HDG-LINE2.
           05  LINE 3  COLUMN 1  PIC X(56) SOURCE RA-RPT-HDG-LINE3.
       01  REJECT-ANL-DETAIL TYPE DETAIL.
           05  LINE PLUS 1 COLUMN 1  PIC X(64)
                   SOURCE RA-RPT-DETAIL-LINE.
       01  TYPE PAGE FOOTING.
           05  LINE 58 COLUMN 1  PIC X(14) SOURCE RA-RPT-FTG-LINE1.
           05  LINE 59 COLUMN 1  PIC ZZZ9 SOURCE PAGE-COUNTER.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE : overall job control.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-PARM-CARD THRU 2000-EXIT.
           PERFORM 3000-LOAD-RECYCLES THRU 3000-EXIT.
           IF RETURN-CODE < 8
               PERFORM 3100-TALLY-REJECTS THRU 3100-EXIT
           END-IF.
           IF RETURN-CODE < 8
               PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE : capture the run stamp, build the shared job
      * banner, and clear the tally tables.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO RA-CURRENT-DATE-TIME.
           MOVE RA-CURRENT-DATE-TIME(1:4)  TO RA-RUN-YYYY.
           MOVE RA-CURRENT-DATE-TIME(5:2)  TO RA-RUN-MM.
           MOVE RA-CURRENT-DATE-TIME(7:2)  TO RA-RUN-DD.
           MOVE RA-CURRENT-DATE-TIME(9:2)  TO RA-RUN-HH.
           MOVE RA-CURRENT-DATE-TIME(11:2) TO RA-RUN-MN.
           MOVE RA-CURRENT-DATE-TIME(13:2) TO RA-RUN-SS.
           MOVE "rejanl"          TO JB-JOB-NAME.
           MOVE RA-RUN-DATE       TO JB-RUN-DATE.
           MOVE RA-RUN-TIME       TO JB-RUN-TIME.
           ACCEPT JB-RUN-USER FROM ENVIRONMENT "USER".
           ACCEPT RA-RUNENV-VALUE FROM ENVIRONMENT "RUNENV".
           IF RA-RUNENV-VALUE = "PROD"
               MOVE "PROD" TO JB-ENVIRONMENT
           ELSE
               MOVE "TEST" TO JB-ENVIRONMENT
           END-IF.
           PERFORM 1010-CLEAR-REASON-ENTRY THRU 1010-EXIT
               VARYING RA-RSN-IX FROM 1 BY 1
               UNTIL RA-RSN-IX > 11.
           PERFORM 1020-CLEAR-DAY-ENTRY THRU 1020-EXIT
               VARYING RA-DAY-IX FROM 1 BY 1
               UNTIL RA-DAY-IX > 31.
           MOVE 0 TO RETURN-CODE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-CLEAR-REASON-ENTRY : clear one reason-tally entry.
      *----------------------------------------------------------------*
       1010-CLEAR-REASON-ENTRY.
           MOVE ZERO TO RA-RSN-COUNT (RA-RSN-IX).
           MOVE ZERO TO RA-RSN-AMOUNT (RA-RSN-IX).
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1020-CLEAR-DAY-ENTRY : clear one day-table entry.
      *----------------------------------------------------------------*
       1020-CLEAR-DAY-ENTRY.
           MOVE ZERO TO RA-DAY-COUNT (RA-DAY-IX).
           MOVE ZERO TO RA-DAY-AMOUNT (RA-DAY-IX).
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-READ-PARM-CARD : pick up the report month from //SYSIN.
      * A missing or unreadable card defaults the report to the month
      * this job is running in; a card that fails its edits defaults
      * it too, but leaves RETURN-CODE 4.
      *----------------------------------------------------------------*
       2000-READ-PARM-CARD.
           MOVE SPACES TO RA-REPORT-MONTH.
           OPEN INPUT RPTPARM-FILE.
           IF NOT RA-RPTPARM-READ-OK
               GO TO 2000-DEFAULT
           END-IF.
           READ RPTPARM-FILE
               AT END
                   CLOSE RPTPARM-FILE
                   GO TO 2000-DEFAULT
           END-READ.
           CLOSE RPTPARM-FILE.
           IF RP-REPORT-YYYY NUMERIC
               AND RP-PARM-RECORD(5:1) = '-'
               AND RP-REPORT-MM NUMERIC
               AND RP-REPORT-MM > 0
               AND RP-REPORT-MM < 13
               MOVE RP-PARM-RECORD(1:7) TO RA-REPORT-MONTH
               MOVE RP-REPORT-YYYY TO RA-REPORT-YYYY
               MOVE RP-REPORT-MM   TO RA-REPORT-MM
               GO TO 2000-SET-DAYS
           END-IF.
      *    A card was supplied but failed the edits -- default the
      *    month, but do not let the run look clean.
           MOVE 4 TO RETURN-CODE.
       2000-DEFAULT.
           MOVE RA-RUN-STAMP(1:7) TO RA-REPORT-MONTH.
           MOVE RA-RUN-YYYY TO RA-REPORT-YYYY.
           MOVE RA-RUN-MM   TO RA-REPORT-MM.
       2000-SET-DAYS.
           EVALUATE RA-REPORT-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO RA-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO RA-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 2010-SET-FEBRUARY THRU 2010-EXIT
               WHEN OTHER
                   MOVE 31 TO RA-DAYS-IN-MONTH
           END-EVALUATE.
           MOVE RA-DAYS-IN-MONTH TO RA-RPT-DAY-DISP.
           STRING RA-REPORT-MONTH DELIMITED BY SIZE
               "-01" DELIMITED BY SIZE
               INTO RA-MONTH-START-DATE
           END-STRING.
           STRING RA-REPORT-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RA-RPT-DAY-DISP DELIMITED BY SIZE
               INTO RA-MONTH-END-DATE
           END-STRING.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2010-SET-FEBRUARY : 29 days in a leap year -- divisible by 4,
      * except centuries, except every fourth century.
      *----------------------------------------------------------------*
       2010-SET-FEBRUARY.
           MOVE 28 TO RA-DAYS-IN-MONTH.
           DIVIDE RA-REPORT-YYYY BY 4
               GIVING RA-LEAP-QUOTIENT
               REMAINDER RA-LEAP-REMAINDER.
           IF RA-LEAP-REMAINDER NOT = ZERO
               GO TO 2010-EXIT
           END-IF.
           DIVIDE RA-REPORT-YYYY BY 100
               GIVING RA-LEAP-QUOTIENT
               REMAINDER RA-LEAP-REMAINDER.
           IF RA-LEAP-REMAINDER NOT = ZERO
               MOVE 29 TO RA-DAYS-IN-MONTH
               GO TO 2010-EXIT
           END-IF.
           DIVIDE RA-REPORT-YYYY BY 400
               GIVING RA-LEAP-QUOTIENT
               REMAINDER RA-LEAP-REMAINDER.
           IF RA-LEAP-REMAINDER = ZERO
               MOVE 29 TO RA-DAYS-IN-MONTH
           END-IF.
       2010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-LOAD-RECYCLES : read the recycle generations end to end
      * into the recycle table.  Without them every reject would
      * show as open, so a file that cannot be opened or read to
      * the end stops the report.
      *----------------------------------------------------------------*
       3000-LOAD-RECYCLES.
           OPEN INPUT RECYCLE-FILE.
           IF NOT RA-RECYCLE-READ-OK
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-LOAD-ONE-RECYCLE THRU 3010-EXIT
               UNTIL NOT RA-RECYCLE-READ-OK.
           IF NOT RA-RECYCLE-AT-END
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE RECYCLE-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3010-LOAD-ONE-RECYCLE : read one recycle record and keep it
      * when it could close a reject of the report month.  Each
      * generation's trailer is passed over.
      *----------------------------------------------------------------*
       3010-LOAD-ONE-RECYCLE.
           READ RECYCLE-FILE
               AT END
                   GO TO 3010-EXIT
           END-READ.
           IF NOT RA-RECYCLE-READ-OK
               GO TO 3010-EXIT
           END-IF.
           IF TL-IS-TRAILER
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO RA-RECYCLE-READ-COUNT.
           IF TR-RECYCLE-DATE NOT = SPACES
               AND TR-RECYCLE-DATE < RA-MONTH-START-DATE
               GO TO 3010-EXIT
           END-IF.
           IF RA-RECYCLE-COUNT = 10000
               SET RA-RCY-TABLE-FULL TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO RA-RECYCLE-COUNT.
           SET RA-RCY-IX TO RA-RECYCLE-COUNT.
           MOVE TR-TRAN-KEY      TO RA-RCY-KEY (RA-RCY-IX).
           MOVE TR-ORIGIN-SOURCE TO RA-RCY-SOURCE (RA-RCY-IX).
           MOVE TR-RECYCLE-DATE  TO RA-RCY-DATE (RA-RCY-IX).
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-TALLY-REJECTS : read the reject generations end to end
      * and tally every reject written in the report month.
      *----------------------------------------------------------------*
       3100-TALLY-REJECTS.
           OPEN INPUT REJECTD-FILE.
           IF NOT RA-REJECTD-READ-OK
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-TALLY-ONE-REJECT THRU 3110-EXIT
               UNTIL NOT RA-REJECTD-READ-OK.
           IF NOT RA-REJECTD-AT-END
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE REJECTD-FILE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3110-TALLY-ONE-REJECT : read one reject and, when it was
      * written in the report month, fold it into the reason, day,
      * account, and recycle tallies.  A reject whose day is outside
      * the calendar month is counted as skipped rather than
      * trusted; an amount that is not numeric (RM05) counts as a
      * reject but adds nothing to the amounts.
      *----------------------------------------------------------------*
       3110-TALLY-ONE-REJECT.
           READ REJECTD-FILE
               AT END
                   GO TO 3110-EXIT
           END-READ.
           IF NOT RA-REJECTD-READ-OK
               GO TO 3110-EXIT
           END-IF.
           ADD 1 TO RA-REJECT-READ-COUNT.
           IF RJ-REJECT-DATE(1:7) NOT = RA-REPORT-MONTH
               GO TO 3110-EXIT
           END-IF.
           IF RJ-REJECT-DATE(9:2) NOT NUMERIC
               ADD 1 TO RA-SKIPPED-COUNT
               GO TO 3110-EXIT
           END-IF.
           MOVE RJ-REJECT-DATE(9:2) TO RA-DAY-SUB.
           IF RA-DAY-SUB < 1 OR RA-DAY-SUB > RA-DAYS-IN-MONTH
               ADD 1 TO RA-SKIPPED-COUNT
               GO TO 3110-EXIT
           END-IF.
           MOVE RJ-TRAN-IMAGE TO RA-REJECT-IMAGE.
           MOVE ZERO TO RA-ITEM-AMOUNT.
           IF RA-IM-TRAN-AMOUNT NUMERIC
               MOVE RA-IM-TRAN-AMOUNT TO RA-ITEM-AMOUNT
           END-IF.
           ADD 1 TO RA-MONTH-REJECT-COUNT.
           ADD RA-ITEM-AMOUNT TO RA-MONTH-REJECT-AMOUNT.
           SET RA-DAY-IX TO RA-DAY-SUB.
           ADD 1 TO RA-DAY-COUNT (RA-DAY-IX).
           ADD RA-ITEM-AMOUNT TO RA-DAY-AMOUNT (RA-DAY-IX).
           PERFORM 3120-TALLY-REASON THRU 3120-EXIT.
           PERFORM 3130-TALLY-ACCOUNT THRU 3130-EXIT.
           PERFORM 3140-TALLY-RECYCLE THRU 3140-EXIT.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3120-TALLY-REASON : find the reject's reason in the code
      * table and fold it in; an unknown code goes to the eleventh
      * entry.
      *----------------------------------------------------------------*
       3120-TALLY-REASON.
           SET RA-CODE-NOT-FOUND TO TRUE.
           PERFORM 3125-SCAN-REASON-CODE THRU 3125-EXIT
               VARYING RA-CODE-SUB FROM 1 BY 1
               UNTIL RA-CODE-SUB > 10
               OR RA-CODE-FOUND.
           IF RA-CODE-FOUND
               SUBTRACT 1 FROM RA-CODE-SUB
           ELSE
               MOVE 11 TO RA-CODE-SUB
           END-IF.
           SET RA-RSN-IX TO RA-CODE-SUB.
           ADD 1 TO RA-RSN-COUNT (RA-RSN-IX).
           ADD RA-ITEM-AMOUNT TO RA-RSN-AMOUNT (RA-RSN-IX).
       3120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3125-SCAN-REASON-CODE : compare one code-table entry to the
      * reject in hand.  The PERFORM VARYING in the caller steps the
      * subscript past the matching entry before its exit test sees
      * the switch, so the caller steps it back.
      *----------------------------------------------------------------*
       3125-SCAN-REASON-CODE.
           IF RA-REASON-CODE (RA-CODE-SUB) = RJ-REASON-CODE
               SET RA-CODE-FOUND TO TRUE
           END-IF.
       3125-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3130-TALLY-ACCOUNT : find (or add) the reject's account in
      * the account table and fold it in.  A reject with no account
      * (RA03) has nobody to rank and is left out.
      *----------------------------------------------------------------*
       3130-TALLY-ACCOUNT.
           IF RA-IM-ACCOUNT-ID = SPACES
               GO TO 3130-EXIT
           END-IF.
           SET RA-ACCT-NOT-FOUND TO TRUE.
           PERFORM 3135-SCAN-ACCOUNT-ENTRY THRU 3135-EXIT
               VARYING RA-ACCT-IX FROM 1 BY 1
               UNTIL RA-ACCT-IX > RA-ACCOUNT-COUNT
               OR RA-ACCT-FOUND.
           IF RA-ACCT-FOUND
               SET RA-ACCT-IX DOWN BY 1
           ELSE
               IF RA-ACCOUNT-COUNT = 5000
                   SET RA-ACCT-TABLE-FULL TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 3130-EXIT
               END-IF
               ADD 1 TO RA-ACCOUNT-COUNT
               SET RA-ACCT-IX TO RA-ACCOUNT-COUNT
               MOVE RA-IM-ACCOUNT-ID TO RA-ACCT-ID (RA-ACCT-IX)
               MOVE ZERO TO RA-ACCT-REJ-COUNT (RA-ACCT-IX)
               MOVE ZERO TO RA-ACCT-REJ-AMOUNT (RA-ACCT-IX)
               SET RA-ACCT-NOT-RANKED (RA-ACCT-IX) TO TRUE
           END-IF.
           ADD 1 TO RA-ACCT-REJ-COUNT (RA-ACCT-IX).
           ADD RA-ITEM-AMOUNT TO RA-ACCT-REJ-AMOUNT (RA-ACCT-IX).
       3130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3135-SCAN-ACCOUNT-ENTRY : compare one account-table entry to
      * the reject in hand; the caller steps the index back.
      *----------------------------------------------------------------*
       3135-SCAN-ACCOUNT-ENTRY.
           IF RA-ACCT-ID (RA-ACCT-IX) = RA-IM-ACCOUNT-ID
               SET RA-ACCT-FOUND TO TRUE
           END-IF.
       3135-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3140-TALLY-RECYCLE : was the reject corrected and recycled by
      * month end?  A reject declined on hold review (RH10) is
      * closed, not awaiting correction, and is counted apart.  Any
      * other reject is recycled when a recycle of its key and
      * originating source is dated on or after its reject date and
      * no later than the month end -- the earliest such recycle
      * times it -- or when an undated recycle of it exists;
      * otherwise it was still open at month end.
      *----------------------------------------------------------------*
       3140-TALLY-RECYCLE.
           IF RJ-REASON-CODE = 'RH10'
               ADD 1 TO RA-REVIEW-CLOSED-COUNT
               GO TO 3140-EXIT
           END-IF.
           ADD 1 TO RA-FOR-CORRECTION-COUNT.
           MOVE RA-IM-ORIGIN-SOURCE TO RA-REJECT-ORIGIN.
           IF RA-REJECT-ORIGIN = SPACES
               MOVE RA-IM-SOURCE-CODE TO RA-REJECT-ORIGIN
           END-IF.
           MOVE HIGH-VALUES TO RA-BEST-DATE.
           SET RA-NO-UNDATED-MATCH TO TRUE.
           PERFORM 3145-SCAN-RECYCLE-ENTRY THRU 3145-EXIT
               VARYING RA-RCY-IX FROM 1 BY 1
               UNTIL RA-RCY-IX > RA-RECYCLE-COUNT.
           IF RA-BEST-DATE NOT > RA-MONTH-END-DATE
               ADD 1 TO RA-RECYCLED-COUNT
               PERFORM 3150-AGE-RECYCLE THRU 3150-EXIT
               GO TO 3140-EXIT
           END-IF.
           IF RA-UNDATED-MATCH
               ADD 1 TO RA-RECYCLED-COUNT
               ADD 1 TO RA-UNDATED-COUNT
               GO TO 3140-EXIT
           END-IF.
           ADD 1 TO RA-OPEN-COUNT.
       3140-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3145-SCAN-RECYCLE-ENTRY : compare one recycle-table entry to
      * the reject in hand, on key and originating source, keeping
      * the earliest qualifying recycle date.  The whole table is
      * scanned -- the same key can be rejected, recycled, and
      * rejected again within the month.
      *----------------------------------------------------------------*
       3145-SCAN-RECYCLE-ENTRY.
           IF RA-RCY-KEY (RA-RCY-IX) NOT = RA-IM-TRAN-KEY
               GO TO 3145-EXIT
           END-IF.
           IF RA-RCY-SOURCE (RA-RCY-IX) NOT = SPACES
               AND RA-RCY-SOURCE (RA-RCY-IX) NOT = RA-REJECT-ORIGIN
               GO TO 3145-EXIT
           END-IF.
           IF RA-RCY-DATE (RA-RCY-IX) = SPACES
               SET RA-UNDATED-MATCH TO TRUE
               GO TO 3145-EXIT
           END-IF.
           IF RA-RCY-DATE (RA-RCY-IX) NOT < RJ-REJECT-DATE
               AND RA-RCY-DATE (RA-RCY-IX) < RA-BEST-DATE
               MOVE RA-RCY-DATE (RA-RCY-IX) TO RA-BEST-DATE
           END-IF.
       3145-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3150-AGE-RECYCLE : add the days from reject to recycle into
      * the running total behind the average.  A date that will not
      * convert leaves the reject out of the average.
      *----------------------------------------------------------------*
       3150-AGE-RECYCLE.
           MOVE SPACES TO RA-DATE-TEXT.
           STRING RJ-REJECT-DATE(1:4) DELIMITED BY SIZE
               RJ-REJECT-DATE(6:2) DELIMITED BY SIZE
               RJ-REJECT-DATE(9:2) DELIMITED BY SIZE
               INTO RA-DATE-TEXT
           END-STRING.
           IF RA-DATE-TEXT NOT NUMERIC
               ADD 1 TO RA-UNDATED-COUNT
               GO TO 3150-EXIT
           END-IF.
           MOVE RA-DATE-TEXT TO RA-DATE-WORK.
           COMPUTE RA-REJECT-INTEGER =
               FUNCTION INTEGER-OF-DATE (RA-DATE-WORK).
           MOVE SPACES TO RA-DATE-TEXT.
           STRING RA-BEST-DATE(1:4) DELIMITED BY SIZE
               RA-BEST-DATE(6:2) DELIMITED BY SIZE
               RA-BEST-DATE(9:2) DELIMITED BY SIZE
               INTO RA-DATE-TEXT
           END-STRING.
           IF RA-DATE-TEXT NOT NUMERIC
               ADD 1 TO RA-UNDATED-COUNT
               GO TO 3150-EXIT
           END-IF.
           MOVE RA-DATE-TEXT TO RA-DATE-WORK.
           COMPUTE RA-RECYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE (RA-DATE-WORK).
           ADD 1 TO RA-DATED-COUNT.
           COMPUTE RA-RECYCLE-DAYS-TOTAL = RA-RECYCLE-DAYS-TOTAL
               + RA-RECYCLE-INTEGER - RA-REJECT-INTEGER.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-PRINT-REPORT : generate the paginated report -- reasons,
      * days, repeat-offender accounts, then the recycle section and
      * the month totals.
      *----------------------------------------------------------------*
       4000-PRINT-REPORT.
           STRING JB-ENVIRONMENT DELIMITED BY SIZE
               "  REJANL MONTHLY REJECT ANALYSIS" DELIMITED BY SIZE
               INTO RA-RPT-HDG-LINE1
           END-STRING.
           STRING "REPORT MONTH: " DELIMITED BY SIZE
               RA-REPORT-MONTH DELIMITED BY SIZE
               INTO RA-RPT-HDG-LINE2
           END-STRING.
           STRING "RUN: " DELIMITED BY SIZE
               JB-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JB-RUN-TIME DELIMITED BY SIZE
               "  USER: " DELIMITED BY SIZE
               JB-RUN-USER DELIMITED BY SIZE
               INTO RA-RPT-HDG-LINE3
           END-STRING.
           MOVE "END OF REPORT" TO RA-RPT-FTG-LINE1.
           OPEN OUTPUT RPTOUT-FILE.
           IF NOT RA-RPTOUT-WRITE-OK
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           INITIATE REJECT-ANL-RPT.
           MOVE "REASON  DESCRIPTION          REJECTS           AMOUNT"
               TO RA-RPT-DETAIL-LINE.
           GENERATE REJECT-ANL-DETAIL.
           PERFORM 4010-PRINT-REASON-LINE THRU 4010-EXIT
               VARYING RA-CODE-SUB FROM 1 BY 1
               UNTIL RA-CODE-SUB > 11.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           GENERATE REJECT-ANL-DETAIL.
           MOVE "DAY  REJECTS           AMOUNT"
               TO RA-RPT-DETAIL-LINE.
           GENERATE REJECT-ANL-DETAIL.
           PERFORM 4020-PRINT-DAY-LINE THRU 4020-EXIT
               VARYING RA-DAY-SUB FROM 1 BY 1
               UNTIL RA-DAY-SUB > RA-DAYS-IN-MONTH.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           GENERATE REJECT-ANL-DETAIL.
           MOVE "REPEAT OFFENDERS -- TOP 10 ACCOUNTS, 2 OR MORE REJECTS"
               TO RA-RPT-DETAIL-LINE.
           GENERATE REJECT-ANL-DETAIL.
           MOVE "RANK  ACCOUNT  REJECTS           AMOUNT"
               TO RA-RPT-DETAIL-LINE.
           GENERATE REJECT-ANL-DETAIL.
           SET RA-RANKING-OPEN TO TRUE.
           MOVE ZERO TO RA-RANKED-COUNT.
           PERFORM 4030-PRINT-TOP-ACCOUNT THRU 4030-EXIT
               VARYING RA-RANK FROM 1 BY 1
               UNTIL RA-RANK > 10
               OR RA-RANKING-DONE.
           IF RA-RANKED-COUNT = ZERO
               MOVE "NO ACCOUNT REJECTED MORE THAN ONCE"
                   TO RA-RPT-DETAIL-LINE
               GENERATE REJECT-ANL-DETAIL
           END-IF.
           PERFORM 4040-PRINT-RECYCLE THRU 4040-EXIT.
           PERFORM 4050-PRINT-TOTALS THRU 4050-EXIT.
           TERMINATE REJECT-ANL-RPT.
           CLOSE RPTOUT-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4010-PRINT-REASON-LINE : one line per reason code, zero
      * counts included so a code that has gone quiet shows it; the
      * unknown-code line prints only when something landed there.
      *----------------------------------------------------------------*
       4010-PRINT-REASON-LINE.
           SET RA-RSN-IX TO RA-CODE-SUB.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           IF RA-CODE-SUB = 11
               IF RA-RSN-COUNT (RA-RSN-IX) = ZERO
                   GO TO 4010-EXIT
               END-IF
               MOVE "OTHR" TO RA-RPT-DETAIL-LINE(1:4)
               MOVE "CODE NOT KNOWN" TO RA-RPT-DETAIL-LINE(9:20)
           ELSE
               MOVE RA-REASON-CODE (RA-CODE-SUB)
                   TO RA-RPT-DETAIL-LINE(1:4)
               MOVE RA-REASON-TEXT (RA-CODE-SUB)
                   TO RA-RPT-DETAIL-LINE(9:20)
           END-IF.
           MOVE RA-RSN-COUNT (RA-RSN-IX) TO RA-RPT-COUNT-DISP.
           MOVE RA-RPT-COUNT-DISP TO RA-RPT-DETAIL-LINE(30:7).
           MOVE RA-RSN-AMOUNT (RA-RSN-IX) TO RA-RPT-AMOUNT-DISP.
           MOVE RA-RPT-AMOUNT-DISP TO RA-RPT-DETAIL-LINE(38:16).
           GENERATE REJECT-ANL-DETAIL.
       4010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4020-PRINT-DAY-LINE : one line per calendar day of the month.
      *----------------------------------------------------------------*
       4020-PRINT-DAY-LINE.
           SET RA-DAY-IX TO RA-DAY-SUB.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           MOVE RA-DAY-SUB TO RA-RPT-DAY-DISP.
           MOVE RA-RPT-DAY-DISP TO RA-RPT-DETAIL-LINE(1:2).
           MOVE RA-DAY-COUNT (RA-DAY-IX) TO RA-RPT-COUNT-DISP.
           MOVE RA-RPT-COUNT-DISP TO RA-RPT-DETAIL-LINE(6:7).
           MOVE RA-DAY-AMOUNT (RA-DAY-IX) TO RA-RPT-AMOUNT-DISP.
           MOVE RA-RPT-AMOUNT-DISP TO RA-RPT-DETAIL-LINE(14:16).
           GENERATE REJECT-ANL-DETAIL.
       4020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4030-PRINT-TOP-ACCOUNT : pick the unranked account with the
      * most rejects -- two or more, or it is no repeat offender --
      * and print it at the current rank.  The first account to
      * reach a count wins a tie.  No candidate left ends the
      * ranking.
      *----------------------------------------------------------------*
       4030-PRINT-TOP-ACCOUNT.
           MOVE 1 TO RA-BEST-COUNT.
           MOVE ZERO TO RA-BEST-SUB.
           PERFORM 4035-SCAN-TOP-ACCOUNT THRU 4035-EXIT
               VARYING RA-ACCT-IX FROM 1 BY 1
               UNTIL RA-ACCT-IX > RA-ACCOUNT-COUNT.
           IF RA-BEST-SUB = ZERO
               SET RA-RANKING-DONE TO TRUE
               GO TO 4030-EXIT
           END-IF.
           SET RA-ACCT-IX TO RA-BEST-SUB.
           SET RA-ACCT-RANKED (RA-ACCT-IX) TO TRUE.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           MOVE RA-RANK TO RA-RPT-RANK-DISP.
           MOVE RA-RPT-RANK-DISP TO RA-RPT-DETAIL-LINE(3:2).
           MOVE RA-ACCT-ID (RA-ACCT-IX) TO RA-RPT-DETAIL-LINE(7:8).
           MOVE RA-ACCT-REJ-COUNT (RA-ACCT-IX) TO RA-RPT-COUNT-DISP.
           MOVE RA-RPT-COUNT-DISP TO RA-RPT-DETAIL-LINE(16:7).
           MOVE RA-ACCT-REJ-AMOUNT (RA-ACCT-IX) TO RA-RPT-AMOUNT-DISP.
           MOVE RA-RPT-AMOUNT-DISP TO RA-RPT-DETAIL-LINE(24:16).
           GENERATE REJECT-ANL-DETAIL.
           ADD 1 TO RA-RANKED-COUNT.
       4030-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4035-SCAN-TOP-ACCOUNT : keep the unranked account with the
      * highest reject count seen so far.
      *----------------------------------------------------------------*
       4035-SCAN-TOP-ACCOUNT.
           IF RA-ACCT-NOT-RANKED (RA-ACCT-IX)
               AND RA-ACCT-REJ-COUNT (RA-ACCT-IX) > RA-BEST-COUNT
               MOVE RA-ACCT-REJ-COUNT (RA-ACCT-IX) TO RA-BEST-COUNT
               SET RA-BEST-SUB TO RA-ACCT-IX
           END-IF.
       4035-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4040-PRINT-RECYCLE : the month's rejects split into those
      * declined on review, those corrected and recycled by month
      * end, and those still open at month end, with the shares and
      * the average days from reject to recycle.
      *----------------------------------------------------------------*
       4040-PRINT-RECYCLE.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           GENERATE REJECT-ANL-DETAIL.
           MOVE "CORRECTION AND RECYCLE AT MONTH END"
               TO RA-RPT-DETAIL-LINE.
           GENERATE REJECT-ANL-DETAIL.
           MOVE RA-REVIEW-CLOSED-COUNT TO RA-RPT-COUNT-DISP.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           STRING "DECLINED ON REVIEW (RH10):    " DELIMITED BY SIZE
               RA-RPT-COUNT-DISP DELIMITED BY SIZE
               "  NOT FOR RECYCLE" DELIMITED BY SIZE
               INTO RA-RPT-DETAIL-LINE
           END-STRING.
           GENERATE REJECT-ANL-DETAIL.
           MOVE RA-FOR-CORRECTION-COUNT TO RA-RPT-COUNT-DISP.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           STRING "REJECTS FOR CORRECTION:       " DELIMITED BY SIZE
               RA-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO RA-RPT-DETAIL-LINE
           END-STRING.
           GENERATE REJECT-ANL-DETAIL.
           MOVE ZERO TO RA-SHARE-PCT.
           IF RA-FOR-CORRECTION-COUNT > ZERO
               COMPUTE RA-SHARE-PCT ROUNDED =
                   RA-RECYCLED-COUNT * 100 / RA-FOR-CORRECTION-COUNT
           END-IF.
           MOVE RA-RECYCLED-COUNT TO RA-RPT-COUNT-DISP.
           MOVE RA-SHARE-PCT TO RA-RPT-PCT-DISP.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           STRING "  CORRECTED AND RECYCLED:     " DELIMITED BY SIZE
               RA-RPT-COUNT-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RA-RPT-PCT-DISP DELIMITED BY SIZE
               " PCT" DELIMITED BY SIZE
               INTO RA-RPT-DETAIL-LINE
           END-STRING.
           GENERATE REJECT-ANL-DETAIL.
           MOVE ZERO TO RA-SHARE-PCT.
           IF RA-FOR-CORRECTION-COUNT > ZERO
               COMPUTE RA-SHARE-PCT ROUNDED =
                   RA-OPEN-COUNT * 100 / RA-FOR-CORRECTION-COUNT
           END-IF.
           MOVE RA-OPEN-COUNT TO RA-RPT-COUNT-DISP.
           MOVE RA-SHARE-PCT TO RA-RPT-PCT-DISP.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           STRING "  STILL OPEN AT MONTH END:    " DELIMITED BY SIZE
               RA-RPT-COUNT-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RA-RPT-PCT-DISP DELIMITED BY SIZE
               " PCT" DELIMITED BY SIZE
               INTO RA-RPT-DETAIL-LINE
           END-STRING.
           GENERATE REJECT-ANL-DETAIL.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           IF RA-DATED-COUNT = ZERO
               MOVE "AVERAGE DAYS REJECT TO RECYCLE: NONE RECYCLED"
                   TO RA-RPT-DETAIL-LINE
           ELSE
               COMPUTE RA-AVERAGE-DAYS ROUNDED =
                   RA-RECYCLE-DAYS-TOTAL / RA-DATED-COUNT
               MOVE RA-AVERAGE-DAYS TO RA-RPT-AVG-DISP
               MOVE RA-DATED-COUNT TO RA-RPT-COUNT-DISP
               STRING "AVERAGE DAYS REJECT TO RECYCLE:"
                       DELIMITED BY SIZE
                   RA-RPT-AVG-DISP DELIMITED BY SIZE
                   "  OVER " DELIMITED BY SIZE
                   RA-RPT-COUNT-DISP DELIMITED BY SIZE
                   " RECYCLES" DELIMITED BY SIZE
                   INTO RA-RPT-DETAIL-LINE
               END-STRING
           END-IF.
           GENERATE REJECT-ANL-DETAIL.
           IF RA-UNDATED-COUNT NOT = ZERO
               MOVE RA-UNDATED-COUNT TO RA-RPT-COUNT-DISP
               MOVE SPACES TO RA-RPT-DETAIL-LINE
               STRING "RECYCLES WITH NO USABLE DATE: " DELIMITED BY SIZE
                   RA-RPT-COUNT-DISP DELIMITED BY SIZE
                   "  NOT AVERAGED" DELIMITED BY SIZE
                   INTO RA-RPT-DETAIL-LINE
               END-STRING
               GENERATE REJECT-ANL-DETAIL
           END-IF.
       4040-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4050-PRINT-TOTALS : month totals, the rejects whose day could
      * not be trusted, and any table that ran short.
      *----------------------------------------------------------------*
       4050-PRINT-TOTALS.
           MOVE SPACES TO RA-RPT-DETAIL-LINE.
           GENERATE REJECT-ANL-DETAIL.
           MOVE RA-MONTH-REJECT-COUNT TO RA-RPT-COUNT-DISP.
           MOVE RA-MONTH-REJECT-AMOUNT TO RA-RPT-AMOUNT-DISP.
           STRING "TOTAL REJECTS THIS MONTH:     " DELIMITED BY SIZE
               RA-RPT-COUNT-DISP DELIMITED BY SIZE
               RA-RPT-AMOUNT-DISP DELIMITED BY SIZE
               INTO RA-RPT-DETAIL-LINE
           END-STRING.
           GENERATE REJECT-ANL-DETAIL.
           IF RA-SKIPPED-COUNT NOT = ZERO
               MOVE RA-SKIPPED-COUNT TO RA-RPT-COUNT-DISP
               MOVE SPACES TO RA-RPT-DETAIL-LINE
               STRING "REJECTS WITH BAD REJECT DAY SKIPPED: "
                       DELIMITED BY SIZE
                   RA-RPT-COUNT-DISP DELIMITED BY SIZE
                   INTO RA-RPT-DETAIL-LINE
               END-STRING
               GENERATE REJECT-ANL-DETAIL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF RA-ACCT-TABLE-FULL
               MOVE "ACCOUNT TABLE FULL -- RANKING COVERS 5000 ACCOUNTS"
                   TO RA-RPT-DETAIL-LINE
               GENERATE REJECT-ANL-DETAIL
           END-IF.
           IF RA-RCY-TABLE-FULL
               MOVE "RECYCLE TABLE FULL -- RECYCLED SHARE UNDERSTATED"
                   TO RA-RPT-DETAIL-LINE
               GENERATE REJECT-ANL-DETAIL
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9999-EXIT : single point of job termination.
      *----------------------------------------------------------------*
       9999-EXIT.
           STOP RUN.
