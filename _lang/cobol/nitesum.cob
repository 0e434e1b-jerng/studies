      *----------------------------------------------------------------*
      * NITESUM : morning "state of the night" operations summary.
      *
      * The morning handover used to mean opening six outputs --
      * the STRMCTL step result, the nightly print report, the
      * posting report, the GL trigger, the reconciliation
      * exceptions, and the open-alerts list -- and working out by
      * hand whether the night was clean.  For the business date
      * named on //SYSIN (the RECPARM card JOBRECON takes,
      * defaulting to today) this program reads the job-run
      * history, the trigger hand-offs, the posting journal, the
      * operator alerts, the control totals, the feed register, the
      * run-lock chain, and the night's REJECTD and POSTREJ
      * generations, and prints one page with a red/amber/green
      * status for each job of the night and each control :
      *   did it run, did it hand off, did it balance, was each
      *   external feed registered, is any lock still RUNNING, and
      *   how many alerts and rejects are open.
      * The same picture is written as fixed-layout OPSSTAT records
      * for the service desk's dashboard.  A red night ends the run
      * RETURN-CODE 4 so the morning stream sees it too.
      *
      * Modification History :
      *   2026-10-15  JLG  Original program -- one page in place of
      *                    six outputs at every morning handover.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nitesum.
       AUTHOR. J L GREEN.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RECPARM-FILE : the //SYSIN parameter card naming the
      *    business date to summarize, shared with jobrecon.
           SELECT RECPARM-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NS-RECPARM-STATUS.

      *    JOBHIST-FILE : the job-run history KSDS, read end to end
      *    in key order for the night's runs.
           SELECT JOBHIST-FILE ASSIGN TO JOBHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JH-HISTORY-KEY
               FILE STATUS IS NS-JOBHIST-STATUS.

      *    TRIGGER-FILE : the completion-trigger hand-off records.
           SELECT TRIGGER-FILE ASSIGN TO TRIGGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NS-TRIGGER-STATUS.

      *    POSTJRNL-FILE : the posting journal, read for the posting
      *    step's completion entry.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NS-POSTJRNL-STATUS.

      *    ALERTS-FILE : the operator-alert dataset, read end to end.
           SELECT ALERTS-FILE ASSIGN TO ALERTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NS-ALERTS-STATUS.

      *    BALANCE-FILE : the control-totals chain.
           SELECT BALANCE-FILE ASSIGN TO BALANCE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NS-BALANCE-STATUS.

      *    FEEDREG-FILE : the feed register, read for the night's
      *    per-source registrations.
           SELECT FEEDREG-FILE ASSIGN TO FEEDREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NS-FEEDREG-STATUS.

      *    RUNLOCK-FILE : the active-run lock chain.
           SELECT RUNLOCK-FILE ASSIGN TO RUNLOCK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NS-RUNLOCK-STATUS.

      *    REJECTD-FILE : the night's rejected generation.
           SELECT REJECTD-FILE ASSIGN TO REJECTD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NS-REJECTD-STATUS.

      *    POSTREJ-FILE : the posting step's rejects for the night.
           SELECT POSTREJ-FILE ASSIGN TO POSTREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NS-POSTREJ-STATUS.

      *    RPTOUT-FILE : the one-page state-of-the-night report.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NS-RPTOUT-STATUS.

      *    OPSSTAT-FILE : the fixed-layout status records for the
      *    service desk's dashboard, rewritten every morning.
           SELECT OPSSTAT-FILE ASSIGN TO OPSSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NS-OPSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECPARM-FILE
           RECORDING MODE IS F.
           COPY RECPARM.

       FD  JOBHIST-FILE.
           COPY JOBHIST.

       FD  TRIGGER-FILE
           RECORDING MODE IS F.
           COPY TRIGGR.

       FD  POSTJRNL-FILE
           RECORDING MODE IS F.
           COPY PSTJRNL.

       FD  ALERTS-FILE
           RECORDING MODE IS F.
           COPY ALERTS.

       FD  BALANCE-FILE
           RECORDING MODE IS F.
           COPY BALANCE.

       FD  FEEDREG-FILE
           RECORDING MODE IS F.
           COPY FEEDREG.

       FD  RUNLOCK-FILE
           RECORDING MODE IS F.
           COPY RUNLOCK.

       FD  REJECTD-FILE
           RECORDING MODE IS F.
           COPY REJECTD.

       FD  POSTREJ-FILE
           RECORDING MODE IS F.
       01  NS-POSTREJ-RECORD           PIC X(94).

       FD  RPTOUT-FILE
           REPORT IS NIGHT-SUMMARY-RPT.

       FD  OPSSTAT-FILE
           RECORDING MODE IS F.
           COPY OPSSTAT.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    WS-JOB-BANNER : shared job-banner record, common to every
      *    program in the suite (see COPY JOBBANR).
      *----------------------------------------------------------------*
       COPY JOBBANR.

      *----------------------------------------------------------------*
      *    SO-SOURCE-xxx : the transaction sources the nightly intake
      *    knows; the external ones are expected on the register
      *    every night (see COPY SRCCODE).
      *----------------------------------------------------------------*
       COPY SRCCODE.

       01  NS-CURRENT-DATE-TIME        PIC X(21).

       01  NS-RUN-STAMP.
           05  NS-RUN-DATE.
               10  NS-RUN-YYYY         PIC 9(04).
               10  FILLER              PIC X(01) VALUE '-'.
               10  NS-RUN-MM           PIC 9(02).
               10  FILLER              PIC X(01) VALUE '-'.
               10  NS-RUN-DD           PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NS-RUN-TIME.
               10  NS-RUN-HH           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  NS-RUN-MN           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  NS-RUN-SS           PIC 9(02).

       01  NS-RUNENV-VALUE             PIC X(04) VALUE SPACES.

       01  NS-RECPARM-STATUS           PIC X(02) VALUE SPACES.
           88  NS-RECPARM-READ-OK          VALUE '00'.

       01  NS-JOBHIST-STATUS           PIC X(02) VALUE SPACES.
           88  NS-JOBHIST-READ-OK          VALUE '00'.
           88  NS-JOBHIST-AT-END           VALUE '10'.

       01  NS-TRIGGER-STATUS           PIC X(02) VALUE SPACES.
           88  NS-TRIGGER-READ-OK          VALUE '00'.
           88  NS-TRIGGER-AT-END           VALUE '10'.

       01  NS-POSTJRNL-STATUS          PIC X(02) VALUE SPACES.
           88  NS-POSTJRNL-READ-OK         VALUE '00'.
           88  NS-POSTJRNL-AT-END          VALUE '10'.

       01  NS-ALERTS-STATUS            PIC X(02) VALUE SPACES.
           88  NS-ALERTS-READ-OK           VALUE '00'.
           88  NS-ALERTS-AT-END            VALUE '10'.

       01  NS-BALANCE-STATUS           PIC X(02) VALUE SPACES.
           88  NS-BALANCE-READ-OK          VALUE '00'.
           88  NS-BALANCE-AT-END           VALUE '10'.

       01  NS-FEEDREG-STATUS           PIC X(02) VALUE SPACES.
           88  NS-FEEDREG-READ-OK          VALUE '00'.
           88  NS-FEEDREG-AT-END           VALUE '10'.

       01  NS-RUNLOCK-STATUS           PIC X(02) VALUE SPACES.
           88  NS-RUNLOCK-READ-OK          VALUE '00'.
           88  NS-RUNLOCK-AT-END           VALUE '10'.

       01  NS-REJECTD-STATUS           PIC X(02) VALUE SPACES.
           88  NS-REJECTD-READ-OK          VALUE '00'.
           88  NS-REJECTD-AT-END           VALUE '10'.

       01  NS-POSTREJ-STATUS           PIC X(02) VALUE SPACES.
           88  NS-POSTREJ-READ-OK          VALUE '00'.
           88  NS-POSTREJ-AT-END           VALUE '10'.

       01  NS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
           88  NS-RPTOUT-WRITE-OK          VALUE '00'.

       01  NS-OPSSTAT-STATUS           PIC X(02) VALUE SPACES.
           88  NS-OPSSTAT-WRITE-OK         VALUE '00'.

      *----------------------------------------------------------------*
      *    NS-SUMMARY-DATE : the business date being summarized, from
      *    the parameter card or defaulted to today.
      *----------------------------------------------------------------*
       01  NS-SUMMARY-DATE             PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *    NS-JOB-TABLE : the jobs of the night, in stream order, and
      *    what the files say about each for the summary date -- the
      *    latest history record, the latest trigger, the posting
      *    journal's completion, and the alerts still open against
      *    it.  A blank time means no record was found.
      *      1  strmctl   the stream-control step ahead of hello
      *      2  hello     the nightly validation
      *      3  acctpost  the posting step
      *      4  glextr    the GL interface extract
      *      5  dlrproof  the end-of-night dollar proof
      *----------------------------------------------------------------*
       01  NS-JOB-TABLE.
           05  NS-JOB-COUNT            PIC 9(02) VALUE 5.
           05  NS-JOB-ENTRY            OCCURS 5 TIMES
                                       INDEXED BY NS-JOB-IX.
               10  NS-JOB-NAME         PIC X(08).
               10  NS-JOB-HIST-TIME    PIC X(08).
               10  NS-JOB-HIST-STATUS  PIC X(08).
               10  NS-JOB-HIST-SLA     PIC X(04).
               10  NS-JOB-TRIG-TIME    PIC X(08).
               10  NS-JOB-TRIG-RC      PIC 9(04).
               10  NS-JOB-DONE-TIME    PIC X(08).
               10  NS-JOB-OPEN-CRIT    PIC 9(05).
               10  NS-JOB-OPEN-WARN    PIC 9(05).

      *----------------------------------------------------------------*
      *    NS-FEED-TABLE : the night's registrations per source, in
      *    the order of COPY SRCCODE -- how many times the source
      *    was registered and the records it brought.
      *    Sized SO-SOURCE-COUNT -- see COPY SRCCODE before adding
      *    a source.
      *----------------------------------------------------------------*
       01  NS-FEED-TABLE.
           05  NS-FEED-ENTRY           OCCURS 7 TIMES.
               10  NS-FEED-REG-COUNT   PIC 9(03).
               10  NS-FEED-RECORDS     PIC 9(09).

      *----------------------------------------------------------------*
      *    NS-LOCK-TABLE : the latest lock state per program on the
      *    run-lock chain -- the chain is appended, so the last
      *    record read for a program is its live state.
      *----------------------------------------------------------------*
       01  NS-LOCK-TABLE.
           05  NS-LOCK-COUNT           PIC 9(02) VALUE ZERO.
           05  NS-LOCK-ENTRY           OCCURS 20 TIMES
                                       INDEXED BY NS-LCK-IX.
               10  NS-LCK-PROGRAM-ID   PIC X(08).
               10  NS-LCK-STATUS       PIC X(08).

      *----------------------------------------------------------------*
      *    NS-CONTROL-FACTS : what the control files say.  A file
      *    that cannot be opened is a red control of its own, not a
      *    reason to withhold the rest of the picture.
      *----------------------------------------------------------------*
       01  NS-CONTROL-FACTS.
           05  NS-POSTJRNL-AVAIL-SW    PIC X(01) VALUE 'N'.
               88  NS-POSTJRNL-AVAIL           VALUE 'Y'.
           05  NS-ALERTS-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  NS-ALERTS-AVAIL             VALUE 'Y'.
           05  NS-BALANCE-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  NS-BALANCE-AVAIL            VALUE 'Y'.
           05  NS-FEEDREG-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  NS-FEEDREG-AVAIL            VALUE 'Y'.
           05  NS-RUNLOCK-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  NS-RUNLOCK-AVAIL            VALUE 'Y'.
           05  NS-REJECTD-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  NS-REJECTD-AVAIL            VALUE 'Y'.
           05  NS-POSTREJ-AVAIL-SW     PIC X(01) VALUE 'N'.
               88  NS-POSTREJ-AVAIL            VALUE 'Y'.
           05  NS-BAL-TIME             PIC X(08) VALUE SPACES.
           05  NS-BAL-BROKEN-SW        PIC X(01) VALUE 'N'.
               88  NS-BAL-BROKEN               VALUE 'Y'.
           05  NS-ALERT-OPEN-COUNT     PIC 9(07) VALUE ZERO.
           05  NS-ALERT-UNACKED-CRIT   PIC 9(07) VALUE ZERO.
           05  NS-LOCK-RUNNING-COUNT   PIC 9(07) VALUE ZERO.
           05  NS-LOCK-RUNNING-NAME    PIC X(08) VALUE SPACES.
           05  NS-LOCK-OVERFLOW-SW     PIC X(01) VALUE 'N'.
               88  NS-LOCK-OVERFLOWED          VALUE 'Y'.
           05  NS-REJECTD-COUNT        PIC 9(07) VALUE ZERO.
           05  NS-POSTREJ-COUNT        PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------*
      *    NS-ITEM-TABLE : one line of the summary per job and per
      *    control, in print order, each with its status ranked
      *    0 GREEN, 1 AMBER, 2 RED so the worst finding wins.  The
      *    detail is the reason for the status, and is what the
      *    dashboard record carries.
      *    Thirteen lines today, one of them per external source --
      *    see COPY SRCCODE before adding a source.
      *----------------------------------------------------------------*
       01  NS-ITEM-TABLE.
           05  NS-ITEM-COUNT           PIC 9(02) VALUE ZERO.
           05  NS-ITEM-ENTRY           OCCURS 16 TIMES
                                       INDEXED BY NS-ITM-IX.
               10  NS-ITM-TYPE         PIC X(04).
               10  NS-ITM-NAME         PIC X(08).
               10  NS-ITM-RANK         PIC 9(01).
               10  NS-ITM-RAG          PIC X(05).
               10  NS-ITM-RAN          PIC X(08).
               10  NS-ITM-HANDOFF      PIC X(07).
               10  NS-ITM-COUNT        PIC 9(07).
               10  NS-ITM-DETAIL       PIC X(30).

       01  NS-WORK-FIELDS.
           05  NS-LOOKUP-NAME          PIC X(08) VALUE SPACES.
           05  NS-JOB-FOUND-SW         PIC X(01) VALUE 'N'.
               88  NS-JOB-FOUND                VALUE 'Y'.
               88  NS-JOB-NOT-FOUND            VALUE 'N'.
           05  NS-SRC-FOUND-SW         PIC X(01) VALUE 'N'.
               88  NS-SRC-FOUND                VALUE 'Y'.
               88  NS-SRC-NOT-FOUND            VALUE 'N'.
           05  NS-LCK-FOUND-SW         PIC X(01) VALUE 'N'.
               88  NS-LCK-FOUND                VALUE 'Y'.
               88  NS-LCK-NOT-FOUND            VALUE 'N'.
           05  NS-SRC-SUB              PIC 9(02) VALUE ZERO.
           05  NS-NEW-TYPE             PIC X(04) VALUE SPACES.
           05  NS-NEW-NAME             PIC X(08) VALUE SPACES.
           05  NS-NEW-RANK             PIC 9(01) VALUE ZERO.
           05  NS-NEW-DETAIL           PIC X(30) VALUE SPACES.
           05  NS-NIGHT-RANK           PIC 9(01) VALUE ZERO.
           05  NS-NIGHT-RAG            PIC X(05) VALUE SPACES.
           05  NS-RED-COUNT            PIC 9(02) VALUE ZERO.
           05  NS-AMBER-COUNT          PIC 9(02) VALUE ZERO.
           05  NS-GREEN-COUNT          PIC 9(02) VALUE ZERO.
           05  NS-SUMMARY-HHMMSS       PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------*
      *    NS-RPT-xxx : each print line is built up whole and handed
      *    to the REPORT SECTION as a single SOURCE item per line.
      *----------------------------------------------------------------*
       01  NS-RPT-HDG-LINE1            PIC X(50) VALUE SPACES.
       01  NS-RPT-HDG-LINE2            PIC X(50) VALUE SPACES.
       01  NS-RPT-HDG-LINE3            PIC X(56) VALUE SPACES.
       01  NS-RPT-DETAIL-LINE          PIC X(78) VALUE SPACES.
       01  NS-RPT-FTG-LINE1            PIC X(14) VALUE SPACES.
       01  NS-RPT-COUNT-DISP           PIC Z(04)9.
       01  NS-RPT-TOTAL-DISP           PIC Z(06)9.
       01  NS-RPT-TALLY-DISP           PIC Z9.

       REPORT SECTION.
      *----------------------------------------------------------------*
      * NIGHT-SUMMARY-RPT : the one-page state-of-the-night report, in
      * the same manner as the other reports of the suite.
      *----------------------------------------------------------------*
       RD  NIGHT-SUMMARY-RPT
           PAGE LIMIT 60 LINES
           FIRST DETAIL 5
           LAST DETAIL 55
           FOOTING 58.
       01  TYPE PAGE HEADING.
           05  LINE 1  COLUMN 1  PIC X(50) SOURCE NS-RPT-HDG-LINE1.
           05  LINE 2  COLUMN 1  PIC X(50) SOURCE NS-RPT-HDG-LINE2.
           05  LINE 3  COLUMN 1  PIC X(56) SOURCE NS-RPT-HDG-LINE3.
       01  NIGHT-SUMMARY-DETAIL TYPE DETAIL.
           05  LINE PLUS 1 COLUMN 1  PIC X(78)
                   SOURCE NS-RPT-DETAIL-LINE.
       01  TYPE PAGE FOOTING.
           05  LINE 58 COLUMN 1  PIC X(14) SOURCE NS-RPT-FTG-LINE1.
           05  LINE 59 COLUMN 1  PIC ZZZ9 SOURCE PAGE-COUNTER.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE : overall job control.  The history and the
      * triggers are the backbone of the picture -- without them
      * there is no summary; every other file that cannot be read
      * shows red on its own line.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-PARM-CARD THRU 2000-EXIT.
           PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT.
           PERFORM 3100-SCAN-TRIGGERS THRU 3100-EXIT.
           IF RETURN-CODE = 8
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3200-SCAN-JOURNAL THRU 3200-EXIT.
           PERFORM 3300-SCAN-ALERTS THRU 3300-EXIT.
           PERFORM 3400-SCAN-BALANCE THRU 3400-EXIT.
           PERFORM 3500-SCAN-FEEDREG THRU 3500-EXIT.
           PERFORM 3600-SCAN-RUNLOCK THRU 3600-EXIT.
           PERFORM 3700-COUNT-REJECTD THRU 3700-EXIT.
           PERFORM 3750-COUNT-POSTREJ THRU 3750-EXIT.
           PERFORM 4000-JUDGE-JOBS THRU 4000-EXIT.
           PERFORM 4500-JUDGE-CONTROLS THRU 4500-EXIT.
           PERFORM 4950-JUDGE-NIGHT THRU 4950-EXIT.
           PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
           PERFORM 6000-WRITE-STATUS THRU 6000-EXIT.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE : capture the run stamp, build the shared job
      * banner, and clear the job and feed tables.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO NS-CURRENT-DATE-TIME.
           MOVE NS-CURRENT-DATE-TIME(1:4)  TO NS-RUN-YYYY.
           MOVE NS-CURRENT-DATE-TIME(5:2)  TO NS-RUN-MM.
           MOVE NS-CURRENT-DATE-TIME(7:2)  TO NS-RUN-DD.
           MOVE NS-CURRENT-DATE-TIME(9:2)  TO NS-RUN-HH.
           MOVE NS-CURRENT-DATE-TIME(11:2) TO NS-RUN-MN.
           MOVE NS-CURRENT-DATE-TIME(13:2) TO NS-RUN-SS.
           MOVE "nitesum"         TO JB-JOB-NAME.
           MOVE NS-RUN-DATE       TO JB-RUN-DATE.
           MOVE NS-RUN-TIME       TO JB-RUN-TIME.
           ACCEPT JB-RUN-USER FROM ENVIRONMENT "USER".
           ACCEPT NS-RUNENV-VALUE FROM ENVIRONMENT "RUNENV".
           IF NS-RUNENV-VALUE = "PROD"
               MOVE "PROD" TO JB-ENVIRONMENT
           ELSE
               MOVE "TEST" TO JB-ENVIRONMENT
           END-IF.
           MOVE SPACES TO NS-SUMMARY-HHMMSS.
           STRING NS-RUN-HH DELIMITED BY SIZE
               NS-RUN-MN DELIMITED BY SIZE
               NS-RUN-SS DELIMITED BY SIZE
               INTO NS-SUMMARY-HHMMSS
           END-STRING.
           PERFORM 1010-CLEAR-JOB-ENTRY THRU 1010-EXIT
               VARYING NS-JOB-IX FROM 1 BY 1
               UNTIL NS-JOB-IX > NS-JOB-COUNT.
           MOVE "strmctl"  TO NS-JOB-NAME (1).
           MOVE "hello"    TO NS-JOB-NAME (2).
           MOVE "acctpost" TO NS-JOB-NAME (3).
           MOVE "glextr"   TO NS-JOB-NAME (4).
           MOVE "dlrproof" TO NS-JOB-NAME (5).
           PERFORM 1020-CLEAR-FEED-ENTRY THRU 1020-EXIT
               VARYING NS-SRC-SUB FROM 1 BY 1
               UNTIL NS-SRC-SUB > SO-SOURCE-COUNT.
           MOVE 0 TO RETURN-CODE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-CLEAR-JOB-ENTRY : clear one job-table entry.
      *----------------------------------------------------------------*
       1010-CLEAR-JOB-ENTRY.
           MOVE SPACES TO NS-JOB-HIST-TIME (NS-JOB-IX).
           MOVE SPACES TO NS-JOB-HIST-STATUS (NS-JOB-IX).
           MOVE SPACES TO NS-JOB-HIST-SLA (NS-JOB-IX).
           MOVE SPACES TO NS-JOB-TRIG-TIME (NS-JOB-IX).
           MOVE ZERO   TO NS-JOB-TRIG-RC (NS-JOB-IX).
           MOVE SPACES TO NS-JOB-DONE-TIME (NS-JOB-IX).
           MOVE ZERO   TO NS-JOB-OPEN-CRIT (NS-JOB-IX).
           MOVE ZERO   TO NS-JOB-OPEN-WARN (NS-JOB-IX).
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1020-CLEAR-FEED-ENTRY : clear one feed-table entry.
      *----------------------------------------------------------------*
       1020-CLEAR-FEED-ENTRY.
           MOVE ZERO TO NS-FEED-REG-COUNT (NS-SRC-SUB).
           MOVE ZERO TO NS-FEED-RECORDS (NS-SRC-SUB).
       1020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-READ-PARM-CARD : pick up the business date from
      * //SYSIN.  A missing card defaults to today; a card that
      * fails the edits defaults to today and does not let the run
      * look clean.
      *----------------------------------------------------------------*
       2000-READ-PARM-CARD.
           OPEN INPUT RECPARM-FILE.
           IF NOT NS-RECPARM-READ-OK
               GO TO 2000-DEFAULT
           END-IF.
           READ RECPARM-FILE
               AT END
                   CLOSE RECPARM-FILE
                   GO TO 2000-DEFAULT
           END-READ.
           CLOSE RECPARM-FILE.
           IF RE-RECON-DATE(1:4) NUMERIC
               AND RE-RECON-DATE(5:1) = '-'
               AND RE-RECON-DATE(6:2) NUMERIC
               AND RE-RECON-DATE(8:1) = '-'
               AND RE-RECON-DATE(9:2) NUMERIC
               MOVE RE-RECON-DATE TO NS-SUMMARY-DATE
               GO TO 2000-EXIT
           END-IF.
           MOVE 4 TO RETURN-CODE.
       2000-DEFAULT.
           MOVE NS-RUN-DATE TO NS-SUMMARY-DATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-SCAN-HISTORY : read the history file end to end and
      * keep, for each job of the night, its latest run on the
      * summary date.  The file reads in key order, so the last
      * record of a program on the date is its latest run.
      *----------------------------------------------------------------*
       3000-SCAN-HISTORY.
           OPEN INPUT JOBHIST-FILE.
           IF NOT NS-JOBHIST-READ-OK
               DISPLAY "NITESUM: JOBHIST NOT AVAILABLE, STATUS "
                   NS-JOBHIST-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-READ-HISTORY THRU 3010-EXIT
               UNTIL NOT NS-JOBHIST-READ-OK.
           CLOSE JOBHIST-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3010-READ-HISTORY : read one history record and note it
      * against its job when it falls on the summary date.
      *----------------------------------------------------------------*
       3010-READ-HISTORY.
           READ JOBHIST-FILE
               AT END
                   GO TO 3010-EXIT
           END-READ.
           IF NOT NS-JOBHIST-READ-OK
               GO TO 3010-EXIT
           END-IF.
           IF JH-RUN-DATE NOT = NS-SUMMARY-DATE
               GO TO 3010-EXIT
           END-IF.
           MOVE JH-PROGRAM-ID TO NS-LOOKUP-NAME.
           PERFORM 3900-FIND-JOB THRU 3900-EXIT.
           IF NS-JOB-NOT-FOUND
               GO TO 3010-EXIT
           END-IF.
           MOVE JH-RUN-TIME          TO NS-JOB-HIST-TIME (NS-JOB-IX).
           MOVE JH-COMPLETION-STATUS
               TO NS-JOB-HIST-STATUS (NS-JOB-IX).
           MOVE JH-SLA-FLAG          TO NS-JOB-HIST-SLA (NS-JOB-IX).
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-SCAN-TRIGGERS : read the trigger file end to end and
      * keep, for each job of the night, its latest trigger on the
      * summary date.  The file is appended, so the last one read
      * is the latest.
      *----------------------------------------------------------------*
       3100-SCAN-TRIGGERS.
           OPEN INPUT TRIGGER-FILE.
           IF NOT NS-TRIGGER-READ-OK
               DISPLAY "NITESUM: TRIGGR NOT AVAILABLE, STATUS "
                   NS-TRIGGER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-READ-TRIGGER THRU 3110-EXIT
               UNTIL NOT NS-TRIGGER-READ-OK.
           CLOSE TRIGGER-FILE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3110-READ-TRIGGER : read one trigger record and note it
      * against its job when it falls on the summary date.
      *----------------------------------------------------------------*
       3110-READ-TRIGGER.
           READ TRIGGER-FILE
               AT END
                   GO TO 3110-EXIT
           END-READ.
           IF NOT NS-TRIGGER-READ-OK
               GO TO 3110-EXIT
           END-IF.
           IF CT-COMPLETION-DATE NOT = NS-SUMMARY-DATE
               GO TO 3110-EXIT
           END-IF.
           MOVE CT-JOB-NAME TO NS-LOOKUP-NAME.
           PERFORM 3900-FIND-JOB THRU 3900-EXIT.
           IF NS-JOB-NOT-FOUND
               GO TO 3110-EXIT
           END-IF.
           MOVE CT-COMPLETION-TIME TO NS-JOB-TRIG-TIME (NS-JOB-IX).
           MOVE CT-RETURN-CODE     TO NS-JOB-TRIG-RC (NS-JOB-IX).
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-SCAN-JOURNAL : the posting step writes no history and
      * no trigger; its completion entry on the posting journal is
      * the proof it posted the night's generation to the end.
      *----------------------------------------------------------------*
       3200-SCAN-JOURNAL.
           OPEN INPUT POSTJRNL-FILE.
           IF NOT NS-POSTJRNL-READ-OK
               GO TO 3200-EXIT
           END-IF.
           SET NS-POSTJRNL-AVAIL TO TRUE.
           PERFORM 3210-READ-JOURNAL THRU 3210-EXIT
               UNTIL NOT NS-POSTJRNL-READ-OK.
           CLOSE POSTJRNL-FILE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3210-READ-JOURNAL : read one journal entry and note the
      * completion entries of the summary date.
      *----------------------------------------------------------------*
       3210-READ-JOURNAL.
           READ POSTJRNL-FILE
               AT END
                   GO TO 3210-EXIT
           END-READ.
           IF NOT NS-POSTJRNL-READ-OK
               GO TO 3210-EXIT
           END-IF.
           IF PJ-ENTRY-COMPLETE
               AND PJ-RUN-DATE = NS-SUMMARY-DATE
               MOVE PJ-RUN-TIME TO NS-JOB-DONE-TIME (3)
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-SCAN-ALERTS : read the alert dataset end to end.  Every
      * alert not yet closed counts as open, whatever its date, as
      * it does on the open-alerts report; a CRIT nobody has
      * acknowledged is the one that matters most.  Open alerts of
      * the summary date are also counted against their job, and
      * the nightly validation's balance-check alert of the date
      * marks the control totals broken whatever its state.
      *----------------------------------------------------------------*
       3300-SCAN-ALERTS.
           OPEN INPUT ALERTS-FILE.
           IF NOT NS-ALERTS-READ-OK
               GO TO 3300-EXIT
           END-IF.
           SET NS-ALERTS-AVAIL TO TRUE.
           PERFORM 3310-READ-ALERT THRU 3310-EXIT
               UNTIL NOT NS-ALERTS-READ-OK.
           CLOSE ALERTS-FILE.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3310-READ-ALERT : read one alert record and fold it in.
      *----------------------------------------------------------------*
       3310-READ-ALERT.
           READ ALERTS-FILE
               AT END
                   GO TO 3310-EXIT
           END-READ.
           IF NOT NS-ALERTS-READ-OK
               GO TO 3310-EXIT
           END-IF.
           IF AL-JOB-NAME = "hello"
               AND AL-ALERT-DATE = NS-SUMMARY-DATE
               AND AL-FAILING-PARA = "1600-VERIFY-BALANCE"
               SET NS-BAL-BROKEN TO TRUE
           END-IF.
           IF AL-ACK-CLOSED
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO NS-ALERT-OPEN-COUNT.
           IF AL-SEV-CRITICAL AND AL-ACK-OPEN
               ADD 1 TO NS-ALERT-UNACKED-CRIT
           END-IF.
           IF AL-ALERT-DATE NOT = NS-SUMMARY-DATE
               GO TO 3310-EXIT
           END-IF.
           MOVE AL-JOB-NAME TO NS-LOOKUP-NAME.
           PERFORM 3900-FIND-JOB THRU 3900-EXIT.
           IF NS-JOB-NOT-FOUND
               GO TO 3310-EXIT
           END-IF.
           IF AL-SEV-CRITICAL
               ADD 1 TO NS-JOB-OPEN-CRIT (NS-JOB-IX)
           ELSE
               ADD 1 TO NS-JOB-OPEN-WARN (NS-JOB-IX)
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-SCAN-BALANCE : find the nightly validation's control-
      * totals record of the summary date -- written as the last act
      * of a run that got to the end.
      *----------------------------------------------------------------*
       3400-SCAN-BALANCE.
           OPEN INPUT BALANCE-FILE.
           IF NOT NS-BALANCE-READ-OK
               GO TO 3400-EXIT
           END-IF.
           SET NS-BALANCE-AVAIL TO TRUE.
           PERFORM 3410-READ-BALANCE THRU 3410-EXIT
               UNTIL NOT NS-BALANCE-READ-OK.
           CLOSE BALANCE-FILE.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3410-READ-BALANCE : read one control-totals record and note
      * the time of the latest one the nightly validation wrote on
      * the summary date.
      *----------------------------------------------------------------*
       3410-READ-BALANCE.
           READ BALANCE-FILE
               AT END
                   GO TO 3410-EXIT
           END-READ.
           IF NOT NS-BALANCE-READ-OK
               GO TO 3410-EXIT
           END-IF.
           IF BA-JOB-NAME = "hello"
               AND BA-RUN-DATE = NS-SUMMARY-DATE
               MOVE BA-RUN-TIME TO NS-BAL-TIME
           END-IF.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-SCAN-FEEDREG : count the summary date's registrations
      * per source.  A register record carries the run date of the
      * run that registered it; one written before the run date was
      * stamped is taken by its business date instead.
      *----------------------------------------------------------------*
       3500-SCAN-FEEDREG.
           OPEN INPUT FEEDREG-FILE.
           IF NOT NS-FEEDREG-READ-OK
               GO TO 3500-EXIT
           END-IF.
           SET NS-FEEDREG-AVAIL TO TRUE.
           PERFORM 3510-READ-FEEDREG THRU 3510-EXIT
               UNTIL NOT NS-FEEDREG-READ-OK.
           CLOSE FEEDREG-FILE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3510-READ-FEEDREG : read one register record and tally it
      * against its source when it belongs to the summary date.
      *----------------------------------------------------------------*
       3510-READ-FEEDREG.
           READ FEEDREG-FILE
               AT END
                   GO TO 3510-EXIT
           END-READ.
           IF NOT NS-FEEDREG-READ-OK
               GO TO 3510-EXIT
           END-IF.
           IF FR-RUN-DATE = SPACES
               IF FR-BUSINESS-DATE NOT = NS-SUMMARY-DATE
                   GO TO 3510-EXIT
               END-IF
           ELSE
               IF FR-RUN-DATE NOT = NS-SUMMARY-DATE
                   GO TO 3510-EXIT
               END-IF
           END-IF.
           SET NS-SRC-NOT-FOUND TO TRUE.
           PERFORM 3520-SCAN-SOURCE THRU 3520-EXIT
               VARYING SO-IX FROM 1 BY 1
               UNTIL SO-IX > SO-SOURCE-COUNT
               OR NS-SRC-FOUND.
           IF NS-SRC-NOT-FOUND
               GO TO 3510-EXIT
           END-IF.
           SET SO-IX DOWN BY 1.
           SET NS-SRC-SUB TO SO-IX.
           ADD 1 TO NS-FEED-REG-COUNT (NS-SRC-SUB).
           IF FR-RECORD-COUNT NUMERIC
               ADD FR-RECORD-COUNT TO NS-FEED-RECORDS (NS-SRC-SUB)
           END-IF.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3520-SCAN-SOURCE : compare one source-table entry to the
      * register record in hand.  The PERFORM VARYING in the caller
      * steps the index past the matching entry before its exit
      * test sees the switch, so the caller steps it back.
      *----------------------------------------------------------------*
       3520-SCAN-SOURCE.
           IF SO-SOURCE-CODE (SO-IX) = FR-SOURCE-CODE
               SET NS-SRC-FOUND TO TRUE
           END-IF.
       3520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-SCAN-RUNLOCK : read the lock chain end to end, keeping
      * the latest state per program, then count the programs
      * whose latest state is still RUNNING.  Such a lock, whatever
      * its date, stops that program's next run at the door.
      *----------------------------------------------------------------*
       3600-SCAN-RUNLOCK.
           OPEN INPUT RUNLOCK-FILE.
           IF NOT NS-RUNLOCK-READ-OK
               GO TO 3600-EXIT
           END-IF.
           SET NS-RUNLOCK-AVAIL TO TRUE.
           PERFORM 3610-READ-RUNLOCK THRU 3610-EXIT
               UNTIL NOT NS-RUNLOCK-READ-OK.
           CLOSE RUNLOCK-FILE.
           PERFORM 3630-COUNT-RUNNING THRU 3630-EXIT
               VARYING NS-LCK-IX FROM 1 BY 1
               UNTIL NS-LCK-IX > NS-LOCK-COUNT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3610-READ-RUNLOCK : read one lock record and make it the
      * latest state of its program.  A chain naming more programs
      * than the table holds is flagged rather than trusted.
      *----------------------------------------------------------------*
       3610-READ-RUNLOCK.
           READ RUNLOCK-FILE
               AT END
                   GO TO 3610-EXIT
           END-READ.
           IF NOT NS-RUNLOCK-READ-OK
               GO TO 3610-EXIT
           END-IF.
           SET NS-LCK-NOT-FOUND TO TRUE.
           PERFORM 3620-SCAN-LOCK-ENTRY THRU 3620-EXIT
               VARYING NS-LCK-IX FROM 1 BY 1
               UNTIL NS-LCK-IX > NS-LOCK-COUNT
               OR NS-LCK-FOUND.
           IF NS-LCK-FOUND
               SET NS-LCK-IX DOWN BY 1
           ELSE
               IF NS-LOCK-COUNT = 20
                   SET NS-LOCK-OVERFLOWED TO TRUE
                   GO TO 3610-EXIT
               END-IF
               ADD 1 TO NS-LOCK-COUNT
               SET NS-LCK-IX TO NS-LOCK-COUNT
               MOVE LK-PROGRAM-ID TO NS-LCK-PROGRAM-ID (NS-LCK-IX)
           END-IF.
           MOVE LK-LOCK-STATUS TO NS-LCK-STATUS (NS-LCK-IX).
       3610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3620-SCAN-LOCK-ENTRY : compare one lock-table entry to the
      * lock record in hand.
      *----------------------------------------------------------------*
       3620-SCAN-LOCK-ENTRY.
           IF NS-LCK-PROGRAM-ID (NS-LCK-IX) = LK-PROGRAM-ID
               SET NS-LCK-FOUND TO TRUE
           END-IF.
       3620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3630-COUNT-RUNNING : count one program still RUNNING and
      * remember the first such name for the detail line.
      *----------------------------------------------------------------*
       3630-COUNT-RUNNING.
           IF NS-LCK-STATUS (NS-LCK-IX) = "RUNNING"
               ADD 1 TO NS-LOCK-RUNNING-COUNT
               IF NS-LOCK-RUNNING-NAME = SPACES
                   MOVE NS-LCK-PROGRAM-ID (NS-LCK-IX)
                       TO NS-LOCK-RUNNING-NAME
               END-IF
           END-IF.
       3630-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3700-COUNT-REJECTD : count the rejects the nightly
      * validation wrote on the summary date, awaiting correction.
      *----------------------------------------------------------------*
       3700-COUNT-REJECTD.
           OPEN INPUT REJECTD-FILE.
           IF NOT NS-REJECTD-READ-OK
               GO TO 3700-EXIT
           END-IF.
           SET NS-REJECTD-AVAIL TO TRUE.
           PERFORM 3710-READ-REJECTD THRU 3710-EXIT
               UNTIL NOT NS-REJECTD-READ-OK.
           CLOSE REJECTD-FILE.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3710-READ-REJECTD : read one reject and count it when it is
      * the summary date's.
      *----------------------------------------------------------------*
       3710-READ-REJECTD.
           READ REJECTD-FILE
               AT END
                   GO TO 3710-EXIT
           END-READ.
           IF NOT NS-REJECTD-READ-OK
               GO TO 3710-EXIT
           END-IF.
           IF RJ-REJECT-DATE = NS-SUMMARY-DATE
               ADD 1 TO NS-REJECTD-COUNT
           END-IF.
       3710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3750-COUNT-POSTREJ : count the rejects the posting step wrote
      * on the summary date.  The posting rejects carry the REJECTD
      * layout, so the reject date sits in the same columns.
      *----------------------------------------------------------------*
       3750-COUNT-POSTREJ.
           OPEN INPUT POSTREJ-FILE.
           IF NOT NS-POSTREJ-READ-OK
               GO TO 3750-EXIT
           END-IF.
           SET NS-POSTREJ-AVAIL TO TRUE.
           PERFORM 3760-READ-POSTREJ THRU 3760-EXIT
               UNTIL NOT NS-POSTREJ-READ-OK.
           CLOSE POSTREJ-FILE.
       3750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3760-READ-POSTREJ : read one posting reject and count it when
      * it is the summary date's.
      *----------------------------------------------------------------*
       3760-READ-POSTREJ.
           READ POSTREJ-FILE
               AT END
                   GO TO 3760-EXIT
           END-READ.
           IF NOT NS-POSTREJ-READ-OK
               GO TO 3760-EXIT
           END-IF.
           IF NS-POSTREJ-RECORD(85:10) = NS-SUMMARY-DATE
               ADD 1 TO NS-POSTREJ-COUNT
           END-IF.
       3760-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-FIND-JOB : find the job named in NS-LOOKUP-NAME in the
      * job table, leaving the index on it.
      *----------------------------------------------------------------*
       3900-FIND-JOB.
           SET NS-JOB-NOT-FOUND TO TRUE.
           PERFORM 3910-SCAN-JOB-ENTRY THRU 3910-EXIT
               VARYING NS-JOB-IX FROM 1 BY 1
               UNTIL NS-JOB-IX > NS-JOB-COUNT
               OR NS-JOB-FOUND.
           IF NS-JOB-FOUND
               SET NS-JOB-IX DOWN BY 1
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3910-SCAN-JOB-ENTRY : compare one job-table entry to the
      * name being looked up.
      *----------------------------------------------------------------*
       3910-SCAN-JOB-ENTRY.
           IF NS-JOB-NAME (NS-JOB-IX) = NS-LOOKUP-NAME
               SET NS-JOB-FOUND TO TRUE
           END-IF.
       3910-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-JUDGE-JOBS : one summary line per job of the night.
      * Each starts green with its clean-night wording and is
      * raised by every finding against it; the worst finding's
      * wording is what shows.
      *----------------------------------------------------------------*
       4000-JUDGE-JOBS.
           PERFORM 4010-JUDGE-STRMCTL THRU 4010-EXIT.
           PERFORM 4020-JUDGE-HELLO THRU 4020-EXIT.
           PERFORM 4030-JUDGE-ACCTPOST THRU 4030-EXIT.
           PERFORM 4040-JUDGE-GLEXTR THRU 4040-EXIT.
           PERFORM 4045-JUDGE-DLRPROOF THRU 4045-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4010-JUDGE-STRMCTL : the stream-control step writes nothing
      * of its own; the nightly validation only starts when it
      * released the stream, so a history record from the nightly
      * validation on the date is the proof it did.
      *----------------------------------------------------------------*
       4010-JUDGE-STRMCTL.
           SET NS-JOB-IX TO 1.
           MOVE "STREAM RELEASED" TO NS-NEW-DETAIL.
           PERFORM 4800-ADD-JOB-ITEM THRU 4800-EXIT.
           MOVE "N/A" TO NS-ITM-HANDOFF (NS-ITM-IX).
           IF NS-JOB-HIST-TIME (2) = SPACES
               MOVE "NO" TO NS-ITM-RAN (NS-ITM-IX)
               MOVE 2 TO NS-NEW-RANK
               MOVE "STREAM HELD OR NEVER STARTED" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           ELSE
               MOVE "YES" TO NS-ITM-RAN (NS-ITM-IX)
           END-IF.
       4010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4020-JUDGE-HELLO : the nightly validation -- did it run, how
      * did it end, did it hold its service level, and did it hand
      * off.  STRMCTL releases the next stream only on a trigger
      * below RC 4, so a trigger at 4 or more is no hand-off.
      *----------------------------------------------------------------*
       4020-JUDGE-HELLO.
           SET NS-JOB-IX TO 2.
           MOVE "RAN CLEAN, HANDED OFF" TO NS-NEW-DETAIL.
           PERFORM 4800-ADD-JOB-ITEM THRU 4800-EXIT.
           IF NS-JOB-HIST-TIME (NS-JOB-IX) = SPACES
               MOVE "NO" TO NS-ITM-RAN (NS-ITM-IX)
               MOVE 2 TO NS-NEW-RANK
               MOVE "NO HISTORY -- DID NOT RUN" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           ELSE
               MOVE NS-JOB-HIST-TIME (NS-JOB-IX)
                   TO NS-ITM-RAN (NS-ITM-IX)
           END-IF.
           IF NS-JOB-HIST-STATUS (NS-JOB-IX) = "WARNING"
               MOVE 1 TO NS-NEW-RANK
               MOVE "ENDED WITH WARNINGS" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           END-IF.
           IF NS-JOB-HIST-SLA (NS-JOB-IX) = "WARN"
               MOVE 1 TO NS-NEW-RANK
               MOVE "SLA WARNING LIMIT BREACHED" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           END-IF.
           IF NS-JOB-HIST-SLA (NS-JOB-IX) = "FAIL"
               MOVE 2 TO NS-NEW-RANK
               MOVE "SLA FAILURE LIMIT BREACHED" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           END-IF.
           PERFORM 4050-JUDGE-HAND-OFF THRU 4050-EXIT.
           PERFORM 4060-JUDGE-JOB-ALERTS THRU 4060-EXIT.
       4020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4030-JUDGE-ACCTPOST : the posting step ran to the end when
      * the journal carries its completion entry for the date.  It
      * is bypassed by design when the nightly validation ends RC 4
      * or more, which is said as such -- nothing was posted either
      * way.
      *----------------------------------------------------------------*
       4030-JUDGE-ACCTPOST.
           SET NS-JOB-IX TO 3.
           MOVE "POSTED TO THE END" TO NS-NEW-DETAIL.
           PERFORM 4800-ADD-JOB-ITEM THRU 4800-EXIT.
           MOVE "N/A" TO NS-ITM-HANDOFF (NS-ITM-IX).
           IF NOT NS-POSTJRNL-AVAIL
               MOVE "?" TO NS-ITM-RAN (NS-ITM-IX)
               MOVE 2 TO NS-NEW-RANK
               MOVE "POSTING JOURNAL NOT AVAILABLE" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               GO TO 4030-ALERTS
           END-IF.
           IF NS-JOB-DONE-TIME (NS-JOB-IX) NOT = SPACES
               MOVE NS-JOB-DONE-TIME (NS-JOB-IX)
                   TO NS-ITM-RAN (NS-ITM-IX)
               GO TO 4030-ALERTS
           END-IF.
           MOVE "NO" TO NS-ITM-RAN (NS-ITM-IX).
           MOVE 2 TO NS-NEW-RANK.
           IF NS-JOB-TRIG-TIME (2) = SPACES
               OR NS-JOB-TRIG-RC (2) > 3
               MOVE "BYPASSED -- NOTHING POSTED" TO NS-NEW-DETAIL
           ELSE
               MOVE "NO COMPLETION ON THE JOURNAL" TO NS-NEW-DETAIL
           END-IF.
           PERFORM 4900-RAISE-ITEM THRU 4900-EXIT.
       4030-ALERTS.
           PERFORM 4060-JUDGE-JOB-ALERTS THRU 4060-EXIT.
       4030-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4040-JUDGE-GLEXTR : the GL extract ran when its trigger is
      * on the date.
      *----------------------------------------------------------------*
       4040-JUDGE-GLEXTR.
           SET NS-JOB-IX TO 4.
           MOVE "GL HAND-OFF WRITTEN" TO NS-NEW-DETAIL.
           PERFORM 4800-ADD-JOB-ITEM THRU 4800-EXIT.
           MOVE NS-JOB-TRIG-TIME (NS-JOB-IX) TO NS-ITM-RAN (NS-ITM-IX).
           PERFORM 4050-JUDGE-HAND-OFF THRU 4050-EXIT.
           PERFORM 4060-JUDGE-JOB-ALERTS THRU 4060-EXIT.
       4040-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4045-JUDGE-DLRPROOF : the dollar proof carries its result on
      * its trigger -- RC 8 is a broken proof and holds the GL
      * stream.
      *----------------------------------------------------------------*
       4045-JUDGE-DLRPROOF.
           SET NS-JOB-IX TO 5.
           MOVE "NIGHT PROVED IN DOLLARS" TO NS-NEW-DETAIL.
           PERFORM 4800-ADD-JOB-ITEM THRU 4800-EXIT.
           MOVE NS-JOB-TRIG-TIME (NS-JOB-IX) TO NS-ITM-RAN (NS-ITM-IX).
           IF NS-JOB-TRIG-TIME (NS-JOB-IX) NOT = SPACES
               AND NS-JOB-TRIG-RC (NS-JOB-IX) > 3
               MOVE 2 TO NS-NEW-RANK
               MOVE "DOLLAR PROOF DID NOT BALANCE" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           END-IF.
           PERFORM 4050-JUDGE-HAND-OFF THRU 4050-EXIT.
           PERFORM 4060-JUDGE-JOB-ALERTS THRU 4060-EXIT.
       4045-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4050-JUDGE-HAND-OFF : a job that hands off by trigger -- no
      * trigger on the date means it never finished; one at RC 4
      * or more means the stream behind it stays held.
      *----------------------------------------------------------------*
       4050-JUDGE-HAND-OFF.
           IF NS-JOB-TRIG-TIME (NS-JOB-IX) = SPACES
               MOVE "NONE" TO NS-ITM-HANDOFF (NS-ITM-IX)
               IF NS-ITM-RAN (NS-ITM-IX) = SPACES
                   MOVE "NO" TO NS-ITM-RAN (NS-ITM-IX)
               END-IF
               MOVE 2 TO NS-NEW-RANK
               MOVE "NO TRIGGER -- NO HAND-OFF" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               GO TO 4050-EXIT
           END-IF.
           STRING "RC " DELIMITED BY SIZE
               NS-JOB-TRIG-RC (NS-JOB-IX) DELIMITED BY SIZE
               INTO NS-ITM-HANDOFF (NS-ITM-IX)
           END-STRING.
           IF NS-JOB-TRIG-RC (NS-JOB-IX) > 3
               MOVE 2 TO NS-NEW-RANK
               MOVE "HAND-OFF HELD -- TRIGGER RC 4+" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4060-JUDGE-JOB-ALERTS : the job's alerts of the date not yet
      * closed -- any CRIT is red, WARNs alone amber.  The count
      * shows on the line either way.
      *----------------------------------------------------------------*
       4060-JUDGE-JOB-ALERTS.
           COMPUTE NS-ITM-COUNT (NS-ITM-IX) =
               NS-JOB-OPEN-CRIT (NS-JOB-IX)
               + NS-JOB-OPEN-WARN (NS-JOB-IX).
           IF NS-JOB-OPEN-CRIT (NS-JOB-IX) > ZERO
               MOVE 2 TO NS-NEW-RANK
               MOVE "CRIT ALERT OPEN FOR THE NIGHT" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               GO TO 4060-EXIT
           END-IF.
           IF NS-JOB-OPEN-WARN (NS-JOB-IX) > ZERO
               MOVE 1 TO NS-NEW-RANK
               MOVE "WARN ALERT OPEN FOR THE NIGHT" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           END-IF.
       4060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-JUDGE-CONTROLS : one summary line per control.  A
      * control file that cannot be read is red -- the question it
      * answers has no answer this morning.
      *----------------------------------------------------------------*
       4500-JUDGE-CONTROLS.
           PERFORM 4510-JUDGE-BALANCE THRU 4510-EXIT.
           PERFORM 4520-JUDGE-ONE-FEED THRU 4520-EXIT
               VARYING NS-SRC-SUB FROM 1 BY 1
               UNTIL NS-SRC-SUB > SO-EXTERNAL-COUNT.
           PERFORM 4530-JUDGE-RUNLOCK THRU 4530-EXIT.
           PERFORM 4540-JUDGE-ALERTS THRU 4540-EXIT.
           PERFORM 4550-JUDGE-REJECTS THRU 4550-EXIT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4510-JUDGE-BALANCE : the nightly validation's control totals
      * -- written for the date, and not contradicted by its own
      * balance-check alert.
      *----------------------------------------------------------------*
       4510-JUDGE-BALANCE.
           MOVE "BALANCE" TO NS-NEW-NAME.
           MOVE "CONTROL TOTALS WRITTEN" TO NS-NEW-DETAIL.
           PERFORM 4810-ADD-CONTROL-ITEM THRU 4810-EXIT.
           MOVE 2 TO NS-NEW-RANK.
           IF NOT NS-BALANCE-AVAIL
               MOVE "BALANCE FILE NOT AVAILABLE" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               GO TO 4510-EXIT
           END-IF.
           IF NS-BAL-BROKEN
               MOVE "CONTROL TOTALS DID NOT AGREE" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               GO TO 4510-EXIT
           END-IF.
           IF NS-BAL-TIME = SPACES
               MOVE "NO CONTROL TOTALS WRITTEN" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4520-JUDGE-ONE-FEED : one external source on the register --
      * not there means late or refused; there more than once means
      * a deliberate reprocess somebody should confirm.
      *----------------------------------------------------------------*
       4520-JUDGE-ONE-FEED.
           SET SO-IX TO NS-SRC-SUB.
           MOVE SPACES TO NS-NEW-NAME.
           STRING "FEED " DELIMITED BY SIZE
               SO-SOURCE-CODE (SO-IX) DELIMITED BY SIZE
               INTO NS-NEW-NAME
           END-STRING.
           MOVE SPACES TO NS-NEW-DETAIL.
           STRING "REGISTERED -- " DELIMITED BY SIZE
               SO-SOURCE-NAME (SO-IX) DELIMITED BY SIZE
               INTO NS-NEW-DETAIL
           END-STRING.
           PERFORM 4810-ADD-CONTROL-ITEM THRU 4810-EXIT.
           MOVE NS-FEED-RECORDS (NS-SRC-SUB)
               TO NS-ITM-COUNT (NS-ITM-IX).
           IF NOT NS-FEEDREG-AVAIL
               MOVE 2 TO NS-NEW-RANK
               MOVE "FEED REGISTER NOT AVAILABLE" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               GO TO 4520-EXIT
           END-IF.
           IF NS-FEED-REG-COUNT (NS-SRC-SUB) = ZERO
               MOVE 2 TO NS-NEW-RANK
               MOVE "NOT REGISTERED -- LATE/REFUSED" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               GO TO 4520-EXIT
           END-IF.
           IF NS-FEED-REG-COUNT (NS-SRC-SUB) > 1
               MOVE 1 TO NS-NEW-RANK
               MOVE "REGISTERED TWICE -- REPROCESS" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           END-IF.
       4520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4530-JUDGE-RUNLOCK : any lock still RUNNING holds that
      * program's next run at the door until it is cleared.
      *----------------------------------------------------------------*
       4530-JUDGE-RUNLOCK.
           MOVE "RUNLOCK" TO NS-NEW-NAME.
           MOVE "NO LOCKS HELD" TO NS-NEW-DETAIL.
           PERFORM 4810-ADD-CONTROL-ITEM THRU 4810-EXIT.
           MOVE NS-LOCK-RUNNING-COUNT TO NS-ITM-COUNT (NS-ITM-IX).
           IF NOT NS-RUNLOCK-AVAIL
               MOVE 2 TO NS-NEW-RANK
               MOVE "RUN-LOCK FILE NOT AVAILABLE" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               GO TO 4530-EXIT
           END-IF.
           IF NS-LOCK-RUNNING-COUNT > ZERO
               MOVE 2 TO NS-NEW-RANK
               MOVE SPACES TO NS-NEW-DETAIL
               STRING "STILL RUNNING: " DELIMITED BY SIZE
                   NS-LOCK-RUNNING-NAME DELIMITED BY SIZE
                   INTO NS-NEW-DETAIL
               END-STRING
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               GO TO 4530-EXIT
           END-IF.
           IF NS-LOCK-OVERFLOWED
               MOVE 1 TO NS-NEW-RANK
               MOVE "LOCK CHAIN TOO LONG TO CHECK" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           END-IF.
       4530-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4540-JUDGE-ALERTS : every alert not yet closed, any date --
      * a CRIT nobody has acknowledged is red, anything else still
      * open is amber.
      *----------------------------------------------------------------*
       4540-JUDGE-ALERTS.
           MOVE "ALERTS" TO NS-NEW-NAME.
           MOVE "NO OPEN ALERTS" TO NS-NEW-DETAIL.
           PERFORM 4810-ADD-CONTROL-ITEM THRU 4810-EXIT.
           MOVE NS-ALERT-OPEN-COUNT TO NS-ITM-COUNT (NS-ITM-IX).
           IF NOT NS-ALERTS-AVAIL
               MOVE 2 TO NS-NEW-RANK
               MOVE "ALERT FILE NOT AVAILABLE" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               GO TO 4540-EXIT
           END-IF.
           IF NS-ALERT-UNACKED-CRIT > ZERO
               MOVE 2 TO NS-NEW-RANK
               MOVE "CRIT OPEN, NOT ACKNOWLEDGED" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               GO TO 4540-EXIT
           END-IF.
           IF NS-ALERT-OPEN-COUNT > ZERO
               MOVE 1 TO NS-NEW-RANK
               MOVE "OPEN, NOT YET CLOSED" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           END-IF.
       4540-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4550-JUDGE-REJECTS : the night's validation and posting
      * rejects -- any at all are amber until corrected and
      * recycled.
      *----------------------------------------------------------------*
       4550-JUDGE-REJECTS.
           MOVE "REJECTD" TO NS-NEW-NAME.
           MOVE "NO REJECTS" TO NS-NEW-DETAIL.
           PERFORM 4810-ADD-CONTROL-ITEM THRU 4810-EXIT.
           MOVE NS-REJECTD-COUNT TO NS-ITM-COUNT (NS-ITM-IX).
           IF NOT NS-REJECTD-AVAIL
               MOVE 2 TO NS-NEW-RANK
               MOVE "REJECT FILE NOT AVAILABLE" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           ELSE
               IF NS-REJECTD-COUNT > ZERO
                   MOVE 1 TO NS-NEW-RANK
                   MOVE "AWAITING CORRECTION" TO NS-NEW-DETAIL
                   PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               END-IF
           END-IF.
           MOVE "POSTREJ" TO NS-NEW-NAME.
           MOVE "NO POSTING REJECTS" TO NS-NEW-DETAIL.
           PERFORM 4810-ADD-CONTROL-ITEM THRU 4810-EXIT.
           MOVE NS-POSTREJ-COUNT TO NS-ITM-COUNT (NS-ITM-IX).
           IF NOT NS-POSTREJ-AVAIL
               MOVE 2 TO NS-NEW-RANK
               MOVE "POSTING REJECTS NOT AVAILABLE" TO NS-NEW-DETAIL
               PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
           ELSE
               IF NS-POSTREJ-COUNT > ZERO
                   MOVE 1 TO NS-NEW-RANK
                   MOVE "AWAITING CORRECTION" TO NS-NEW-DETAIL
                   PERFORM 4900-RAISE-ITEM THRU 4900-EXIT
               END-IF
           END-IF.
       4550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-ADD-JOB-ITEM : open a green summary line for the job
      * under NS-JOB-IX, carrying the clean-night wording in
      * NS-NEW-DETAIL.
      *----------------------------------------------------------------*
       4800-ADD-JOB-ITEM.
           MOVE "JOB "                   TO NS-NEW-TYPE.
           MOVE NS-JOB-NAME (NS-JOB-IX)  TO NS-NEW-NAME.
           PERFORM 4820-ADD-ITEM THRU 4820-EXIT.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4810-ADD-CONTROL-ITEM : open a green summary line for the
      * control named in NS-NEW-NAME.
      *----------------------------------------------------------------*
       4810-ADD-CONTROL-ITEM.
           MOVE "CTL " TO NS-NEW-TYPE.
           PERFORM 4820-ADD-ITEM THRU 4820-EXIT.
       4810-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4820-ADD-ITEM : add one green line to the item table and
      * leave the index on it.  The table is sized for every job
      * and control the summary knows.
      *----------------------------------------------------------------*
       4820-ADD-ITEM.
           ADD 1 TO NS-ITEM-COUNT.
           SET NS-ITM-IX TO NS-ITEM-COUNT.
           MOVE NS-NEW-TYPE   TO NS-ITM-TYPE (NS-ITM-IX).
           MOVE NS-NEW-NAME   TO NS-ITM-NAME (NS-ITM-IX).
           MOVE 0             TO NS-ITM-RANK (NS-ITM-IX).
           MOVE "GREEN"       TO NS-ITM-RAG (NS-ITM-IX).
           MOVE SPACES        TO NS-ITM-RAN (NS-ITM-IX).
           MOVE SPACES        TO NS-ITM-HANDOFF (NS-ITM-IX).
           MOVE ZERO          TO NS-ITM-COUNT (NS-ITM-IX).
           MOVE NS-NEW-DETAIL TO NS-ITM-DETAIL (NS-ITM-IX).
       4820-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-RAISE-ITEM : raise the line under NS-ITM-IX to the
      * status ranked in NS-NEW-RANK, with its wording, when that
      * is worse than what the line already shows.
      *----------------------------------------------------------------*
       4900-RAISE-ITEM.
           IF NS-NEW-RANK NOT > NS-ITM-RANK (NS-ITM-IX)
               GO TO 4900-EXIT
           END-IF.
           MOVE NS-NEW-RANK   TO NS-ITM-RANK (NS-ITM-IX).
           MOVE NS-NEW-DETAIL TO NS-ITM-DETAIL (NS-ITM-IX).
           IF NS-NEW-RANK = 2
               MOVE "RED" TO NS-ITM-RAG (NS-ITM-IX)
           ELSE
               MOVE "AMBER" TO NS-ITM-RAG (NS-ITM-IX)
           END-IF.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4950-JUDGE-NIGHT : the night as a whole is as bad as its
      * worst line.  A red night ends the run RETURN-CODE 4 so the
      * morning stream sees it.
      *----------------------------------------------------------------*
       4950-JUDGE-NIGHT.
           MOVE ZERO TO NS-NIGHT-RANK.
           PERFORM 4960-TALLY-ONE-ITEM THRU 4960-EXIT
               VARYING NS-ITM-IX FROM 1 BY 1
               UNTIL NS-ITM-IX > NS-ITEM-COUNT.
           EVALUATE NS-NIGHT-RANK
               WHEN 2
                   MOVE "RED" TO NS-NIGHT-RAG
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN 1
                   MOVE "AMBER" TO NS-NIGHT-RAG
               WHEN OTHER
                   MOVE "GREEN" TO NS-NIGHT-RAG
           END-EVALUATE.
       4950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4960-TALLY-ONE-ITEM : count one line by status and carry the
      * worst status up to the night.
      *----------------------------------------------------------------*
       4960-TALLY-ONE-ITEM.
           EVALUATE NS-ITM-RANK (NS-ITM-IX)
               WHEN 2
                   ADD 1 TO NS-RED-COUNT
               WHEN 1
                   ADD 1 TO NS-AMBER-COUNT
               WHEN OTHER
                   ADD 1 TO NS-GREEN-COUNT
           END-EVALUATE.
           IF NS-ITM-RANK (NS-ITM-IX) > NS-NIGHT-RANK
               MOVE NS-ITM-RANK (NS-ITM-IX) TO NS-NIGHT-RANK
           END-IF.
       4960-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-PRINT-REPORT : generate the one-page summary -- the
      * night's overall status, then the jobs, then the controls.
      *----------------------------------------------------------------*
       5000-PRINT-REPORT.
           STRING JB-ENVIRONMENT DELIMITED BY SIZE
               "  NITESUM STATE OF THE NIGHT" DELIMITED BY SIZE
               INTO NS-RPT-HDG-LINE1
           END-STRING.
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
               NS-SUMMARY-DATE DELIMITED BY SIZE
               "   NIGHT: " DELIMITED BY SIZE
               NS-NIGHT-RAG DELIMITED BY SIZE
               INTO NS-RPT-HDG-LINE2
           END-STRING.
           STRING "RUN: " DELIMITED BY SIZE
               JB-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JB-RUN-TIME DELIMITED BY SIZE
               "  USER: " DELIMITED BY SIZE
               JB-RUN-USER DELIMITED BY SIZE
               INTO NS-RPT-HDG-LINE3
           END-STRING.
           MOVE "END OF REPORT" TO NS-RPT-FTG-LINE1.
           OPEN OUTPUT RPTOUT-FILE.
           IF NOT NS-RPTOUT-WRITE-OK
               DISPLAY "NITESUM: RPTOUT NOT AVAILABLE, STATUS "
                   NS-RPTOUT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           INITIATE NIGHT-SUMMARY-RPT.
           MOVE SPACES TO NS-RPT-DETAIL-LINE.
           MOVE NS-RED-COUNT TO NS-RPT-TALLY-DISP.
           STRING "NIGHT OVERALL: " DELIMITED BY SIZE
               NS-NIGHT-RAG DELIMITED BY SIZE
               "    RED " DELIMITED BY SIZE
               NS-RPT-TALLY-DISP DELIMITED BY SIZE
               INTO NS-RPT-DETAIL-LINE
           END-STRING.
           MOVE NS-AMBER-COUNT TO NS-RPT-TALLY-DISP.
           MOVE "AMBER" TO NS-RPT-DETAIL-LINE(34:5).
           MOVE NS-RPT-TALLY-DISP TO NS-RPT-DETAIL-LINE(40:2).
           MOVE NS-GREEN-COUNT TO NS-RPT-TALLY-DISP.
           MOVE "GREEN" TO NS-RPT-DETAIL-LINE(44:5).
           MOVE NS-RPT-TALLY-DISP TO NS-RPT-DETAIL-LINE(50:2).
           GENERATE NIGHT-SUMMARY-DETAIL.
           MOVE SPACES TO NS-RPT-DETAIL-LINE.
           GENERATE NIGHT-SUMMARY-DETAIL.
           STRING "JOB       STATUS  RAN       HAND-OFF  ALERTS  "
                   DELIMITED BY SIZE
               "NOTE" DELIMITED BY SIZE
               INTO NS-RPT-DETAIL-LINE
           END-STRING.
           GENERATE NIGHT-SUMMARY-DETAIL.
           PERFORM 5010-PRINT-JOB-LINE THRU 5010-EXIT
               VARYING NS-ITM-IX FROM 1 BY 1
               UNTIL NS-ITM-IX > NS-ITEM-COUNT.
           MOVE SPACES TO NS-RPT-DETAIL-LINE.
           GENERATE NIGHT-SUMMARY-DETAIL.
           MOVE "CONTROL   STATUS    COUNT  DETAIL"
               TO NS-RPT-DETAIL-LINE.
           GENERATE NIGHT-SUMMARY-DETAIL.
           PERFORM 5020-PRINT-CONTROL-LINE THRU 5020-EXIT
               VARYING NS-ITM-IX FROM 1 BY 1
               UNTIL NS-ITM-IX > NS-ITEM-COUNT.
           TERMINATE NIGHT-SUMMARY-RPT.
           CLOSE RPTOUT-FILE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5010-PRINT-JOB-LINE : one line per job -- status, when it
      * ran, its hand-off, its open alerts, and the reason.
      *----------------------------------------------------------------*
       5010-PRINT-JOB-LINE.
           IF NS-ITM-TYPE (NS-ITM-IX) NOT = "JOB "
               GO TO 5010-EXIT
           END-IF.
           MOVE SPACES TO NS-RPT-DETAIL-LINE.
           MOVE NS-ITM-NAME (NS-ITM-IX)    TO NS-RPT-DETAIL-LINE(1:8).
           MOVE NS-ITM-RAG (NS-ITM-IX)     TO NS-RPT-DETAIL-LINE(11:5).
           MOVE NS-ITM-RAN (NS-ITM-IX)     TO NS-RPT-DETAIL-LINE(19:8).
           MOVE NS-ITM-HANDOFF (NS-ITM-IX)
               TO NS-RPT-DETAIL-LINE(29:7).
           MOVE NS-ITM-COUNT (NS-ITM-IX)   TO NS-RPT-COUNT-DISP.
           MOVE NS-RPT-COUNT-DISP          TO NS-RPT-DETAIL-LINE(38:5).
           MOVE NS-ITM-DETAIL (NS-ITM-IX)
               TO NS-RPT-DETAIL-LINE(47:30).
           GENERATE NIGHT-SUMMARY-DETAIL.
       5010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5020-PRINT-CONTROL-LINE : one line per control -- status, the
      * count behind it, and the reason.
      *----------------------------------------------------------------*
       5020-PRINT-CONTROL-LINE.
           IF NS-ITM-TYPE (NS-ITM-IX) NOT = "CTL "
               GO TO 5020-EXIT
           END-IF.
           MOVE SPACES TO NS-RPT-DETAIL-LINE.
           MOVE NS-ITM-NAME (NS-ITM-IX)    TO NS-RPT-DETAIL-LINE(1:8).
           MOVE NS-ITM-RAG (NS-ITM-IX)     TO NS-RPT-DETAIL-LINE(11:5).
           MOVE NS-ITM-COUNT (NS-ITM-IX)   TO NS-RPT-TOTAL-DISP.
           MOVE NS-RPT-TOTAL-DISP          TO NS-RPT-DETAIL-LINE(18:7).
           MOVE NS-ITM-DETAIL (NS-ITM-IX)
               TO NS-RPT-DETAIL-LINE(27:30).
           GENERATE NIGHT-SUMMARY-DETAIL.
       5020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-WRITE-STATUS : rewrite the dashboard's status records
      * -- the night first, then every line of the summary.
      *----------------------------------------------------------------*
       6000-WRITE-STATUS.
           OPEN OUTPUT OPSSTAT-FILE.
           IF NOT NS-OPSSTAT-WRITE-OK
               DISPLAY "NITESUM: OPSSTAT NOT AVAILABLE, STATUS "
                   NS-OPSSTAT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.
           MOVE SPACES             TO OS-STATUS-RECORD.
           MOVE NS-SUMMARY-DATE    TO OS-BUSINESS-DATE.
           SET OS-TYPE-NIGHT       TO TRUE.
           MOVE "OVERALL"          TO OS-ITEM-NAME.
           MOVE NS-NIGHT-RAG       TO OS-RAG-STATUS.
           MOVE NS-RED-COUNT       TO OS-ITEM-COUNT.
           MOVE NS-RED-COUNT       TO NS-RPT-TALLY-DISP.
           STRING "RED " DELIMITED BY SIZE
               NS-RPT-TALLY-DISP DELIMITED BY SIZE
               INTO OS-DETAIL
           END-STRING.
           MOVE NS-AMBER-COUNT     TO NS-RPT-TALLY-DISP.
           MOVE "AMBER"            TO OS-DETAIL(9:5).
           MOVE NS-RPT-TALLY-DISP  TO OS-DETAIL(15:2).
           MOVE NS-GREEN-COUNT     TO NS-RPT-TALLY-DISP.
           MOVE "GREEN"            TO OS-DETAIL(19:5).
           MOVE NS-RPT-TALLY-DISP  TO OS-DETAIL(25:2).
           MOVE NS-RUN-DATE        TO OS-SUMMARY-DATE.
           MOVE NS-SUMMARY-HHMMSS  TO OS-SUMMARY-TIME.
           WRITE OS-STATUS-RECORD.
           IF NOT NS-OPSSTAT-WRITE-OK
               DISPLAY "NITESUM: OPSSTAT WRITE FAILED, STATUS "
                   NS-OPSSTAT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE OPSSTAT-FILE
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6010-WRITE-ONE-ITEM THRU 6010-EXIT
               VARYING NS-ITM-IX FROM 1 BY 1
               UNTIL NS-ITM-IX > NS-ITEM-COUNT
               OR NOT NS-OPSSTAT-WRITE-OK.
           IF NOT NS-OPSSTAT-WRITE-OK
               DISPLAY "NITESUM: OPSSTAT WRITE FAILED, STATUS "
                   NS-OPSSTAT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE OPSSTAT-FILE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6010-WRITE-ONE-ITEM : one status record per summary line.
      *----------------------------------------------------------------*
       6010-WRITE-ONE-ITEM.
           MOVE SPACES                    TO OS-STATUS-RECORD.
           MOVE NS-SUMMARY-DATE           TO OS-BUSINESS-DATE.
           MOVE NS-ITM-TYPE (NS-ITM-IX)   TO OS-ITEM-TYPE.
           MOVE NS-ITM-NAME (NS-ITM-IX)   TO OS-ITEM-NAME.
           MOVE NS-ITM-RAG (NS-ITM-IX)    TO OS-RAG-STATUS.
           MOVE NS-ITM-COUNT (NS-ITM-IX)  TO OS-ITEM-COUNT.
           MOVE NS-ITM-DETAIL (NS-ITM-IX) TO OS-DETAIL.
           MOVE NS-RUN-DATE               TO OS-SUMMARY-DATE.
           MOVE NS-SUMMARY-HHMMSS         TO OS-SUMMARY-TIME.
           WRITE OS-STATUS-RECORD.
       6010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9999-EXIT : single point of job termination.
      *----------------------------------------------------------------*
       9999-EXIT.
           STOP RUN.
