      *----------------------------------------------------------------*
      * JOBTRND : batch-window trend and capacity forecast from the
      * job-run history.
      *
      * Reads the live PROD.HELLO.JOBHIST KSDS and the archived
      * JOBHIST generations concatenated on JOBARCH, and buckets
      * every run inside the trend window by program, run mode,
      * and week.  For each program and mode the report shows the
      * runs, average and longest elapsed seconds per week, a
      * moving average across the last few weeks, and how close
      * that average is running to the mode's warning and failure
      * limits on the SLAPARM file.  The growth of the moving
      * average from its first week to its last is carried forward
      * to a projected date for each limit, and a failure breach
      * projected inside the horizon is called out for action, so
      * the batch window can be renegotiated before month-end
      * blows it rather than after.
      *
      * The window, the moving-average span, and the horizon come
      * from a //SYSIN parameter card (see TRNDPRM); a missing card
      * takes the defaults.  History written before the run mode
      * was stamped on the record reports under mode UNKNOWN and
      * has no limits to be read against.
      *
      * Modification History :
      *   2026-10-15  JLG  Original program -- the history has
      *                    carried elapsed time and the SLA verdict
      *                    since August, but a breach was only ever
      *                    seen the morning after it happened.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobtrnd.
       AUTHOR. J L GREEN.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    TRNDPRM-FILE : the //SYSIN parameter card naming the trend
      *    window, the moving-average span, and the horizon.
           SELECT TRNDPRM-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JT-TRNDPRM-STATUS.

      *    SLAPARM-FILE : the per-run-mode service-level limits the
      *    trend is read against.
           SELECT SLAPARM-FILE ASSIGN TO SLAPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JT-SLAPARM-STATUS.

      *    JOBHIST-FILE : the live job-run history KSDS, read end to
      *    end in key order.
           SELECT JOBHIST-FILE ASSIGN TO JOBHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JH-HISTORY-KEY
               FILE STATUS IS JT-JOBHIST-STATUS.

      *    JOBARCH-FILE : the archive generations, concatenated in
      *    the JCL, read end to end.
           SELECT JOBARCH-FILE ASSIGN TO JOBARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JT-JOBARCH-STATUS.

      *    RPTOUT-FILE : the paginated trend and forecast report.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JT-RPTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRNDPRM-FILE
           RECORDING MODE IS F.
           COPY TRNDPRM.

       FD  SLAPARM-FILE
           RECORDING MODE IS F.
           COPY SLAPARM.

       FD  JOBHIST-FILE.
           COPY JOBHIST.

       FD  JOBARCH-FILE
           RECORDING MODE IS F.
       01  JT-ARCHIVE-RECORD           PIC X(80).

       FD  RPTOUT-FILE
           REPORT IS TREND-RPT.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    WS-JOB-BANNER : shared job-banner record, common to every
      *    program in the suite (see COPY JOBBANR).
      *----------------------------------------------------------------*
       COPY JOBBANR.

       01  JT-CURRENT-DATE-TIME        PIC X(21).

       01  JT-RUN-STAMP.
           05  JT-RUN-DATE.
               10  JT-RUN-YYYY         PIC 9(04).
               10  FILLER              PIC X(01) VALUE '-'.
               10  JT-RUN-MM           PIC 9(02).
               10  FILLER              PIC X(01) VALUE '-'.
               10  JT-RUN-DD           PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  JT-RUN-TIME.
               10  JT-RUN-HH           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  JT-RUN-MN           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  JT-RUN-SS           PIC 9(02).

       01  JT-RUNENV-VALUE             PIC X(04) VALUE SPACES.

       01  JT-TRNDPRM-STATUS           PIC X(02) VALUE SPACES.
           88  JT-TRNDPRM-READ-OK          VALUE '00'.

       01  JT-SLAPARM-STATUS           PIC X(02) VALUE SPACES.
           88  JT-SLAPARM-READ-OK          VALUE '00'.
           88  JT-SLAPARM-AT-END           VALUE '10'.

       01  JT-JOBHIST-STATUS           PIC X(02) VALUE SPACES.
           88  JT-JOBHIST-READ-OK          VALUE '00'.
           88  JT-JOBHIST-AT-END           VALUE '10'.

       01  JT-JOBARCH-STATUS           PIC X(02) VALUE SPACES.
           88  JT-JOBARCH-READ-OK          VALUE '00'.
           88  JT-JOBARCH-AT-END           VALUE '10'.

       01  JT-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
           88  JT-RPTOUT-WRITE-OK          VALUE '00'.

      *----------------------------------------------------------------*
      *    JT-WINDOW : the trend window after the parameter card is
      *    edited.  Week 1 is the oldest; the last week ends on the
      *    as-of date.  The window is held as integer day numbers so
      *    a run's week is plain arithmetic.
      *----------------------------------------------------------------*
       01  JT-WINDOW.
           05  JT-AS-OF-DATE           PIC X(10) VALUE SPACES.
           05  JT-WEEK-COUNT           PIC 9(02) VALUE 26.
           05  JT-AVERAGE-WEEKS        PIC 9(02) VALUE 4.
           05  JT-HORIZON-WEEKS        PIC 9(02) VALUE 8.
           05  JT-AS-OF-INTEGER        PIC 9(08) VALUE ZERO.
           05  JT-START-INTEGER        PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      *    JT-DATE-WORK : a YYYY-MM-DD date taken apart for editing
      *    and day-number arithmetic, and a day number put back
      *    together as a printable date.
      *----------------------------------------------------------------*
       01  JT-DATE-WORK.
           05  JT-DATE-TEXT            PIC X(08) VALUE SPACES.
           05  JT-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES JT-DATE-YYYYMMDD.
               10  JT-DATE-YYYY        PIC 9(04).
               10  JT-DATE-MM          PIC 9(02).
               10  JT-DATE-DD          PIC 9(02).
           05  JT-DATE-INTEGER         PIC 9(08) VALUE ZERO.
           05  JT-DATE-PRINT           PIC X(10) VALUE SPACES.
           05  JT-DATE-MONTH-DAYS      PIC 9(02) VALUE ZERO.
           05  JT-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
           05  JT-LEAP-REMAINDER       PIC 9(04) VALUE ZERO.
           05  JT-DATE-VALID-SW        PIC X(01) VALUE 'N'.
               88  JT-DATE-VALID               VALUE 'Y'.
               88  JT-DATE-NOT-VALID           VALUE 'N'.

      *----------------------------------------------------------------*
      *    JT-SLA-TABLE : the SLAPARM limits, one entry per run mode.
      *    A mode with no entry, or with limits that are not
      *    numeric, is reported without a projection.
      *----------------------------------------------------------------*
       01  JT-SLA-TABLE.
           05  JT-SLA-COUNT            PIC 9(02) VALUE ZERO.
           05  JT-SLA-ENTRY            OCCURS 10 TIMES
                                       INDEXED BY JT-SLA-IX.
               10  JT-SLA-MODE         PIC X(07).
               10  JT-SLA-WARN-SECS    PIC 9(05).
               10  JT-SLA-FAIL-SECS    PIC 9(05).

      *----------------------------------------------------------------*
      *    JT-HIST-WORK : the history record in hand, whichever file
      *    it came from -- the archive's flat records carry the same
      *    byte layout the KSDS does.
      *----------------------------------------------------------------*
       01  JT-HIST-WORK.
           05  JT-HW-PROGRAM-ID        PIC X(08).
           05  JT-HW-RUN-DATE          PIC X(10).
           05  JT-HW-RUN-TIME          PIC X(08).
           05  JT-HW-STATUS            PIC X(08).
           05  JT-HW-ELAPSED           PIC 9(05).
           05  JT-HW-SLA-FLAG          PIC X(04).
           05  JT-HW-RUN-MODE          PIC X(07).
           05  FILLER                  PIC X(30).

      *----------------------------------------------------------------*
      *    JT-TREND-TABLE : one entry per program and run mode seen
      *    in the window, with the limits that apply to it and one
      *    bucket per week of the window.  A window with more
      *    program/mode pairs than the table holds is tallied short
      *    and flagged with RETURN-CODE 4.
      *----------------------------------------------------------------*
       01  JT-TREND-TABLE.
           05  JT-TREND-COUNT          PIC 9(03) VALUE ZERO.
           05  JT-TREND-ENTRY          OCCURS 30 TIMES
                                       INDEXED BY JT-TRD-IX.
               10  JT-TRD-PROGRAM      PIC X(08).
               10  JT-TRD-MODE         PIC X(07).
               10  JT-TRD-LIMIT-SW     PIC X(01).
                   88  JT-TRD-HAS-LIMITS       VALUE 'Y'.
                   88  JT-TRD-NO-LIMITS        VALUE 'N'.
               10  JT-TRD-WARN-SECS    PIC 9(05).
               10  JT-TRD-FAIL-SECS    PIC 9(05).
               10  JT-TRD-WARN-FLAGS   PIC 9(05).
               10  JT-TRD-FAIL-FLAGS   PIC 9(05).
               10  JT-TRD-WEEK         OCCURS 26 TIMES.
                   15  JT-WK-RUNS      PIC 9(05).
                   15  JT-WK-TOTAL     PIC 9(09).
                   15  JT-WK-LONGEST   PIC 9(05).

       01  JT-WORK-FIELDS.
           05  JT-LIVE-READ-COUNT      PIC 9(07) VALUE ZERO.
           05  JT-ARCH-READ-COUNT      PIC 9(07) VALUE ZERO.
           05  JT-WINDOW-RUN-COUNT     PIC 9(07) VALUE ZERO.
           05  JT-SKIPPED-COUNT        PIC 9(07) VALUE ZERO.
           05  JT-OVERFLOW-COUNT       PIC 9(07) VALUE ZERO.
           05  JT-ATTENTION-COUNT      PIC 9(03) VALUE ZERO.
           05  JT-RUN-MODE             PIC X(07) VALUE SPACES.
           05  JT-WEEK-SUB             PIC 9(02) VALUE ZERO.
           05  JT-AVG-SUB              PIC 9(02) VALUE ZERO.
           05  JT-AVG-FIRST-SUB        PIC 9(02) VALUE ZERO.
           05  JT-DAY-OFFSET           PIC 9(08) VALUE ZERO.
           05  JT-TRD-FOUND-SW         PIC X(01) VALUE 'N'.
               88  JT-TRD-FOUND                VALUE 'Y'.
               88  JT-TRD-NOT-FOUND            VALUE 'N'.
           05  JT-SLA-FOUND-SW         PIC X(01) VALUE 'N'.
               88  JT-SLA-FOUND                VALUE 'Y'.
               88  JT-SLA-NOT-FOUND            VALUE 'N'.

      *----------------------------------------------------------------*
      *    JT-TREND-WORK : the figures for the week being printed and
      *    the first and last weeks with a moving average, from
      *    which the growth per week and the projected breach dates
      *    are worked out.
      *----------------------------------------------------------------*
       01  JT-TREND-WORK.
           05  JT-WEEK-AVERAGE         PIC 9(05) VALUE ZERO.
           05  JT-SPAN-RUNS            PIC 9(07) VALUE ZERO.
           05  JT-SPAN-TOTAL           PIC 9(11) VALUE ZERO.
           05  JT-MOVING-AVERAGE       PIC 9(05) VALUE ZERO.
           05  JT-PCT-OF-WARN          PIC 9(05) VALUE ZERO.
           05  JT-PCT-OF-FAIL          PIC 9(05) VALUE ZERO.
           05  JT-FIRST-MA-WEEK        PIC 9(02) VALUE ZERO.
           05  JT-FIRST-MA             PIC 9(05) VALUE ZERO.
           05  JT-LAST-MA-WEEK         PIC 9(02) VALUE ZERO.
           05  JT-LAST-MA              PIC 9(05) VALUE ZERO.
           05  JT-GROWTH-PER-WEEK      PIC S9(05)V9 VALUE ZERO.
           05  JT-BASE-INTEGER         PIC 9(08) VALUE ZERO.
           05  JT-PRJ-LIMIT            PIC 9(05) VALUE ZERO.
           05  JT-PRJ-WEEKS            PIC 9(05)V99 VALUE ZERO.
           05  JT-PRJ-DAYS             PIC 9(07) VALUE ZERO.
           05  JT-PRJ-TEXT             PIC X(19) VALUE SPACES.
           05  JT-PRJ-SOON-SW          PIC X(01) VALUE 'N'.
               88  JT-PRJ-SOON                 VALUE 'Y'.
               88  JT-PRJ-NOT-SOON             VALUE 'N'.
           05  JT-PRJ-WARN-TEXT        PIC X(19) VALUE SPACES.
           05  JT-PRJ-FAIL-TEXT        PIC X(19) VALUE SPACES.

      *----------------------------------------------------------------*
      *    JT-RPT-xxx : each print line is built up whole and handed
      *    to the REPORT SECTION as a single SOURCE item per line.
      *----------------------------------------------------------------*
       01  JT-RPT-HDG-LINE1            PIC X(50) VALUE SPACES.
       01  JT-RPT-HDG-LINE2            PIC X(70) VALUE SPACES.
       01  JT-RPT-HDG-LINE3            PIC X(56) VALUE SPACES.
       01  JT-RPT-DETAIL-LINE          PIC X(78) VALUE SPACES.
       01  JT-RPT-FTG-LINE1            PIC X(14) VALUE SPACES.
       01  JT-RPT-COUNT-DISP           PIC Z(04)9.
       01  JT-RPT-TOTAL-DISP           PIC Z(06)9.
       01  JT-RPT-SECS-DISP            PIC Z(04)9.
       01  JT-RPT-GROWTH-DISP          PIC -(05)9.9.
       01  JT-RPT-WEEKS-DISP           PIC Z9.

       REPORT SECTION.
      *----------------------------------------------------------------*
      * TREND-RPT : paginated batch-window trend report, in the same
      * manner as the RUN-STATS-RPT of the monthly statistics job.
      *----------------------------------------------------------------*
       RD  TREND-RPT
           PAGE LIMIT 60 LINES
           FIRST DETAIL 5
           LAST DETAIL 55
           FOOTING 58.
       01  TYPE PAGE HEADING.
           05  LINE 1  COLUMN 1  PIC X(50) SOURCE JT-RPT-HDG-LINE1.
           05  LINE 2  COLUMN 1  PIC X(70) SOURCE JT-RPT-HDG-LINE2.
           05  LINE 3  COLUMN 1  PIC X(56) SOURCE JT-RPT-HDG-LINE3.
       01  TREND-DETAIL TYPE DETAIL.
           05  LINE PLUS 1 COLUMN 1  PIC X(78)
                   SOURCE JT-RPT-DETAIL-LINE.
       01  TYPE PAGE FOOTING.
           05  LINE 58 COLUMN 1  PIC X(14) SOURCE JT-RPT-FTG-LINE1.
           05  LINE 59 COLUMN 1  PIC ZZZ9 SOURCE PAGE-COUNTER.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE : overall job control.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-PARM-CARD THRU 2000-EXIT.
           PERFORM 2500-LOAD-SLA-LIMITS THRU 2500-EXIT.
           PERFORM 3000-TALLY-LIVE-HISTORY THRU 3000-EXIT.
           PERFORM 3500-TALLY-ARCHIVE THRU 3500-EXIT.
           IF RETURN-CODE < 8
               PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE : capture the run stamp and build the shared
      * job banner.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO JT-CURRENT-DATE-TIME.
           MOVE JT-CURRENT-DATE-TIME(1:4)  TO JT-RUN-YYYY.
           MOVE JT-CURRENT-DATE-TIME(5:2)  TO JT-RUN-MM.
           MOVE JT-CURRENT-DATE-TIME(7:2)  TO JT-RUN-DD.
           MOVE JT-CURRENT-DATE-TIME(9:2)  TO JT-RUN-HH.
           MOVE JT-CURRENT-DATE-TIME(11:2) TO JT-RUN-MN.
           MOVE JT-CURRENT-DATE-TIME(13:2) TO JT-RUN-SS.
           MOVE "jobtrnd"         TO JB-JOB-NAME.
           MOVE JT-RUN-DATE       TO JB-RUN-DATE.
           MOVE JT-RUN-TIME       TO JB-RUN-TIME.
           ACCEPT JB-RUN-USER FROM ENVIRONMENT "USER".
           ACCEPT JT-RUNENV-VALUE FROM ENVIRONMENT "RUNENV".
           IF JT-RUNENV-VALUE = "PROD"
               MOVE "PROD" TO JB-ENVIRONMENT
           ELSE
               MOVE "TEST" TO JB-ENVIRONMENT
           END-IF.
           MOVE 0 TO RETURN-CODE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-READ-PARM-CARD : pick up the as-of date, window,
      * moving-average span, and horizon from //SYSIN.  A missing
      * card, or a blank field, takes the default; a field that
      * fails its edit takes the default too, but the run does not
      * look clean.
      *----------------------------------------------------------------*
       2000-READ-PARM-CARD.
           MOVE JT-RUN-DATE TO JT-AS-OF-DATE.
           OPEN INPUT TRNDPRM-FILE.
           IF NOT JT-TRNDPRM-READ-OK
               GO TO 2000-SET-WINDOW
           END-IF.
           READ TRNDPRM-FILE
               AT END
                   CLOSE TRNDPRM-FILE
                   GO TO 2000-SET-WINDOW
           END-READ.
           CLOSE TRNDPRM-FILE.
           IF TD-AS-OF-DATE NOT = SPACES
               MOVE TD-AS-OF-DATE TO JT-DATE-PRINT
               PERFORM 2100-EDIT-DATE THRU 2100-EXIT
               IF JT-DATE-VALID
                   MOVE TD-AS-OF-DATE TO JT-AS-OF-DATE
               ELSE
                   DISPLAY "JOBTRND: AS-OF DATE NOT A REAL DATE "
                       TD-AS-OF-DATE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF TD-WEEK-COUNT NOT = SPACES
               IF TD-WEEK-COUNT NUMERIC
                   AND TD-WEEK-COUNT > '00'
                   AND TD-WEEK-COUNT NOT > '26'
                   MOVE TD-WEEK-COUNT TO JT-WEEK-COUNT
               ELSE
                   DISPLAY "JOBTRND: WEEK COUNT NOT 01-26 "
                       TD-WEEK-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF TD-AVERAGE-WEEKS NOT = SPACES
               IF TD-AVERAGE-WEEKS NUMERIC
                   AND TD-AVERAGE-WEEKS > '00'
                   AND TD-AVERAGE-WEEKS NOT > '08'
                   MOVE TD-AVERAGE-WEEKS TO JT-AVERAGE-WEEKS
               ELSE
                   DISPLAY "JOBTRND: AVERAGE WEEKS NOT 01-08 "
                       TD-AVERAGE-WEEKS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF TD-HORIZON-WEEKS NOT = SPACES
               IF TD-HORIZON-WEEKS NUMERIC
                   AND TD-HORIZON-WEEKS > '00'
                   AND TD-HORIZON-WEEKS NOT > '52'
                   MOVE TD-HORIZON-WEEKS TO JT-HORIZON-WEEKS
               ELSE
                   DISPLAY "JOBTRND: HORIZON WEEKS NOT 01-52 "
                       TD-HORIZON-WEEKS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       2000-SET-WINDOW.
           MOVE JT-AS-OF-DATE TO JT-DATE-PRINT.
           PERFORM 2100-EDIT-DATE THRU 2100-EXIT.
           MOVE JT-DATE-INTEGER TO JT-AS-OF-INTEGER.
           COMPUTE JT-START-INTEGER =
               JT-AS-OF-INTEGER - JT-WEEK-COUNT * 7 + 1.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-EDIT-DATE : prove the YYYY-MM-DD date in JT-DATE-PRINT
      * is a real calendar date and, when it is, turn it into its
      * integer day number.  An in-format but nonexistent date --
      * month 13, February 30th -- must never reach the date
      * arithmetic, whose result for it is undefined.
      *----------------------------------------------------------------*
       2100-EDIT-DATE.
           SET JT-DATE-NOT-VALID TO TRUE.
           MOVE ZERO TO JT-DATE-INTEGER.
           IF JT-DATE-PRINT(5:1) NOT = '-'
               OR JT-DATE-PRINT(8:1) NOT = '-'
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO JT-DATE-TEXT.
           STRING JT-DATE-PRINT(1:4) DELIMITED BY SIZE
               JT-DATE-PRINT(6:2) DELIMITED BY SIZE
               JT-DATE-PRINT(9:2) DELIMITED BY SIZE
               INTO JT-DATE-TEXT
           END-STRING.
           IF JT-DATE-TEXT NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           MOVE JT-DATE-TEXT TO JT-DATE-YYYYMMDD.
           IF JT-DATE-YYYY < 1601
               OR JT-DATE-MM < 1 OR JT-DATE-MM > 12
               OR JT-DATE-DD < 1
               GO TO 2100-EXIT
           END-IF.
           EVALUATE JT-DATE-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO JT-DATE-MONTH-DAYS
               WHEN 02
                   PERFORM 2110-SET-FEBRUARY THRU 2110-EXIT
               WHEN OTHER
                   MOVE 31 TO JT-DATE-MONTH-DAYS
           END-EVALUATE.
           IF JT-DATE-DD > JT-DATE-MONTH-DAYS
               GO TO 2100-EXIT
           END-IF.
           COMPUTE JT-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (JT-DATE-YYYYMMDD).
           SET JT-DATE-VALID TO TRUE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2110-SET-FEBRUARY : 29 days in a leap year -- divisible by 4,
      * except centuries, except every fourth century.
      *----------------------------------------------------------------*
       2110-SET-FEBRUARY.
           MOVE 28 TO JT-DATE-MONTH-DAYS.
           DIVIDE JT-DATE-YYYY BY 4
               GIVING JT-LEAP-QUOTIENT
               REMAINDER JT-LEAP-REMAINDER.
           IF JT-LEAP-REMAINDER NOT = ZERO
               GO TO 2110-EXIT
           END-IF.
           DIVIDE JT-DATE-YYYY BY 100
               GIVING JT-LEAP-QUOTIENT
               REMAINDER JT-LEAP-REMAINDER.
           IF JT-LEAP-REMAINDER NOT = ZERO
               MOVE 29 TO JT-DATE-MONTH-DAYS
               GO TO 2110-EXIT
           END-IF.
           DIVIDE JT-DATE-YYYY BY 400
               GIVING JT-LEAP-QUOTIENT
               REMAINDER JT-LEAP-REMAINDER.
           IF JT-LEAP-REMAINDER = ZERO
               MOVE 29 TO JT-DATE-MONTH-DAYS
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-LOAD-SLA-LIMITS : load the SLAPARM limits, one entry per
      * run mode.  A file that cannot be opened is only a warning --
      * the trend still prints, without limits or projections.
      *----------------------------------------------------------------*
       2500-LOAD-SLA-LIMITS.
           MOVE ZERO TO JT-SLA-COUNT.
           OPEN INPUT SLAPARM-FILE.
           IF NOT JT-SLAPARM-READ-OK
               DISPLAY "JOBTRND: SLAPARM NOT AVAILABLE, STATUS "
                   JT-SLAPARM-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-LOAD-ONE-LIMIT THRU 2510-EXIT
               UNTIL NOT JT-SLAPARM-READ-OK.
           CLOSE SLAPARM-FILE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2510-LOAD-ONE-LIMIT : read one SLA record and keep it when its
      * limits are readable and the table has room.
      *----------------------------------------------------------------*
       2510-LOAD-ONE-LIMIT.
           READ SLAPARM-FILE
               AT END
                   GO TO 2510-EXIT
           END-READ.
           IF NOT JT-SLAPARM-READ-OK
               GO TO 2510-EXIT
           END-IF.
           IF SL-RUN-MODE = SPACES
               OR SL-WARN-LIMIT-SECS NOT NUMERIC
               OR SL-FAIL-LIMIT-SECS NOT NUMERIC
               OR SL-WARN-LIMIT-SECS = ZERO
               OR SL-FAIL-LIMIT-SECS = ZERO
               GO TO 2510-EXIT
           END-IF.
           IF JT-SLA-COUNT = 10
               GO TO 2510-EXIT
           END-IF.
           ADD 1 TO JT-SLA-COUNT.
           SET JT-SLA-IX TO JT-SLA-COUNT.
           MOVE SL-RUN-MODE        TO JT-SLA-MODE (JT-SLA-IX).
           MOVE SL-WARN-LIMIT-SECS TO JT-SLA-WARN-SECS (JT-SLA-IX).
           MOVE SL-FAIL-LIMIT-SECS TO JT-SLA-FAIL-SECS (JT-SLA-IX).
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TALLY-LIVE-HISTORY : read the live history end to end
      * and fold every run inside the window into the trend table.
      *----------------------------------------------------------------*
       3000-TALLY-LIVE-HISTORY.
           OPEN INPUT JOBHIST-FILE.
           IF NOT JT-JOBHIST-READ-OK
               DISPLAY "JOBTRND: LIVE HISTORY NOT AVAILABLE, STATUS "
                   JT-JOBHIST-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-READ-NEXT-LIVE THRU 3010-EXIT
               UNTIL NOT JT-JOBHIST-READ-OK.
           CLOSE JOBHIST-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3010-READ-NEXT-LIVE : read one live record and fold it in.
      *----------------------------------------------------------------*
       3010-READ-NEXT-LIVE.
           READ JOBHIST-FILE
               AT END
                   GO TO 3010-EXIT
           END-READ.
           IF NOT JT-JOBHIST-READ-OK
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO JT-LIVE-READ-COUNT.
           MOVE JH-HISTORY-RECORD TO JT-HIST-WORK.
           PERFORM 3100-TALLY-RUN THRU 3100-EXIT.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-TALLY-ARCHIVE : read the archive concatenation end to
      * end and fold every run inside the window into the trend
      * table.  An archive that cannot be opened is only a warning
      * -- a shop that has never archived has no JOBARCH
      * generations to mount.
      *----------------------------------------------------------------*
       3500-TALLY-ARCHIVE.
           OPEN INPUT JOBARCH-FILE.
           IF NOT JT-JOBARCH-READ-OK
               DISPLAY "JOBTRND: ARCHIVE NOT AVAILABLE, STATUS "
                   JT-JOBARCH-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3510-READ-NEXT-ARCHIVE THRU 3510-EXIT
               UNTIL NOT JT-JOBARCH-READ-OK.
           IF NOT JT-JOBARCH-AT-END
               DISPLAY "JOBTRND: ARCHIVE READ FAILED, STATUS "
                   JT-JOBARCH-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE JOBARCH-FILE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3510-READ-NEXT-ARCHIVE : read one archive record and fold it
      * in.
      *----------------------------------------------------------------*
       3510-READ-NEXT-ARCHIVE.
           READ JOBARCH-FILE
               AT END
                   GO TO 3510-EXIT
           END-READ.
           IF NOT JT-JOBARCH-READ-OK
               GO TO 3510-EXIT
           END-IF.
           ADD 1 TO JT-ARCH-READ-COUNT.
           MOVE JT-ARCHIVE-RECORD TO JT-HIST-WORK.
           PERFORM 3100-TALLY-RUN THRU 3100-EXIT.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-TALLY-RUN : fold the run in JT-HIST-WORK into its
      * program/mode entry and week bucket.  A run outside the
      * window is passed over; one whose date or elapsed time
      * cannot be trusted is counted as skipped.  A run written
      * before the mode was stamped reports under UNKNOWN.
      *----------------------------------------------------------------*
       3100-TALLY-RUN.
           MOVE JT-HW-RUN-DATE TO JT-DATE-PRINT.
           PERFORM 2100-EDIT-DATE THRU 2100-EXIT.
           IF JT-DATE-NOT-VALID
               OR JT-HW-ELAPSED NOT NUMERIC
               ADD 1 TO JT-SKIPPED-COUNT
               GO TO 3100-EXIT
           END-IF.
           IF JT-DATE-INTEGER < JT-START-INTEGER
               OR JT-DATE-INTEGER > JT-AS-OF-INTEGER
               GO TO 3100-EXIT
           END-IF.
           IF JT-HW-RUN-MODE = SPACES
               MOVE "UNKNOWN" TO JT-RUN-MODE
           ELSE
               MOVE JT-HW-RUN-MODE TO JT-RUN-MODE
           END-IF.
           PERFORM 3110-FIND-TREND-ENTRY THRU 3110-EXIT.
           IF JT-TRD-NOT-FOUND
               ADD 1 TO JT-OVERFLOW-COUNT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO JT-WINDOW-RUN-COUNT.
           COMPUTE JT-DAY-OFFSET = JT-DATE-INTEGER - JT-START-INTEGER.
           DIVIDE JT-DAY-OFFSET BY 7 GIVING JT-WEEK-SUB.
           ADD 1 TO JT-WEEK-SUB.
           ADD 1 TO JT-WK-RUNS (JT-TRD-IX, JT-WEEK-SUB).
           ADD JT-HW-ELAPSED TO JT-WK-TOTAL (JT-TRD-IX, JT-WEEK-SUB).
           IF JT-HW-ELAPSED > JT-WK-LONGEST (JT-TRD-IX, JT-WEEK-SUB)
               MOVE JT-HW-ELAPSED
                   TO JT-WK-LONGEST (JT-TRD-IX, JT-WEEK-SUB)
           END-IF.
           EVALUATE JT-HW-SLA-FLAG
               WHEN "WARN"
                   ADD 1 TO JT-TRD-WARN-FLAGS (JT-TRD-IX)
               WHEN "FAIL"
                   ADD 1 TO JT-TRD-FAIL-FLAGS (JT-TRD-IX)
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3110-FIND-TREND-ENTRY : find (or add) the entry for this
      * run's program and mode.  A new entry picks up its mode's
      * limits.  A full table leaves the switch off so the caller
      * counts the run as tallied short.
      *----------------------------------------------------------------*
       3110-FIND-TREND-ENTRY.
           SET JT-TRD-NOT-FOUND TO TRUE.
           PERFORM 3120-SCAN-TREND-ENTRY THRU 3120-EXIT
               VARYING JT-TRD-IX FROM 1 BY 1
               UNTIL JT-TRD-IX > JT-TREND-COUNT
               OR JT-TRD-FOUND.
           IF JT-TRD-FOUND
               SET JT-TRD-IX DOWN BY 1
               GO TO 3110-EXIT
           END-IF.
           IF JT-TREND-COUNT = 30
               GO TO 3110-EXIT
           END-IF.
           ADD 1 TO JT-TREND-COUNT.
           SET JT-TRD-IX TO JT-TREND-COUNT.
           MOVE JT-HW-PROGRAM-ID TO JT-TRD-PROGRAM (JT-TRD-IX).
           MOVE JT-RUN-MODE      TO JT-TRD-MODE (JT-TRD-IX).
           MOVE ZERO TO JT-TRD-WARN-FLAGS (JT-TRD-IX).
           MOVE ZERO TO JT-TRD-FAIL-FLAGS (JT-TRD-IX).
           PERFORM 3130-CLEAR-WEEK THRU 3130-EXIT
               VARYING JT-WEEK-SUB FROM 1 BY 1
               UNTIL JT-WEEK-SUB > 26.
           SET JT-SLA-NOT-FOUND TO TRUE.
           PERFORM 3140-SCAN-SLA-ENTRY THRU 3140-EXIT
               VARYING JT-SLA-IX FROM 1 BY 1
               UNTIL JT-SLA-IX > JT-SLA-COUNT
               OR JT-SLA-FOUND.
           IF JT-SLA-FOUND
               SET JT-SLA-IX DOWN BY 1
               SET JT-TRD-HAS-LIMITS (JT-TRD-IX) TO TRUE
               MOVE JT-SLA-WARN-SECS (JT-SLA-IX)
                   TO JT-TRD-WARN-SECS (JT-TRD-IX)
               MOVE JT-SLA-FAIL-SECS (JT-SLA-IX)
                   TO JT-TRD-FAIL-SECS (JT-TRD-IX)
           ELSE
               SET JT-TRD-NO-LIMITS (JT-TRD-IX) TO TRUE
               MOVE ZERO TO JT-TRD-WARN-SECS (JT-TRD-IX)
               MOVE ZERO TO JT-TRD-FAIL-SECS (JT-TRD-IX)
           END-IF.
           SET JT-TRD-FOUND TO TRUE.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3120-SCAN-TREND-ENTRY : compare one trend-table entry to the
      * run in hand.  The PERFORM VARYING in the caller steps the
      * index past the matching entry before its exit test sees the
      * switch, so the caller steps it back.
      *----------------------------------------------------------------*
       3120-SCAN-TREND-ENTRY.
           IF JT-TRD-PROGRAM (JT-TRD-IX) = JT-HW-PROGRAM-ID
               AND JT-TRD-MODE (JT-TRD-IX) = JT-RUN-MODE
               SET JT-TRD-FOUND TO TRUE
           END-IF.
       3120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3130-CLEAR-WEEK : clear one week bucket of a new entry.
      *----------------------------------------------------------------*
       3130-CLEAR-WEEK.
           MOVE ZERO TO JT-WK-RUNS (JT-TRD-IX, JT-WEEK-SUB).
           MOVE ZERO TO JT-WK-TOTAL (JT-TRD-IX, JT-WEEK-SUB).
           MOVE ZERO TO JT-WK-LONGEST (JT-TRD-IX, JT-WEEK-SUB).
       3130-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3140-SCAN-SLA-ENTRY : compare one SLA-table entry to the run
      * mode of the new trend entry.
      *----------------------------------------------------------------*
       3140-SCAN-SLA-ENTRY.
           IF JT-SLA-MODE (JT-SLA-IX) = JT-RUN-MODE
               SET JT-SLA-FOUND TO TRUE
           END-IF.
       3140-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-PRINT-REPORT : generate the paginated report -- one
      * block per program and mode, then the run totals.
      *----------------------------------------------------------------*
       4000-PRINT-REPORT.
           STRING JB-ENVIRONMENT DELIMITED BY SIZE
               "  JOBTRND BATCH-WINDOW TREND AND FORECAST"
                   DELIMITED BY SIZE
               INTO JT-RPT-HDG-LINE1
           END-STRING.
           MOVE JT-START-INTEGER TO JT-DATE-INTEGER.
           PERFORM 4900-FORMAT-DATE THRU 4900-EXIT.
           MOVE JT-WEEK-COUNT TO JT-RPT-WEEKS-DISP.
           STRING "WINDOW: " DELIMITED BY SIZE
               JT-DATE-PRINT DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               JT-AS-OF-DATE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               JT-RPT-WEEKS-DISP DELIMITED BY SIZE
               " WEEKS)  MOVING AVERAGE: " DELIMITED BY SIZE
               JT-AVERAGE-WEEKS DELIMITED BY SIZE
               " WEEKS" DELIMITED BY SIZE
               INTO JT-RPT-HDG-LINE2
           END-STRING.
           STRING "RUN: " DELIMITED BY SIZE
               JB-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JB-RUN-TIME DELIMITED BY SIZE
               "  USER: " DELIMITED BY SIZE
               JB-RUN-USER DELIMITED BY SIZE
               INTO JT-RPT-HDG-LINE3
           END-STRING.
           MOVE "END OF REPORT" TO JT-RPT-FTG-LINE1.
           OPEN OUTPUT RPTOUT-FILE.
           IF NOT JT-RPTOUT-WRITE-OK
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           INITIATE TREND-RPT.
           IF JT-TREND-COUNT = ZERO
               MOVE "** NO RUNS FOUND IN THE TREND WINDOW **"
                   TO JT-RPT-DETAIL-LINE
               GENERATE TREND-DETAIL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 4100-PRINT-ONE-TREND THRU 4100-EXIT
               VARYING JT-TRD-IX FROM 1 BY 1
               UNTIL JT-TRD-IX > JT-TREND-COUNT.
           PERFORM 4800-PRINT-TOTALS THRU 4800-EXIT.
           TERMINATE TREND-RPT.
           CLOSE RPTOUT-FILE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-PRINT-ONE-TREND : the block for one program and mode --
      * its limits, one line per week, and the projection.
      *----------------------------------------------------------------*
       4100-PRINT-ONE-TREND.
           MOVE SPACES TO JT-RPT-DETAIL-LINE.
           GENERATE TREND-DETAIL.
           MOVE SPACES TO JT-RPT-DETAIL-LINE.
           IF JT-TRD-HAS-LIMITS (JT-TRD-IX)
               MOVE JT-TRD-WARN-SECS (JT-TRD-IX) TO JT-RPT-SECS-DISP
               MOVE JT-TRD-FAIL-SECS (JT-TRD-IX) TO JT-RPT-COUNT-DISP
               STRING "PROGRAM: " DELIMITED BY SIZE
                   JT-TRD-PROGRAM (JT-TRD-IX) DELIMITED BY SIZE
                   "  MODE: " DELIMITED BY SIZE
                   JT-TRD-MODE (JT-TRD-IX) DELIMITED BY SIZE
                   "  WARN LIMIT: " DELIMITED BY SIZE
                   JT-RPT-SECS-DISP DELIMITED BY SIZE
                   "  FAIL LIMIT: " DELIMITED BY SIZE
                   JT-RPT-COUNT-DISP DELIMITED BY SIZE
                   INTO JT-RPT-DETAIL-LINE
               END-STRING
           ELSE
               STRING "PROGRAM: " DELIMITED BY SIZE
                   JT-TRD-PROGRAM (JT-TRD-IX) DELIMITED BY SIZE
                   "  MODE: " DELIMITED BY SIZE
                   JT-TRD-MODE (JT-TRD-IX) DELIMITED BY SIZE
                   "  NO SLAPARM LIMITS FOR THIS MODE"
                       DELIMITED BY SIZE
                   INTO JT-RPT-DETAIL-LINE
               END-STRING
           END-IF.
           GENERATE TREND-DETAIL.
           MOVE SPACES TO JT-RPT-DETAIL-LINE.
           STRING "WEEK OF     RUNS  AVG SECS  MAX SECS  MOV AVG"
                   DELIMITED BY SIZE
               "  % WARN  % FAIL" DELIMITED BY SIZE
               INTO JT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE TREND-DETAIL.
           MOVE ZERO TO JT-FIRST-MA-WEEK.
           MOVE ZERO TO JT-FIRST-MA.
           MOVE ZERO TO JT-LAST-MA-WEEK.
           MOVE ZERO TO JT-LAST-MA.
           PERFORM 4110-PRINT-ONE-WEEK THRU 4110-EXIT
               VARYING JT-WEEK-SUB FROM 1 BY 1
               UNTIL JT-WEEK-SUB > JT-WEEK-COUNT.
           PERFORM 4200-PROJECT-BREACH THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4110-PRINT-ONE-WEEK : one line per week of the window -- the
      * runs, average and longest elapsed seconds, the moving
      * average over the span ending this week, and that average as
      * a percentage of each limit.  The moving average is weighted
      * by runs, so a week with one rerun does not count as much as
      * a week of full cycles.  The first and last weeks with a
      * moving average are kept for the projection.
      *----------------------------------------------------------------*
       4110-PRINT-ONE-WEEK.
           MOVE SPACES TO JT-RPT-DETAIL-LINE.
           COMPUTE JT-DATE-INTEGER =
               JT-START-INTEGER + (JT-WEEK-SUB - 1) * 7.
           PERFORM 4900-FORMAT-DATE THRU 4900-EXIT.
           MOVE JT-DATE-PRINT TO JT-RPT-DETAIL-LINE(1:10).
           MOVE JT-WK-RUNS (JT-TRD-IX, JT-WEEK-SUB)
               TO JT-RPT-COUNT-DISP.
           MOVE JT-RPT-COUNT-DISP TO JT-RPT-DETAIL-LINE(12:5).
           IF JT-WK-RUNS (JT-TRD-IX, JT-WEEK-SUB) = ZERO
               MOVE "** NO RUNS **" TO JT-RPT-DETAIL-LINE(20:13)
           ELSE
               COMPUTE JT-WEEK-AVERAGE ROUNDED =
                   JT-WK-TOTAL (JT-TRD-IX, JT-WEEK-SUB)
                   / JT-WK-RUNS (JT-TRD-IX, JT-WEEK-SUB)
               MOVE JT-WEEK-AVERAGE TO JT-RPT-SECS-DISP
               MOVE JT-RPT-SECS-DISP TO JT-RPT-DETAIL-LINE(23:5)
               MOVE JT-WK-LONGEST (JT-TRD-IX, JT-WEEK-SUB)
                   TO JT-RPT-SECS-DISP
               MOVE JT-RPT-SECS-DISP TO JT-RPT-DETAIL-LINE(33:5)
           END-IF.
           MOVE ZERO TO JT-SPAN-RUNS.
           MOVE ZERO TO JT-SPAN-TOTAL.
           IF JT-WEEK-SUB > JT-AVERAGE-WEEKS
               COMPUTE JT-AVG-FIRST-SUB =
                   JT-WEEK-SUB - JT-AVERAGE-WEEKS + 1
           ELSE
               MOVE 1 TO JT-AVG-FIRST-SUB
           END-IF.
           PERFORM 4120-ADD-SPAN-WEEK THRU 4120-EXIT
               VARYING JT-AVG-SUB FROM JT-AVG-FIRST-SUB BY 1
               UNTIL JT-AVG-SUB > JT-WEEK-SUB.
           IF JT-SPAN-RUNS = ZERO
               GO TO 4110-PRINT
           END-IF.
           COMPUTE JT-MOVING-AVERAGE ROUNDED =
               JT-SPAN-TOTAL / JT-SPAN-RUNS.
           MOVE JT-MOVING-AVERAGE TO JT-RPT-SECS-DISP.
           MOVE JT-RPT-SECS-DISP TO JT-RPT-DETAIL-LINE(42:5).
           IF JT-FIRST-MA-WEEK = ZERO
               MOVE JT-WEEK-SUB       TO JT-FIRST-MA-WEEK
               MOVE JT-MOVING-AVERAGE TO JT-FIRST-MA
           END-IF.
           MOVE JT-WEEK-SUB       TO JT-LAST-MA-WEEK.
           MOVE JT-MOVING-AVERAGE TO JT-LAST-MA.
           IF JT-TRD-NO-LIMITS (JT-TRD-IX)
               GO TO 4110-PRINT
           END-IF.
           COMPUTE JT-PCT-OF-WARN ROUNDED =
               JT-MOVING-AVERAGE * 100 / JT-TRD-WARN-SECS (JT-TRD-IX)
               ON SIZE ERROR
                   MOVE 99999 TO JT-PCT-OF-WARN
           END-COMPUTE.
           COMPUTE JT-PCT-OF-FAIL ROUNDED =
               JT-MOVING-AVERAGE * 100 / JT-TRD-FAIL-SECS (JT-TRD-IX)
               ON SIZE ERROR
                   MOVE 99999 TO JT-PCT-OF-FAIL
           END-COMPUTE.
           MOVE JT-PCT-OF-WARN TO JT-RPT-SECS-DISP.
           MOVE JT-RPT-SECS-DISP TO JT-RPT-DETAIL-LINE(49:5).
           MOVE "%" TO JT-RPT-DETAIL-LINE(54:1).
           MOVE JT-PCT-OF-FAIL TO JT-RPT-SECS-DISP.
           MOVE JT-RPT-SECS-DISP TO JT-RPT-DETAIL-LINE(57:5).
           MOVE "%" TO JT-RPT-DETAIL-LINE(62:1).
       4110-PRINT.
           GENERATE TREND-DETAIL.
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4120-ADD-SPAN-WEEK : add one week into the moving-average
      * span.
      *----------------------------------------------------------------*
       4120-ADD-SPAN-WEEK.
           ADD JT-WK-RUNS (JT-TRD-IX, JT-AVG-SUB) TO JT-SPAN-RUNS.
           ADD JT-WK-TOTAL (JT-TRD-IX, JT-AVG-SUB) TO JT-SPAN-TOTAL.
       4120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-PROJECT-BREACH : carry the growth of the moving average
      * from its first week to its last forward to a projected date
      * for each limit, counted from the end of the last week.  A
      * failure breach already reached, or projected inside the
      * horizon, is called out and leaves RETURN-CODE 4 so the
      * forecast is not filed unread.
      *----------------------------------------------------------------*
       4200-PROJECT-BREACH.
           MOVE SPACES TO JT-RPT-DETAIL-LINE.
           IF JT-TRD-NO-LIMITS (JT-TRD-IX)
               MOVE "NO LIMITS TO PROJECT AGAINST"
                   TO JT-RPT-DETAIL-LINE
               GENERATE TREND-DETAIL
               GO TO 4200-EXIT
           END-IF.
           IF JT-LAST-MA-WEEK NOT > JT-FIRST-MA-WEEK
               MOVE "TOO FEW WEEKS OF HISTORY TO PROJECT A TREND"
                   TO JT-RPT-DETAIL-LINE
               GENERATE TREND-DETAIL
               GO TO 4200-EXIT
           END-IF.
           COMPUTE JT-GROWTH-PER-WEEK ROUNDED =
               (JT-LAST-MA - JT-FIRST-MA)
               / (JT-LAST-MA-WEEK - JT-FIRST-MA-WEEK).
           MOVE JT-GROWTH-PER-WEEK TO JT-RPT-GROWTH-DISP.
           MOVE JT-TRD-WARN-FLAGS (JT-TRD-IX) TO JT-RPT-COUNT-DISP.
           MOVE JT-TRD-FAIL-FLAGS (JT-TRD-IX) TO JT-RPT-SECS-DISP.
           STRING "GROWTH PER WEEK: " DELIMITED BY SIZE
               JT-RPT-GROWTH-DISP DELIMITED BY SIZE
               " SECS   RUNS FLAGGED WARN: " DELIMITED BY SIZE
               JT-RPT-COUNT-DISP DELIMITED BY SIZE
               "  FAIL: " DELIMITED BY SIZE
               JT-RPT-SECS-DISP DELIMITED BY SIZE
               INTO JT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE TREND-DETAIL.
           COMPUTE JT-BASE-INTEGER =
               JT-START-INTEGER + JT-LAST-MA-WEEK * 7 - 1.
           MOVE JT-TRD-WARN-SECS (JT-TRD-IX) TO JT-PRJ-LIMIT.
           PERFORM 4210-PROJECT-ONE-LIMIT THRU 4210-EXIT.
           MOVE JT-PRJ-TEXT TO JT-PRJ-WARN-TEXT.
           MOVE JT-TRD-FAIL-SECS (JT-TRD-IX) TO JT-PRJ-LIMIT.
           PERFORM 4210-PROJECT-ONE-LIMIT THRU 4210-EXIT.
           MOVE JT-PRJ-TEXT TO JT-PRJ-FAIL-TEXT.
           MOVE SPACES TO JT-RPT-DETAIL-LINE.
           STRING "PROJECTED WARN BREACH: " DELIMITED BY SIZE
               JT-PRJ-WARN-TEXT DELIMITED BY SIZE
               "  FAIL BREACH: " DELIMITED BY SIZE
               JT-PRJ-FAIL-TEXT DELIMITED BY SIZE
               INTO JT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE TREND-DETAIL.
           IF JT-PRJ-NOT-SOON
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO JT-ATTENTION-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE JT-HORIZON-WEEKS TO JT-RPT-WEEKS-DISP.
           MOVE SPACES TO JT-RPT-DETAIL-LINE.
           STRING "** FAIL LIMIT REACHED OR DUE WITHIN "
                   DELIMITED BY SIZE
               JT-RPT-WEEKS-DISP DELIMITED BY SIZE
               " WEEKS -- RENEGOTIATE THE WINDOW **"
                   DELIMITED BY SIZE
               INTO JT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE TREND-DETAIL.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4210-PROJECT-ONE-LIMIT : project the date the moving average
      * reaches JT-PRJ-LIMIT at the current growth per week, as
      * printable text, and set the switch when that is already so
      * or falls inside the horizon.  Beyond ten years is as good
      * as never for renegotiating a batch window.
      *----------------------------------------------------------------*
       4210-PROJECT-ONE-LIMIT.
           SET JT-PRJ-NOT-SOON TO TRUE.
           MOVE SPACES TO JT-PRJ-TEXT.
           IF JT-LAST-MA NOT < JT-PRJ-LIMIT
               MOVE "ALREADY REACHED" TO JT-PRJ-TEXT
               SET JT-PRJ-SOON TO TRUE
               GO TO 4210-EXIT
           END-IF.
           IF JT-GROWTH-PER-WEEK NOT > ZERO
               MOVE "NOT AT CURRENT RATE" TO JT-PRJ-TEXT
               GO TO 4210-EXIT
           END-IF.
           COMPUTE JT-PRJ-WEEKS ROUNDED =
               (JT-PRJ-LIMIT - JT-LAST-MA) / JT-GROWTH-PER-WEEK
               ON SIZE ERROR
                   MOVE 99999 TO JT-PRJ-WEEKS
           END-COMPUTE.
           IF JT-PRJ-WEEKS > 520
               MOVE "NOT WITHIN 10 YEARS" TO JT-PRJ-TEXT
               GO TO 4210-EXIT
           END-IF.
           COMPUTE JT-PRJ-DAYS ROUNDED = JT-PRJ-WEEKS * 7.
           COMPUTE JT-DATE-INTEGER = JT-BASE-INTEGER + JT-PRJ-DAYS.
           PERFORM 4900-FORMAT-DATE THRU 4900-EXIT.
           MOVE JT-DATE-PRINT TO JT-PRJ-TEXT.
           IF JT-PRJ-WEEKS NOT > JT-HORIZON-WEEKS
               SET JT-PRJ-SOON TO TRUE
           END-IF.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4800-PRINT-TOTALS : records read from each side, runs in the
      * window, the count called out for action, and anything that
      * could not be tallied.
      *----------------------------------------------------------------*
       4800-PRINT-TOTALS.
           MOVE SPACES TO JT-RPT-DETAIL-LINE.
           GENERATE TREND-DETAIL.
           MOVE JT-LIVE-READ-COUNT TO JT-RPT-TOTAL-DISP.
           STRING "HISTORY RECORDS READ, LIVE:    " DELIMITED BY SIZE
               JT-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO JT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE TREND-DETAIL.
           MOVE SPACES TO JT-RPT-DETAIL-LINE.
           MOVE JT-ARCH-READ-COUNT TO JT-RPT-TOTAL-DISP.
           STRING "HISTORY RECORDS READ, ARCHIVE: " DELIMITED BY SIZE
               JT-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO JT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE TREND-DETAIL.
           MOVE SPACES TO JT-RPT-DETAIL-LINE.
           MOVE JT-WINDOW-RUN-COUNT TO JT-RPT-TOTAL-DISP.
           STRING "RUNS IN THE TREND WINDOW:      " DELIMITED BY SIZE
               JT-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO JT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE TREND-DETAIL.
           MOVE SPACES TO JT-RPT-DETAIL-LINE.
           MOVE JT-ATTENTION-COUNT TO JT-RPT-TOTAL-DISP.
           STRING "PROGRAM/MODES NEEDING ACTION:  " DELIMITED BY SIZE
               JT-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO JT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE TREND-DETAIL.
           IF JT-SKIPPED-COUNT NOT = ZERO
               MOVE SPACES TO JT-RPT-DETAIL-LINE
               MOVE JT-SKIPPED-COUNT TO JT-RPT-TOTAL-DISP
               STRING "RECORDS WITH BAD DATE OR TIME SKIPPED: "
                       DELIMITED BY SIZE
                   JT-RPT-TOTAL-DISP DELIMITED BY SIZE
                   INTO JT-RPT-DETAIL-LINE
               END-STRING
               GENERATE TREND-DETAIL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF JT-OVERFLOW-COUNT NOT = ZERO
               MOVE SPACES TO JT-RPT-DETAIL-LINE
               MOVE JT-OVERFLOW-COUNT TO JT-RPT-TOTAL-DISP
               STRING "RUNS NOT TALLIED, TABLE FULL AT 30: "
                       DELIMITED BY SIZE
                   JT-RPT-TOTAL-DISP DELIMITED BY SIZE
                   INTO JT-RPT-DETAIL-LINE
               END-STRING
               GENERATE TREND-DETAIL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4900-FORMAT-DATE : turn the day number in JT-DATE-INTEGER
      * back into a printable YYYY-MM-DD date in JT-DATE-PRINT.
      *----------------------------------------------------------------*
       4900-FORMAT-DATE.
           COMPUTE JT-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (JT-DATE-INTEGER).
           MOVE SPACES TO JT-DATE-PRINT.
           STRING JT-DATE-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               JT-DATE-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               JT-DATE-DD DELIMITED BY SIZE
               INTO JT-DATE-PRINT
           END-STRING.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9999-EXIT : single point of job termination.
      *----------------------------------------------------------------*
       9999-EXIT.
           STOP RUN.
