      *----------------------------------------------------------------*
      * INTGEN : month-end interest and service-charge generator.
      *
      * Interest credits and monthly maintenance fees were worked
      * out on a spreadsheet and keyed into the night's feed by the
      * back office.  This program runs on the month-end date the
      * processing calendar flags, reads the account master in
      * account order, and prices every open account from the rate
      * schedule finance maintains : an interest credit at the
      * annual rate of the account's balance tier, one month's
      * worth, and the maintenance fee of its fee tier.  Closed and
      * frozen accounts are not charged.
      *
      * The charges are written as a feed in the TRANSACT layout --
      * CR for interest, DB for fees -- under transaction keys
      * issued in ascending sequence from the run date, closed with
      * the feed's own count-and-amount trailer, the same way the
      * backout program builds its reversal feed.  The feed goes
      * through the nightly validation, the feed register, and the
      * posting step like any other night's input.  The register
      * lists the rate, interest, and fee for every account with the
      * feed totals, so finance can sign the totals off before the
      * feed is released -- copied by the release job to the
      * generation the nightly run always mounts.  A run ending RC 8
      * catalogs neither the feed nor the register; the register is
      * printed instead, so finance can see why.
      *
      * Modification History :
      *   2026-10-15  JLG  Original program -- interest and fees were
      *                    being calculated on a spreadsheet and
      *                    keyed into the feed by hand.
      *   2026-10-15  JLG  Stamp source code CH on every charge and
      *                    on the charge trailer, so the nightly
      *                    validation verifies and reports interest
      *                    and fees as a source of their own.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. intgen.
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
               FILE STATUS IS IG-CTLCARD-STATUS.

      *    CALENDR-FILE : the processing calendar, read for today's
      *    month-end flag.
           SELECT CALENDR-FILE ASSIGN TO CALENDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IG-CALENDR-STATUS.

      *    RATEPRM-FILE : finance's interest and fee rate schedule.
           SELECT RATEPRM-FILE ASSIGN TO RATEPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IG-RATEPRM-STATUS.

      *    ACCTMST-FILE : the account master KSDS, read end to end
      *    in account order.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS IG-ACCTMST-STATUS.

      *    CHGFEED-FILE : the interest and fee transactions, in the
      *    TRANSACT layout, fed to the nightly validation like any
      *    other feed.
           SELECT CHGFEED-FILE ASSIGN TO CHGFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IG-CHGFEED-STATUS.

      *    CHGRPT-FILE : the paginated rate-by-account register.
           SELECT CHGRPT-FILE ASSIGN TO CHGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IG-CHGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLCARD-FILE
           RECORDING MODE IS F.
           COPY CTLCARD.

       FD  CALENDR-FILE
           RECORDING MODE IS F.
           COPY CALENDR.

       FD  RATEPRM-FILE
           RECORDING MODE IS F.
           COPY RATEPRM.

       FD  ACCTMST-FILE.
           COPY ACCTMST.

       FD  CHGFEED-FILE
           RECORDING MODE IS F.
       01  CF-CHARGE-RECORD            PIC X(80).

       FD  CHGRPT-FILE
           REPORT IS CHARGES-RPT.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    WS-JOB-BANNER : shared job-banner record, common to every
      *    program in the suite (see COPY JOBBANR).
      *----------------------------------------------------------------*
       COPY JOBBANR.

       01  IG-CURRENT-DATE-TIME        PIC X(21).

       01  IG-RUN-STAMP.
           05  IG-RUN-DATE.
               10  IG-RUN-YYYY         PIC 9(04).
               10  FILLER              PIC X(01) VALUE '-'.
               10  IG-RUN-MM           PIC 9(02).
               10  FILLER              PIC X(01) VALUE '-'.
               10  IG-RUN-DD           PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IG-RUN-TIME.
               10  IG-RUN-HH           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  IG-RUN-MN           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  IG-RUN-SS           PIC 9(02).

       01  IG-RUNENV-VALUE             PIC X(04) VALUE SPACES.

       01  IG-CTLCARD-STATUS           PIC X(02) VALUE SPACES.
           88  IG-CTLCARD-READ-OK          VALUE '00'.

       01  IG-CALENDR-STATUS           PIC X(02) VALUE SPACES.
           88  IG-CALENDR-READ-OK          VALUE '00'.

       01  IG-RATEPRM-STATUS           PIC X(02) VALUE SPACES.
           88  IG-RATEPRM-READ-OK          VALUE '00'.
           88  IG-RATEPRM-AT-END           VALUE '10'.

       01  IG-ACCTMST-STATUS           PIC X(02) VALUE SPACES.
           88  IG-ACCTMST-IO-OK            VALUE '00'.
           88  IG-ACCTMST-AT-END           VALUE '10'.

       01  IG-CHGFEED-STATUS           PIC X(02) VALUE SPACES.
           88  IG-CHGFEED-WRITE-OK         VALUE '00'.

       01  IG-CHGRPT-STATUS            PIC X(02) VALUE SPACES.
           88  IG-CHGRPT-WRITE-OK          VALUE '00'.

      *----------------------------------------------------------------*
      *    IG-CHARGE-REC : the charge transaction under construction,
      *    in the TRANSACT layout, and the key issue counter.  The
      *    keys are the Julian run date followed by a five-digit
      *    ordinal (YYDDD00000 through YYDDD99999) and ascend by one
      *    per record -- in sequence for the nightly RS06 edit and
      *    distinct from the charges feed of any other day, room for
      *    100,000 charges (interest and fee on 50,000 accounts) in
      *    one run.  The nightly edits check keys within each source,
      *    so the CH keys need not stay clear of another source's.
      *----------------------------------------------------------------*
       01  IG-CHARGE-REC.
           05  IG-CH-TRAN-KEY          PIC 9(10).
           05  IG-CH-TRAN-DATE         PIC X(10).
           05  IG-CH-ACCOUNT-ID        PIC X(08).
           05  IG-CH-TRAN-TYPE         PIC X(02).
           05  IG-CH-TRAN-AMOUNT       PIC 9(09)V99.
           05  IG-CH-REVERSED-KEY      PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  IG-CH-SOURCE-CODE       PIC X(02) VALUE 'CH'.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  IG-TRAILER-REC.
           05  IG-TL-TRAILER-ID        PIC X(10).
           05  IG-TL-RECORD-COUNT      PIC 9(09).
           05  IG-TL-AMOUNT-HASH       PIC 9(13)V99.
           05  IG-TL-SOURCE-CODE       PIC X(02).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  IG-NEXT-KEY                 PIC 9(10) VALUE ZERO.
       01  IG-LAST-KEY                 PIC 9(10) VALUE ZERO.

       01  IG-KEY-SEED.
           05  IG-SEED-YYYYMMDD        PIC 9(08) VALUE ZERO.
           05  IG-SEED-YYYYDDD         PIC 9(07) VALUE ZERO.
           05  FILLER REDEFINES IG-SEED-YYYYDDD.
               10  IG-SEED-CENTURY     PIC 9(02).
               10  IG-SEED-YYDDD       PIC 9(05).

      *----------------------------------------------------------------*
      *    IG-RATE-TABLE : the rate schedule as loaded, interest and
      *    fee tiers together.  An overflow is a hard stop -- a
      *    schedule read short would price accounts at the wrong
      *    tier.
      *----------------------------------------------------------------*
       01  IG-RATE-TABLE.
           05  IG-RATE-COUNT           PIC 9(04) VALUE ZERO.
           05  IG-RATE-ENTRY           OCCURS 40 TIMES
                                       INDEXED BY IG-RATE-IX.
               10  IG-RT-KIND          PIC X(01).
               10  IG-RT-FLOOR         PIC 9(09)V99.
               10  IG-RT-RATE          PIC 9(02)V9(04).
               10  IG-RT-FEE           PIC 9(05)V99.
               10  IG-RT-DESCRIPTION   PIC X(20).

      *----------------------------------------------------------------*
      *    IG-TIER-WORK : the tier search for the account in hand --
      *    the kind sought, the best tier at or below the balance,
      *    and the lowest tier of the kind for a balance below them
      *    all.
      *----------------------------------------------------------------*
       01  IG-TIER-WORK.
           05  IG-TIER-KIND            PIC X(01) VALUE SPACES.
           05  IG-TIER-BEST-SUB        PIC 9(04) VALUE ZERO.
           05  IG-TIER-LOWEST-SUB      PIC 9(04) VALUE ZERO.
           05  IG-TIER-SUB             PIC 9(04) VALUE ZERO.

       01  IG-ACCOUNT-WORK.
           05  IG-INTEREST-RATE        PIC 9(02)V9(04) VALUE ZERO.
           05  IG-INTEREST-AMOUNT      PIC S9(09)V99 VALUE ZERO.
           05  IG-FEE-AMOUNT           PIC 9(09)V99 VALUE ZERO.

       01  IG-WORK-FIELDS.
           05  IG-CAL-FOUND-SW         PIC X(01) VALUE 'N'.
               88  IG-CAL-FOUND                VALUE 'Y'.
               88  IG-CAL-NOT-FOUND            VALUE 'N'.
           05  IG-GEN-HALT-SW          PIC X(01) VALUE 'N'.
               88  IG-GEN-HALTED               VALUE 'Y'.
           05  IG-RATE-READ-COUNT      PIC 9(05) VALUE ZERO.
           05  IG-INTEREST-TIER-COUNT  PIC 9(04) VALUE ZERO.
           05  IG-FEE-TIER-COUNT       PIC 9(04) VALUE ZERO.
           05  IG-ACCOUNT-READ-COUNT   PIC 9(07) VALUE ZERO.
           05  IG-NOT-CHARGED-COUNT    PIC 9(07) VALUE ZERO.
           05  IG-INTEREST-COUNT       PIC 9(07) VALUE ZERO.
           05  IG-FEE-COUNT            PIC 9(07) VALUE ZERO.
           05  IG-CHARGE-COUNT         PIC 9(07) VALUE ZERO.
           05  IG-INTEREST-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05  IG-FEE-TOTAL            PIC 9(13)V99 VALUE ZERO.
           05  IG-AMOUNT-HASH          PIC 9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      *    IG-RPT-xxx : each print line is built up whole and handed
      *    to the REPORT SECTION as a single SOURCE item per line.
      *----------------------------------------------------------------*
       01  IG-RPT-HDG-LINE1            PIC X(46) VALUE SPACES.
       01  IG-RPT-HDG-LINE2            PIC X(40) VALUE SPACES.
       01  IG-RPT-HDG-LINE3            PIC X(56) VALUE SPACES.
       01  IG-RPT-DETAIL-LINE          PIC X(70) VALUE SPACES.
       01  IG-RPT-FTG-LINE1            PIC X(14) VALUE SPACES.
       01  IG-RPT-COUNT-DISP           PIC Z(06)9.
       01  IG-RPT-TOTAL-DISP           PIC Z(12)9.99.
       01  IG-RPT-BALANCE-DISP         PIC -(09)9.99.
       01  IG-RPT-FLOOR-DISP           PIC Z(08)9.99.
       01  IG-RPT-RATE-DISP            PIC Z9.9999.
       01  IG-RPT-INTEREST-DISP        PIC Z(06)9.99.
       01  IG-RPT-FEE-DISP             PIC Z(04)9.99.

       REPORT SECTION.
      *----------------------------------------------------------------*
      * CHARGES-RPT : paginated rate-by-account register, in the
      * same manner as the other reports of the suite.
      *----------------------------------------------------------------*
       RD  CHARGES-RPT
           PAGE LIMIT 60 LINES
           FIRST DETAIL 5
           LAST DETAIL 55
           FOOTING 58.
       01  TYPE PAGE HEADING.
           05  LINE 1  COLUMN 1  PIC X(46) SOURCE IG-RPT-HDG-LINE1.
           05  LINE 2  COLUMN 1  PIC X(40) SOURCE IG-RPT-HDG-LINE2.
           05  LINE 3  COLUMN 1  PIC X(56) SOURCE IG-RPT-HDG-LINE3.
       01  CHARGES-DETAIL TYPE DETAIL.
           05  LINE PLUS 1 COLUMN 1  PIC X(70)
                   SOURCE IG-RPT-DETAIL-LINE.
       01  TYPE PAGE FOOTING.
           05  LINE 58 COLUMN 1  PIC X(14) SOURCE IG-RPT-FTG-LINE1.
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
                   PERFORM 3000-LOAD-RATES THRU 3000-EXIT
               END-IF
               IF RETURN-CODE < 8
                   PERFORM 5000-GENERATE-CHARGES THRU 5000-EXIT
                   PERFORM 6500-PRINT-TOTALS THRU 6500-EXIT
               ELSE
                   PERFORM 6600-PRINT-NOT-RELEASED THRU 6600-EXIT
               END-IF
               PERFORM 7000-CLOSE-REPORT THRU 7000-EXIT
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE : capture the run stamp, build the shared
      * job banner, and seed the charge key sequence from the run
      * date.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO IG-CURRENT-DATE-TIME.
           MOVE IG-CURRENT-DATE-TIME(1:4)  TO IG-RUN-YYYY.
           MOVE IG-CURRENT-DATE-TIME(5:2)  TO IG-RUN-MM.
           MOVE IG-CURRENT-DATE-TIME(7:2)  TO IG-RUN-DD.
           MOVE IG-CURRENT-DATE-TIME(9:2)  TO IG-RUN-HH.
           MOVE IG-CURRENT-DATE-TIME(11:2) TO IG-RUN-MN.
           MOVE IG-CURRENT-DATE-TIME(13:2) TO IG-RUN-SS.
           MOVE IG-CURRENT-DATE-TIME(1:8)  TO IG-SEED-YYYYMMDD.
           COMPUTE IG-SEED-YYYYDDD = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (IG-SEED-YYYYMMDD)).
           COMPUTE IG-NEXT-KEY = IG-SEED-YYDDD * 100000.
           COMPUTE IG-LAST-KEY = IG-NEXT-KEY + 99999.
           MOVE "intgen"          TO JB-JOB-NAME.
           MOVE IG-RUN-DATE       TO JB-RUN-DATE.
           MOVE IG-RUN-TIME       TO JB-RUN-TIME.
           ACCEPT JB-RUN-USER FROM ENVIRONMENT "USER".
           ACCEPT IG-RUNENV-VALUE FROM ENVIRONMENT "RUNENV".
           IF IG-RUNENV-VALUE = "PROD"
               MOVE "PROD" TO JB-ENVIRONMENT
           ELSE
               MOVE "TEST" TO JB-ENVIRONMENT
           END-IF.
           MOVE 0 TO RETURN-CODE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-CHECK-CYCLE : charges belong to the MONTHLY cycle, on
      * the month-end date the processing calendar flags.  ADHOC is
      * unrestricted so a failed month-end can be rerun the next
      * morning.  A missing card, DAILY, an unrecognized mode, or
      * MONTHLY on any other date is refused with RETURN-CODE 8.
      *----------------------------------------------------------------*
       2000-CHECK-CYCLE.
           MOVE SPACES TO CC-CONTROL-RECORD.
           OPEN INPUT CTLCARD-FILE.
           IF IG-CTLCARD-READ-OK
               READ CTLCARD-FILE
                   AT END
                       MOVE SPACES TO CC-CONTROL-RECORD
               END-READ
               CLOSE CTLCARD-FILE
           END-IF.
           IF CC-MODE-ADHOC
               MOVE "CYCLE CHECK: ADHOC, NOT RESTRICTED"
                   TO IG-RPT-DETAIL-LINE
               GENERATE CHARGES-DETAIL
               GO TO 2000-EXIT
           END-IF.
           IF NOT CC-MODE-MONTHLY
               MOVE "CYCLE CHECK: CHARGES RUN ONLY IN THE MONTHLY CYCLE"
                   TO IG-RPT-DETAIL-LINE
               GO TO 2000-REFUSE
           END-IF.
           PERFORM 2100-FIND-CALENDAR-DAY THRU 2100-EXIT.
           IF IG-CAL-NOT-FOUND
               MOVE "CYCLE CHECK: NO CALENDAR RECORD FOR DATE"
                   TO IG-RPT-DETAIL-LINE
               GO TO 2000-REFUSE
           END-IF.
           IF NOT CA-MONTH-END
               MOVE "CYCLE CHECK: MONTHLY ON A NON-MONTH-END DATE"
                   TO IG-RPT-DETAIL-LINE
               GO TO 2000-REFUSE
           END-IF.
           MOVE "CYCLE CHECK: MONTHLY ON THE MONTH-END DATE"
               TO IG-RPT-DETAIL-LINE.
           GENERATE CHARGES-DETAIL.
           GO TO 2000-EXIT.
       2000-REFUSE.
           MOVE 8 TO RETURN-CODE.
           GENERATE CHARGES-DETAIL.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-FIND-CALENDAR-DAY : read the processing calendar until
      * today's record is in hand.  An unreadable calendar or a date
      * that is not on it leaves the found switch off.
      *----------------------------------------------------------------*
       2100-FIND-CALENDAR-DAY.
           SET IG-CAL-NOT-FOUND TO TRUE.
           OPEN INPUT CALENDR-FILE.
           IF NOT IG-CALENDR-READ-OK
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-READ-CALENDAR-DAY THRU 2110-EXIT
               UNTIL IG-CAL-FOUND OR NOT IG-CALENDR-READ-OK.
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
           IF CA-CAL-DATE = IG-RUN-DATE
               SET IG-CAL-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-LOAD-RATES : load the rate schedule and list it at the
      * head of the register.  A schedule that cannot be opened,
      * read to the end, or holds a tier that fails its edits, is a
      * hard stop -- no feed is better than a feed priced wrong.
      *----------------------------------------------------------------*
       3000-LOAD-RATES.
           OPEN INPUT RATEPRM-FILE.
           IF NOT IG-RATEPRM-READ-OK
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO IG-RPT-DETAIL-LINE
               STRING "RATE SCHEDULE OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   IG-RATEPRM-STATUS DELIMITED BY SIZE
                   " -- NOTHING GENERATED" DELIMITED BY SIZE
                   INTO IG-RPT-DETAIL-LINE
               END-STRING
               GENERATE CHARGES-DETAIL
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-LOAD-ONE-RATE THRU 3010-EXIT
               UNTIL NOT IG-RATEPRM-READ-OK
               OR RETURN-CODE NOT < 8.
           IF RETURN-CODE < 8
               AND NOT IG-RATEPRM-AT-END
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO IG-RPT-DETAIL-LINE
               STRING "RATE SCHEDULE READ FAILED, STATUS "
                   DELIMITED BY SIZE
                   IG-RATEPRM-STATUS DELIMITED BY SIZE
                   " -- NOTHING GENERATED" DELIMITED BY SIZE
                   INTO IG-RPT-DETAIL-LINE
               END-STRING
               GENERATE CHARGES-DETAIL
           END-IF.
           CLOSE RATEPRM-FILE.
           IF RETURN-CODE < 8
               AND IG-RATE-COUNT = ZERO
               MOVE 8 TO RETURN-CODE
               MOVE "RATE SCHEDULE IS EMPTY -- NOTHING GENERATED"
                   TO IG-RPT-DETAIL-LINE
               GENERATE CHARGES-DETAIL
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3010-LOAD-ONE-RATE : read, edit, and table one tier, and list
      * it on the register.
      *----------------------------------------------------------------*
       3010-LOAD-ONE-RATE.
           READ RATEPRM-FILE
               AT END
                   GO TO 3010-EXIT
           END-READ.
           IF NOT IG-RATEPRM-READ-OK
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO IG-RATE-READ-COUNT.
           MOVE IG-RATE-READ-COUNT TO IG-RPT-COUNT-DISP.
           IF NOT (RT-KIND-INTEREST OR RT-KIND-FEE)
               OR RT-TIER-FLOOR NOT NUMERIC
               OR (RT-KIND-INTEREST AND RT-ANNUAL-RATE NOT NUMERIC)
               OR (RT-KIND-FEE AND RT-FEE-AMOUNT NOT NUMERIC)
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO IG-RPT-DETAIL-LINE
               STRING "RATE SCHEDULE RECORD " DELIMITED BY SIZE
                   IG-RPT-COUNT-DISP DELIMITED BY SIZE
                   " FAILS ITS EDITS -- NOTHING GENERATED"
                   DELIMITED BY SIZE
                   INTO IG-RPT-DETAIL-LINE
               END-STRING
               GENERATE CHARGES-DETAIL
               GO TO 3010-EXIT
           END-IF.
           IF IG-RATE-COUNT = 40
               MOVE 8 TO RETURN-CODE
               MOVE "RATE TABLE OVERFLOWED -- NOTHING GENERATED"
                   TO IG-RPT-DETAIL-LINE
               GENERATE CHARGES-DETAIL
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO IG-RATE-COUNT.
           SET IG-RATE-IX TO IG-RATE-COUNT.
           MOVE RT-RATE-KIND   TO IG-RT-KIND (IG-RATE-IX).
           MOVE RT-TIER-FLOOR  TO IG-RT-FLOOR (IG-RATE-IX).
           MOVE RT-DESCRIPTION TO IG-RT-DESCRIPTION (IG-RATE-IX).
           MOVE RT-TIER-FLOOR  TO IG-RPT-FLOOR-DISP.
           MOVE SPACES TO IG-RPT-DETAIL-LINE.
           IF RT-KIND-INTEREST
               ADD 1 TO IG-INTEREST-TIER-COUNT
               MOVE RT-ANNUAL-RATE TO IG-RT-RATE (IG-RATE-IX)
               MOVE ZERO           TO IG-RT-FEE (IG-RATE-IX)
               MOVE RT-ANNUAL-RATE TO IG-RPT-RATE-DISP
               STRING "INTEREST TIER FROM " DELIMITED BY SIZE
                   IG-RPT-FLOOR-DISP DELIMITED BY SIZE
                   "  RATE " DELIMITED BY SIZE
                   IG-RPT-RATE-DISP DELIMITED BY SIZE
                   "%  " DELIMITED BY SIZE
                   RT-DESCRIPTION DELIMITED BY SIZE
                   INTO IG-RPT-DETAIL-LINE
               END-STRING
           ELSE
               ADD 1 TO IG-FEE-TIER-COUNT
               MOVE ZERO           TO IG-RT-RATE (IG-RATE-IX)
               MOVE RT-FEE-AMOUNT  TO IG-RT-FEE (IG-RATE-IX)
               MOVE RT-FEE-AMOUNT  TO IG-RPT-FEE-DISP
               STRING "FEE TIER FROM      " DELIMITED BY SIZE
                   IG-RPT-FLOOR-DISP DELIMITED BY SIZE
                   "  FEE  " DELIMITED BY SIZE
                   IG-RPT-FEE-DISP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RT-DESCRIPTION DELIMITED BY SIZE
                   INTO IG-RPT-DETAIL-LINE
               END-STRING
           END-IF.
           GENERATE CHARGES-DETAIL.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-OPEN-REPORT : build the page heading and start the
      * register.
      *----------------------------------------------------------------*
       4000-OPEN-REPORT.
           STRING JB-ENVIRONMENT DELIMITED BY SIZE
               "  INTGEN MONTH-END CHARGES REGISTER" DELIMITED BY
               SIZE
               INTO IG-RPT-HDG-LINE1
           END-STRING.
           STRING "JOB: " DELIMITED BY SIZE
               JB-JOB-NAME DELIMITED BY SIZE
               INTO IG-RPT-HDG-LINE2
           END-STRING.
           STRING "RUN: " DELIMITED BY SIZE
               JB-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JB-RUN-TIME DELIMITED BY SIZE
               "  USER: " DELIMITED BY SIZE
               JB-RUN-USER DELIMITED BY SIZE
               INTO IG-RPT-HDG-LINE3
           END-STRING.
           MOVE "END OF REPORT" TO IG-RPT-FTG-LINE1.
           OPEN OUTPUT CHGRPT-FILE.
           IF NOT IG-CHGRPT-WRITE-OK
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           INITIATE CHARGES-RPT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-GENERATE-CHARGES : read the master in account order,
      * price each account, and write its charges to the feed,
      * closed with the feed's own trailer.  Any open, read, or
      * write failure leaves a feed that must not be released, and
      * the register says so.
      *----------------------------------------------------------------*
       5000-GENERATE-CHARGES.
           OPEN INPUT ACCTMST-FILE.
           IF NOT IG-ACCTMST-IO-OK
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO IG-RPT-DETAIL-LINE
               STRING "ACCOUNT MASTER OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   IG-ACCTMST-STATUS DELIMITED BY SIZE
                   " -- NOTHING GENERATED" DELIMITED BY SIZE
                   INTO IG-RPT-DETAIL-LINE
               END-STRING
               GENERATE CHARGES-DETAIL
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT CHGFEED-FILE.
           IF NOT IG-CHGFEED-WRITE-OK
               MOVE 8 TO RETURN-CODE
               MOVE "CHARGES FEED OPEN FAILED, NOTHING GENERATED"
                   TO IG-RPT-DETAIL-LINE
               GENERATE CHARGES-DETAIL
               CLOSE ACCTMST-FILE
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO IG-RPT-DETAIL-LINE.
           GENERATE CHARGES-DETAIL.
           MOVE "ACCOUNT        BALANCE   RATE %    INTEREST       FEE
      -        "" TO IG-RPT-DETAIL-LINE.
           GENERATE CHARGES-DETAIL.
           PERFORM 5010-CHARGE-ONE-ACCOUNT THRU 5010-EXIT
               UNTIL NOT IG-ACCTMST-IO-OK
               OR IG-GEN-HALTED.
           IF NOT IG-ACCTMST-AT-END
               AND NOT IG-GEN-HALTED
               MOVE 8 TO RETURN-CODE
               MOVE "ACCOUNT MASTER READ FAILED MID-FILE, DO NOT RELEAS
      -            "E" TO IG-RPT-DETAIL-LINE
               GENERATE CHARGES-DETAIL
           END-IF.
           PERFORM 5040-WRITE-TRAILER THRU 5040-EXIT.
           CLOSE ACCTMST-FILE.
           CLOSE CHGFEED-FILE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5010-CHARGE-ONE-ACCOUNT : read one account and price it --
      * the interest rate of its balance tier, one month's interest
      * on a balance above zero, and the fee of its fee tier.  A
      * closed or frozen account is listed and not charged.
      *----------------------------------------------------------------*
       5010-CHARGE-ONE-ACCOUNT.
           READ ACCTMST-FILE
               AT END
                   GO TO 5010-EXIT
           END-READ.
           IF NOT IG-ACCTMST-IO-OK
               GO TO 5010-EXIT
           END-IF.
           ADD 1 TO IG-ACCOUNT-READ-COUNT.
           MOVE AM-CURRENT-BALANCE TO IG-RPT-BALANCE-DISP.
           IF AM-STATUS-CLOSED OR AM-STATUS-FROZEN
               ADD 1 TO IG-NOT-CHARGED-COUNT
               MOVE SPACES TO IG-RPT-DETAIL-LINE
               STRING AM-ACCOUNT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   IG-RPT-BALANCE-DISP DELIMITED BY SIZE
                   "  NOT CHARGED -- ACCOUNT " DELIMITED BY SIZE
                   INTO IG-RPT-DETAIL-LINE
               END-STRING
               IF AM-STATUS-CLOSED
                   MOVE "CLOSED" TO IG-RPT-DETAIL-LINE(49:6)
               ELSE
                   MOVE "FROZEN" TO IG-RPT-DETAIL-LINE(49:6)
               END-IF
               GENERATE CHARGES-DETAIL
               GO TO 5010-EXIT
           END-IF.
           MOVE ZERO TO IG-INTEREST-RATE.
           MOVE ZERO TO IG-INTEREST-AMOUNT.
           MOVE ZERO TO IG-FEE-AMOUNT.
           MOVE 'I' TO IG-TIER-KIND.
           PERFORM 5020-FIND-TIER THRU 5020-EXIT.
           IF IG-TIER-BEST-SUB > ZERO
               SET IG-RATE-IX TO IG-TIER-BEST-SUB
               MOVE IG-RT-RATE (IG-RATE-IX) TO IG-INTEREST-RATE
           END-IF.
           IF AM-CURRENT-BALANCE > ZERO
               COMPUTE IG-INTEREST-AMOUNT ROUNDED =
                   AM-CURRENT-BALANCE * IG-INTEREST-RATE / 1200
           END-IF.
           MOVE 'F' TO IG-TIER-KIND.
           PERFORM 5020-FIND-TIER THRU 5020-EXIT.
           IF IG-TIER-BEST-SUB > ZERO
               SET IG-RATE-IX TO IG-TIER-BEST-SUB
               MOVE IG-RT-FEE (IG-RATE-IX) TO IG-FEE-AMOUNT
           END-IF.
           MOVE IG-INTEREST-RATE   TO IG-RPT-RATE-DISP.
           MOVE IG-INTEREST-AMOUNT TO IG-RPT-INTEREST-DISP.
           MOVE IG-FEE-AMOUNT      TO IG-RPT-FEE-DISP.
           MOVE SPACES TO IG-RPT-DETAIL-LINE.
           STRING AM-ACCOUNT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               IG-RPT-BALANCE-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               IG-RPT-RATE-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               IG-RPT-INTEREST-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               IG-RPT-FEE-DISP DELIMITED BY SIZE
               INTO IG-RPT-DETAIL-LINE
           END-STRING.
           GENERATE CHARGES-DETAIL.
           IF IG-INTEREST-AMOUNT > ZERO
               MOVE 'CR' TO IG-CH-TRAN-TYPE
               MOVE IG-INTEREST-AMOUNT TO IG-CH-TRAN-AMOUNT
               PERFORM 5030-WRITE-CHARGE THRU 5030-EXIT
               IF NOT IG-GEN-HALTED
                   ADD 1 TO IG-INTEREST-COUNT
                   ADD IG-INTEREST-AMOUNT TO IG-INTEREST-TOTAL
               END-IF
           END-IF.
           IF IG-FEE-AMOUNT > ZERO
               AND NOT IG-GEN-HALTED
               MOVE 'DB' TO IG-CH-TRAN-TYPE
               MOVE IG-FEE-AMOUNT TO IG-CH-TRAN-AMOUNT
               PERFORM 5030-WRITE-CHARGE THRU 5030-EXIT
               IF NOT IG-GEN-HALTED
                   ADD 1 TO IG-FEE-COUNT
                   ADD IG-FEE-AMOUNT TO IG-FEE-TOTAL
               END-IF
           END-IF.
       5010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5020-FIND-TIER : find the tier of kind IG-TIER-KIND for the
      * account's balance -- the highest floor at or below it, or
      * the lowest tier of the kind when the balance is below every
      * floor.  No tier of the kind at all leaves the best
      * subscript zero.
      *----------------------------------------------------------------*
       5020-FIND-TIER.
           MOVE ZERO TO IG-TIER-BEST-SUB.
           MOVE ZERO TO IG-TIER-LOWEST-SUB.
           PERFORM 5025-WEIGH-ONE-TIER THRU 5025-EXIT
               VARYING IG-TIER-SUB FROM 1 BY 1
               UNTIL IG-TIER-SUB > IG-RATE-COUNT.
           IF IG-TIER-BEST-SUB = ZERO
               MOVE IG-TIER-LOWEST-SUB TO IG-TIER-BEST-SUB
           END-IF.
       5020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5025-WEIGH-ONE-TIER : weigh one tier against the best and
      * the lowest of the kind found so far.
      *----------------------------------------------------------------*
       5025-WEIGH-ONE-TIER.
           SET IG-RATE-IX TO IG-TIER-SUB.
           IF IG-RT-KIND (IG-RATE-IX) NOT = IG-TIER-KIND
               GO TO 5025-EXIT
           END-IF.
           IF IG-TIER-LOWEST-SUB = ZERO
               MOVE IG-TIER-SUB TO IG-TIER-LOWEST-SUB
           ELSE
               IF IG-RT-FLOOR (IG-RATE-IX)
                   < IG-RT-FLOOR (IG-TIER-LOWEST-SUB)
                   MOVE IG-TIER-SUB TO IG-TIER-LOWEST-SUB
               END-IF
           END-IF.
           IF IG-RT-FLOOR (IG-RATE-IX) > AM-CURRENT-BALANCE
               GO TO 5025-EXIT
           END-IF.
           IF IG-TIER-BEST-SUB = ZERO
               MOVE IG-TIER-SUB TO IG-TIER-BEST-SUB
           ELSE
               IF IG-RT-FLOOR (IG-RATE-IX)
                   > IG-RT-FLOOR (IG-TIER-BEST-SUB)
                   MOVE IG-TIER-SUB TO IG-TIER-BEST-SUB
               END-IF
           END-IF.
       5025-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5030-WRITE-CHARGE : write one charge under the next key in
      * the issued sequence, dated today.  Running out of the key
      * range or failing the write halts the run -- the feed is not
      * to be released.
      *----------------------------------------------------------------*
       5030-WRITE-CHARGE.
           IF IG-NEXT-KEY > IG-LAST-KEY
               MOVE 8 TO RETURN-CODE
               SET IG-GEN-HALTED TO TRUE
               MOVE "CHARGE KEY RANGE EXHAUSTED, DO NOT RELEASE"
                   TO IG-RPT-DETAIL-LINE
               GENERATE CHARGES-DETAIL
               GO TO 5030-EXIT
           END-IF.
           MOVE IG-NEXT-KEY    TO IG-CH-TRAN-KEY.
           MOVE IG-RUN-DATE    TO IG-CH-TRAN-DATE.
           MOVE AM-ACCOUNT-ID  TO IG-CH-ACCOUNT-ID.
           WRITE CF-CHARGE-RECORD FROM IG-CHARGE-REC.
           IF NOT IG-CHGFEED-WRITE-OK
               MOVE 8 TO RETURN-CODE
               SET IG-GEN-HALTED TO TRUE
               MOVE "CHARGES FEED WRITE FAILED, DO NOT RELEASE"
                   TO IG-RPT-DETAIL-LINE
               GENERATE CHARGES-DETAIL
               GO TO 5030-EXIT
           END-IF.
           ADD 1 TO IG-NEXT-KEY.
           ADD 1 TO IG-CHARGE-COUNT.
           ADD IG-CH-TRAN-AMOUNT TO IG-AMOUNT-HASH.
       5030-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5040-WRITE-TRAILER : close the charges feed with its own
      * count-and-amount trailer -- the nightly run verifies one
      * trailer per contributing feed.
      *----------------------------------------------------------------*
       5040-WRITE-TRAILER.
           MOVE SPACES             TO IG-TRAILER-REC.
           MOVE '**TRAILER*'       TO IG-TL-TRAILER-ID.
           MOVE IG-CHARGE-COUNT    TO IG-TL-RECORD-COUNT.
           MOVE IG-AMOUNT-HASH     TO IG-TL-AMOUNT-HASH.
           MOVE 'CH'               TO IG-TL-SOURCE-CODE.
           WRITE CF-CHARGE-RECORD FROM IG-TRAILER-REC.
           IF NOT IG-CHGFEED-WRITE-OK
               MOVE 8 TO RETURN-CODE
               MOVE "TRAILER WRITE FAILED, DO NOT RELEASE"
                   TO IG-RPT-DETAIL-LINE
               GENERATE CHARGES-DETAIL
           END-IF.
       5040-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6500-PRINT-TOTALS : the feed totals finance signs off on --
      * accounts read and not charged, interest and fee counts and
      * amounts, and the trailer totals the feed carries.
      *----------------------------------------------------------------*
       6500-PRINT-TOTALS.
           MOVE SPACES TO IG-RPT-DETAIL-LINE.
           GENERATE CHARGES-DETAIL.
           MOVE IG-ACCOUNT-READ-COUNT TO IG-RPT-COUNT-DISP.
           STRING "ACCOUNTS READ:         " DELIMITED BY SIZE
               IG-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO IG-RPT-DETAIL-LINE
           END-STRING.
           GENERATE CHARGES-DETAIL.
           MOVE IG-NOT-CHARGED-COUNT TO IG-RPT-COUNT-DISP.
           MOVE SPACES TO IG-RPT-DETAIL-LINE.
           STRING "NOT CHARGED:           " DELIMITED BY SIZE
               IG-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO IG-RPT-DETAIL-LINE
           END-STRING.
           GENERATE CHARGES-DETAIL.
           MOVE IG-INTEREST-COUNT TO IG-RPT-COUNT-DISP.
           MOVE IG-INTEREST-TOTAL TO IG-RPT-TOTAL-DISP.
           MOVE SPACES TO IG-RPT-DETAIL-LINE.
           STRING "INTEREST CREDITS:      " DELIMITED BY SIZE
               IG-RPT-COUNT-DISP DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               IG-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO IG-RPT-DETAIL-LINE
           END-STRING.
           GENERATE CHARGES-DETAIL.
           MOVE IG-FEE-COUNT TO IG-RPT-COUNT-DISP.
           MOVE IG-FEE-TOTAL TO IG-RPT-TOTAL-DISP.
           MOVE SPACES TO IG-RPT-DETAIL-LINE.
           STRING "FEE DEBITS:            " DELIMITED BY SIZE
               IG-RPT-COUNT-DISP DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               IG-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO IG-RPT-DETAIL-LINE
           END-STRING.
           GENERATE CHARGES-DETAIL.
           MOVE IG-CHARGE-COUNT TO IG-RPT-COUNT-DISP.
           MOVE IG-AMOUNT-HASH TO IG-RPT-TOTAL-DISP.
           MOVE SPACES TO IG-RPT-DETAIL-LINE.
           STRING "FEED TRAILER:          " DELIMITED BY SIZE
               IG-RPT-COUNT-DISP DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               IG-RPT-TOTAL-DISP DELIMITED BY SIZE
               INTO IG-RPT-DETAIL-LINE
           END-STRING.
           GENERATE CHARGES-DETAIL.
           IF RETURN-CODE < 8
               MOVE SPACES TO IG-RPT-DETAIL-LINE
               GENERATE CHARGES-DETAIL
               MOVE "APPROVED FOR RELEASE: ________________  DATE: ____
      -            "______" TO IG-RPT-DETAIL-LINE
               GENERATE CHARGES-DETAIL
           ELSE
               PERFORM 6600-PRINT-NOT-RELEASED THRU 6600-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6600-PRINT-NOT-RELEASED : close a register whose run did not
      * complete -- refused on the cycle, stopped on the rate
      * schedule, or halted generating -- on the line that says the
      * feed is not to be released, whatever it stopped on.
      *----------------------------------------------------------------*
       6600-PRINT-NOT-RELEASED.
           MOVE SPACES TO IG-RPT-DETAIL-LINE.
           GENERATE CHARGES-DETAIL.
           MOVE "RUN DID NOT COMPLETE -- FEED IS NOT TO BE RELEASED"
               TO IG-RPT-DETAIL-LINE.
           GENERATE CHARGES-DETAIL.
       6600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-CLOSE-REPORT : finish the register.
      *----------------------------------------------------------------*
       7000-CLOSE-REPORT.
           TERMINATE CHARGES-RPT.
           CLOSE CHGRPT-FILE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9999-EXIT : single point of job termination.
      *----------------------------------------------------------------*
       9999-EXIT.
           STOP RUN.
