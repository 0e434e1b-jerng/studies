      *----------------------------------------------------------------*
      * ACCTMNT : account master maintenance -- open, close, freeze,
      * and unfreeze accounts from a //SYSIN card deck.
      *
      * Nothing could add an account to the account master or take
      * one out of service, so every new customer's first postings
      * rejected RN07 until someone loaded the record by hand, and a
      * closed account went on taking postings forever.  This
      * program reads the maintenance deck card by card and applies
      * each one to the account master KSDS : OPEN adds the account
      * at a zero balance with its opening date, CLOSE and FREEZE
      * take it out of service, UNFREEZE returns a frozen account to
      * open.  Every applied card appends a before-and-after image
      * of the master record to the account audit trail with who
      * made the change, when, and why.  A card that fails its
      * edits, or asks for a change the account's current status
      * does not allow, is refused on the report and leaves
      * RETURN-CODE 4; the rest of the deck still applies.
      *
      * Modification History :
      *   2026-10-15  JLG  Original program -- accounts were being
      *                    loaded to the master by hand and closed
      *                    accounts kept accepting postings.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctmnt.
       AUTHOR. J L GREEN.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MNTCARD-FILE : the //SYSIN maintenance card deck, one
      *    action per card.
           SELECT MNTCARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MT-MNTCARD-STATUS.

      *    ACCTMST-FILE : the account master KSDS, keyed on the
      *    account identifier, read, written, and rewritten in
      *    place.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS MT-ACCTMST-STATUS.

      *    ACCTAUD-FILE : the account audit trail, one before-and-
      *    after record appended per applied card.
           SELECT ACCTAUD-FILE ASSIGN TO ACCTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MT-ACCTAUD-STATUS.

      *    MNTRPT-FILE : the paginated maintenance run report.
           SELECT MNTRPT-FILE ASSIGN TO MNTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MT-MNTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTCARD-FILE
           RECORDING MODE IS F.
           COPY ACMCARD.

       FD  ACCTMST-FILE.
           COPY ACCTMST.

       FD  ACCTAUD-FILE
           RECORDING MODE IS F.
           COPY ACCTAUD.

       FD  MNTRPT-FILE
           REPORT IS MAINT-RPT.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    WS-JOB-BANNER : shared job-banner record, common to every
      *    program in the suite (see COPY JOBBANR).
      *----------------------------------------------------------------*
       COPY JOBBANR.

       01  MT-CURRENT-DATE-TIME        PIC X(21).

       01  MT-RUN-STAMP.
           05  MT-RUN-DATE.
               10  MT-RUN-YYYY         PIC 9(04).
               10  FILLER              PIC X(01) VALUE '-'.
               10  MT-RUN-MM           PIC 9(02).
               10  FILLER              PIC X(01) VALUE '-'.
               10  MT-RUN-DD           PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MT-RUN-TIME.
               10  MT-RUN-HH           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  MT-RUN-MN           PIC 9(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  MT-RUN-SS           PIC 9(02).

       01  MT-RUNENV-VALUE             PIC X(04) VALUE SPACES.

       01  MT-MNTCARD-STATUS           PIC X(02) VALUE SPACES.
           88  MT-MNTCARD-READ-OK          VALUE '00'.
           88  MT-MNTCARD-AT-END           VALUE '10'.

       01  MT-ACCTMST-STATUS           PIC X(02) VALUE SPACES.
           88  MT-ACCTMST-IO-OK            VALUE '00'.
           88  MT-ACCTMST-NOT-FOUND        VALUE '23'.

       01  MT-ACCTAUD-STATUS           PIC X(02) VALUE SPACES.
           88  MT-ACCTAUD-WRITE-OK         VALUE '00'.

       01  MT-MNTRPT-STATUS            PIC X(02) VALUE SPACES.
           88  MT-MNTRPT-WRITE-OK          VALUE '00'.

      *----------------------------------------------------------------*
      *    MT-CARD-WORK : the card in hand after editing -- the
      *    opening date to apply, the refusal text when the card
      *    cannot be applied, and whether its account is on the
      *    master.
      *----------------------------------------------------------------*
       01  MT-CARD-WORK.
           05  MT-OPENED-DATE          PIC X(10) VALUE SPACES.
           05  MT-REFUSE-MSG           PIC X(24) VALUE SPACES.
           05  MT-ON-MASTER-SW         PIC X(01) VALUE 'N'.
               88  MT-ON-MASTER                VALUE 'Y'.
               88  MT-NOT-ON-MASTER            VALUE 'N'.

      *----------------------------------------------------------------*
      *    MT-BEFORE-IMAGE : the master record as it stood before
      *    the change, carried to the audit record.
      *----------------------------------------------------------------*
       01  MT-BEFORE-IMAGE             PIC X(80) VALUE SPACES.

       01  MT-WORK-FIELDS.
           05  MT-CARD-READ-COUNT      PIC 9(05) VALUE ZERO.
           05  MT-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05  MT-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
           05  MT-OPENED-COUNT         PIC 9(05) VALUE ZERO.
           05  MT-CLOSED-COUNT         PIC 9(05) VALUE ZERO.
           05  MT-FROZEN-COUNT         PIC 9(05) VALUE ZERO.
           05  MT-UNFROZEN-COUNT       PIC 9(05) VALUE ZERO.
           05  MT-MAINT-HALT-SW        PIC X(01) VALUE 'N'.
               88  MT-MAINT-HALTED             VALUE 'Y'.

      *----------------------------------------------------------------*
      *    MT-RPT-xxx : each print line is built up whole and handed
      *    to the REPORT SECTION as a single SOURCE item per line.
      *----------------------------------------------------------------*
       01  MT-RPT-HDG-LINE1            PIC X(46) VALUE SPACES.
       01  MT-RPT-HDG-LINE2            PIC X(40) VALUE SPACES.
       01  MT-RPT-HDG-LINE3            PIC X(56) VALUE SPACES.
       01  MT-RPT-DETAIL-LINE          PIC X(70) VALUE SPACES.
       01  MT-RPT-FTG-LINE1            PIC X(14) VALUE SPACES.
       01  MT-RPT-COUNT-DISP           PIC Z(04)9.

       REPORT SECTION.
      *----------------------------------------------------------------*
      * MAINT-RPT : paginated maintenance run report, in the same
      * manner as the other reports of the suite.
      *----------------------------------------------------------------*
       RD  MAINT-RPT
           PAGE LIMIT 60 LINES
           FIRST DETAIL 5
           LAST DETAIL 55
           FOOTING 58.
       01  TYPE PAGE HEADING.
           05  LINE 1  COLUMN 1  PIC X(46) SOURCE MT-RPT-HDG-LINE1.
           05  LINE 2  COLUMN 1  PIC X(40) SOURCE MT-RPT-HDG-LINE2.
           05  LINE 3  COLUMN 1  PIC X(56) SOURCE MT-RPT-HDG-LINE3.
       01  MAINT-DETAIL TYPE DETAIL.
           05  LINE PLUS 1 COLUMN 1  PIC X(70)
                   SOURCE MT-RPT-DETAIL-LINE.
       01  TYPE PAGE FOOTING.
           05  LINE 58 COLUMN 1  PIC X(14) SOURCE MT-RPT-FTG-LINE1.
           05  LINE 59 COLUMN 1  PIC ZZZ9 SOURCE PAGE-COUNTER.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * 0000-MAINLINE : overall job control.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 4000-OPEN-REPORT THRU 4000-EXIT.
           IF RETURN-CODE < 8
               PERFORM 5000-APPLY-CARDS THRU 5000-EXIT
               PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
               PERFORM 7000-CLOSE-REPORT THRU 7000-EXIT
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE : capture the run stamp and build the shared
      * job banner.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO MT-CURRENT-DATE-TIME.
           MOVE MT-CURRENT-DATE-TIME(1:4)  TO MT-RUN-YYYY.
           MOVE MT-CURRENT-DATE-TIME(5:2)  TO MT-RUN-MM.
           MOVE MT-CURRENT-DATE-TIME(7:2)  TO MT-RUN-DD.
           MOVE MT-CURRENT-DATE-TIME(9:2)  TO MT-RUN-HH.
           MOVE MT-CURRENT-DATE-TIME(11:2) TO MT-RUN-MN.
           MOVE MT-CURRENT-DATE-TIME(13:2) TO MT-RUN-SS.
           MOVE "acctmnt"         TO JB-JOB-NAME.
           MOVE MT-RUN-DATE       TO JB-RUN-DATE.
           MOVE MT-RUN-TIME       TO JB-RUN-TIME.
           ACCEPT JB-RUN-USER FROM ENVIRONMENT "USER".
           ACCEPT MT-RUNENV-VALUE FROM ENVIRONMENT "RUNENV".
           IF MT-RUNENV-VALUE = "PROD"
               MOVE "PROD" TO JB-ENVIRONMENT
           ELSE
               MOVE "TEST" TO JB-ENVIRONMENT
           END-IF.
           MOVE 0 TO RETURN-CODE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-OPEN-REPORT : build the page heading and start the
      * maintenance run report.
      *----------------------------------------------------------------*
       4000-OPEN-REPORT.
           STRING JB-ENVIRONMENT DELIMITED BY SIZE
               "  ACCTMNT ACCOUNT MASTER MAINTENANCE" DELIMITED BY
               SIZE
               INTO MT-RPT-HDG-LINE1
           END-STRING.
           STRING "JOB: " DELIMITED BY SIZE
               JB-JOB-NAME DELIMITED BY SIZE
               INTO MT-RPT-HDG-LINE2
           END-STRING.
           STRING "RUN: " DELIMITED BY SIZE
               JB-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JB-RUN-TIME DELIMITED BY SIZE
               "  USER: " DELIMITED BY SIZE
               JB-RUN-USER DELIMITED BY SIZE
               INTO MT-RPT-HDG-LINE3
           END-STRING.
           MOVE "END OF REPORT" TO MT-RPT-FTG-LINE1.
           OPEN OUTPUT MNTRPT-FILE.
           IF NOT MT-MNTRPT-WRITE-OK
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           INITIATE MAINT-RPT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-APPLY-CARDS : open the deck, the master, and the audit
      * trail, and apply the deck card by card.  Any open failure is
      * a hard stop -- a change the audit trail cannot record must
      * not be made.  The audit trail is appended to, falling back
      * to OUTPUT on the first run when there is nothing to extend.
      *----------------------------------------------------------------*
       5000-APPLY-CARDS.
           OPEN INPUT MNTCARD-FILE.
           IF NOT MT-MNTCARD-READ-OK
               MOVE 8 TO RETURN-CODE
               MOVE "NO MAINTENANCE CARD DECK SUPPLIED"
                   TO MT-RPT-DETAIL-LINE
               GENERATE MAINT-DETAIL
               GO TO 5000-EXIT
           END-IF.
           OPEN I-O ACCTMST-FILE.
           IF NOT MT-ACCTMST-IO-OK
               MOVE 8 TO RETURN-CODE
               STRING "ACCOUNT MASTER OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   MT-ACCTMST-STATUS DELIMITED BY SIZE
                   INTO MT-RPT-DETAIL-LINE
               END-STRING
               GENERATE MAINT-DETAIL
               CLOSE MNTCARD-FILE
               GO TO 5000-EXIT
           END-IF.
           OPEN EXTEND ACCTAUD-FILE.
           IF NOT MT-ACCTAUD-WRITE-OK
               CLOSE ACCTAUD-FILE
               OPEN OUTPUT ACCTAUD-FILE
           END-IF.
           IF NOT MT-ACCTAUD-WRITE-OK
               MOVE 8 TO RETURN-CODE
               STRING "ACCOUNT AUDIT OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   MT-ACCTAUD-STATUS DELIMITED BY SIZE
                   INTO MT-RPT-DETAIL-LINE
               END-STRING
               GENERATE MAINT-DETAIL
               CLOSE MNTCARD-FILE
               CLOSE ACCTMST-FILE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5010-APPLY-ONE-CARD THRU 5010-EXIT
               UNTIL NOT MT-MNTCARD-READ-OK
               OR MT-MAINT-HALTED.
           IF NOT MT-MNTCARD-AT-END
               AND NOT MT-MAINT-HALTED
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO MT-RPT-DETAIL-LINE
               STRING "CARD DECK READ FAILED, STATUS "
                   DELIMITED BY SIZE
                   MT-MNTCARD-STATUS DELIMITED BY SIZE
                   INTO MT-RPT-DETAIL-LINE
               END-STRING
               GENERATE MAINT-DETAIL
           END-IF.
           CLOSE MNTCARD-FILE.
           CLOSE ACCTMST-FILE.
           CLOSE ACCTAUD-FILE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5010-APPLY-ONE-CARD : read one card, edit it, fetch its
      * account, and apply the action the account's status allows.
      *----------------------------------------------------------------*
       5010-APPLY-ONE-CARD.
           READ MNTCARD-FILE
               AT END
                   GO TO 5010-EXIT
           END-READ.
           IF NOT MT-MNTCARD-READ-OK
               GO TO 5010-EXIT
           END-IF.
           ADD 1 TO MT-CARD-READ-COUNT.
           PERFORM 5020-EDIT-CARD THRU 5020-EXIT.
           IF MT-REFUSE-MSG NOT = SPACES
               PERFORM 5090-REFUSE-CARD THRU 5090-EXIT
               GO TO 5010-EXIT
           END-IF.
           SET MT-ON-MASTER TO TRUE.
           MOVE MC-ACCOUNT-ID TO AM-ACCOUNT-ID.
           READ ACCTMST-FILE
               INVALID KEY
                   SET MT-NOT-ON-MASTER TO TRUE
           END-READ.
           IF MT-ON-MASTER
               AND NOT MT-ACCTMST-IO-OK
               PERFORM 5095-HALT-ON-MASTER THRU 5095-EXIT
               GO TO 5010-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MC-ACTION-OPEN AND MT-ON-MASTER
                   MOVE "ALREADY ON MASTER" TO MT-REFUSE-MSG
               WHEN MC-ACTION-OPEN
                   PERFORM 5030-OPEN-ACCOUNT THRU 5030-EXIT
               WHEN MT-NOT-ON-MASTER
                   MOVE "NOT ON MASTER" TO MT-REFUSE-MSG
               WHEN MC-ACTION-CLOSE AND AM-STATUS-CLOSED
                   MOVE "ALREADY CLOSED" TO MT-REFUSE-MSG
               WHEN MC-ACTION-CLOSE
                   MOVE AM-ACCOUNT-RECORD TO MT-BEFORE-IMAGE
                   SET AM-STATUS-CLOSED TO TRUE
                   PERFORM 5040-CHANGE-STATUS THRU 5040-EXIT
               WHEN MC-ACTION-FREEZE AND NOT AM-STATUS-OPEN
                   MOVE "NOT OPEN" TO MT-REFUSE-MSG
               WHEN MC-ACTION-FREEZE
                   MOVE AM-ACCOUNT-RECORD TO MT-BEFORE-IMAGE
                   SET AM-STATUS-FROZEN TO TRUE
                   PERFORM 5040-CHANGE-STATUS THRU 5040-EXIT
               WHEN MC-ACTION-UNFREEZE AND NOT AM-STATUS-FROZEN
                   MOVE "NOT FROZEN" TO MT-REFUSE-MSG
               WHEN MC-ACTION-UNFREEZE
                   MOVE AM-ACCOUNT-RECORD TO MT-BEFORE-IMAGE
                   SET AM-STATUS-OPEN TO TRUE
                   PERFORM 5040-CHANGE-STATUS THRU 5040-EXIT
           END-EVALUATE.
           IF MT-REFUSE-MSG NOT = SPACES
               PERFORM 5090-REFUSE-CARD THRU 5090-EXIT
           END-IF.
       5010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5020-EDIT-CARD : the card-level edits -- a known action, an
      * account, a reason, and on an OPEN card an opening date that
      * reads as a calendar date.  A blank opening date takes the
      * run date.  The first edit that fails sets the refusal text.
      *----------------------------------------------------------------*
       5020-EDIT-CARD.
           MOVE SPACES TO MT-REFUSE-MSG.
           MOVE MC-OPENED-DATE TO MT-OPENED-DATE.
           IF MT-OPENED-DATE = SPACES
               MOVE MT-RUN-DATE TO MT-OPENED-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT (MC-ACTION-OPEN OR MC-ACTION-CLOSE
                   OR MC-ACTION-FREEZE OR MC-ACTION-UNFREEZE)
                   MOVE "UNKNOWN ACTION" TO MT-REFUSE-MSG
               WHEN MC-ACCOUNT-ID = SPACES
                   MOVE "NO ACCOUNT" TO MT-REFUSE-MSG
               WHEN MC-REASON = SPACES
                   MOVE "NO REASON" TO MT-REFUSE-MSG
               WHEN NOT MC-ACTION-OPEN
                   CONTINUE
               WHEN MT-OPENED-DATE(1:4) NOT NUMERIC
                 OR MT-OPENED-DATE(5:1) NOT = '-'
                 OR MT-OPENED-DATE(6:2) NOT NUMERIC
                 OR MT-OPENED-DATE(8:1) NOT = '-'
                 OR MT-OPENED-DATE(9:2) NOT NUMERIC
                 OR MT-OPENED-DATE(6:2) < '01'
                 OR MT-OPENED-DATE(6:2) > '12'
                 OR MT-OPENED-DATE(9:2) < '01'
                 OR MT-OPENED-DATE(9:2) > '31'
                   MOVE "BAD OPENING DATE" TO MT-REFUSE-MSG
               WHEN MT-OPENED-DATE > MT-RUN-DATE
                   MOVE "OPENING DATE IN FUTURE" TO MT-REFUSE-MSG
           END-EVALUATE.
       5020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5030-OPEN-ACCOUNT : add the account to the master at a zero
      * balance, open, with its opening date.  A duplicate on the
      * WRITE means the account arrived between the read and the
      * write and is refused like any other already on the master.
      *----------------------------------------------------------------*
       5030-OPEN-ACCOUNT.
           MOVE SPACES          TO MT-BEFORE-IMAGE.
           MOVE SPACES          TO AM-ACCOUNT-RECORD.
           MOVE MC-ACCOUNT-ID   TO AM-ACCOUNT-ID.
           MOVE ZERO            TO AM-CURRENT-BALANCE.
           SET AM-STATUS-OPEN   TO TRUE.
           MOVE MT-OPENED-DATE  TO AM-OPENED-DATE.
           MOVE MT-RUN-DATE     TO AM-STATUS-DATE.
           MOVE MC-REASON       TO AM-STATUS-REASON.
           WRITE AM-ACCOUNT-RECORD
               INVALID KEY
                   MOVE "ALREADY ON MASTER" TO MT-REFUSE-MSG
                   GO TO 5030-EXIT
           END-WRITE.
           IF NOT MT-ACCTMST-IO-OK
               PERFORM 5095-HALT-ON-MASTER THRU 5095-EXIT
               GO TO 5030-EXIT
           END-IF.
           ADD 1 TO MT-OPENED-COUNT.
           PERFORM 5050-RECORD-CHANGE THRU 5050-EXIT.
       5030-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5040-CHANGE-STATUS : the caller has saved the before image
      * and set the new status -- stamp the date and reason of the
      * change and rewrite the record.
      *----------------------------------------------------------------*
       5040-CHANGE-STATUS.
           MOVE MT-RUN-DATE     TO AM-STATUS-DATE.
           MOVE MC-REASON       TO AM-STATUS-REASON.
           REWRITE AM-ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 5095-HALT-ON-MASTER THRU 5095-EXIT
                   GO TO 5040-EXIT
           END-REWRITE.
           IF NOT MT-ACCTMST-IO-OK
               PERFORM 5095-HALT-ON-MASTER THRU 5095-EXIT
               GO TO 5040-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MC-ACTION-CLOSE
                   ADD 1 TO MT-CLOSED-COUNT
               WHEN MC-ACTION-FREEZE
                   ADD 1 TO MT-FROZEN-COUNT
               WHEN MC-ACTION-UNFREEZE
                   ADD 1 TO MT-UNFROZEN-COUNT
           END-EVALUATE.
           PERFORM 5050-RECORD-CHANGE THRU 5050-EXIT.
       5040-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5050-RECORD-CHANGE : append the before-and-after audit
      * record and print the applied line.  An audit write failure
      * halts the deck -- the change just made is on the master but
      * not on the trail, and the report says so, so it can be
      * reconstructed before another card is applied.
      *----------------------------------------------------------------*
       5050-RECORD-CHANGE.
           ADD 1 TO MT-APPLIED-COUNT.
           MOVE SPACES            TO AA-AUDIT-RECORD.
           MOVE AM-ACCOUNT-ID     TO AA-ACCOUNT-ID.
           MOVE MC-ACTION         TO AA-ACTION.
           MOVE MT-RUN-DATE       TO AA-AUDIT-DATE.
           MOVE MT-RUN-TIME       TO AA-AUDIT-TIME.
           MOVE JB-RUN-USER       TO AA-AUDIT-USER.
           MOVE MC-REASON         TO AA-REASON.
           MOVE MT-BEFORE-IMAGE   TO AA-BEFORE-IMAGE.
           MOVE AM-ACCOUNT-RECORD TO AA-AFTER-IMAGE.
           WRITE AA-AUDIT-RECORD.
           MOVE SPACES TO MT-RPT-DETAIL-LINE.
           STRING "APPLIED  " DELIMITED BY SIZE
               MC-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MC-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MC-REASON DELIMITED BY SIZE
               INTO MT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE MAINT-DETAIL.
           IF NOT MT-ACCTAUD-WRITE-OK
               MOVE 8 TO RETURN-CODE
               SET MT-MAINT-HALTED TO TRUE
               MOVE SPACES TO MT-RPT-DETAIL-LINE
               STRING "AUDIT WRITE FAILED, STATUS " DELIMITED BY SIZE
                   MT-ACCTAUD-STATUS DELIMITED BY SIZE
                   " -- CHANGE ABOVE NOT AUDITED" DELIMITED BY SIZE
                   INTO MT-RPT-DETAIL-LINE
               END-STRING
               GENERATE MAINT-DETAIL
           END-IF.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5090-REFUSE-CARD : print the refused card with its refusal
      * text and flag the run -- the rest of the deck still applies.
      *----------------------------------------------------------------*
       5090-REFUSE-CARD.
           ADD 1 TO MT-REFUSED-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO MT-RPT-DETAIL-LINE.
           STRING "REFUSED  " DELIMITED BY SIZE
               MC-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MC-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MT-REFUSE-MSG DELIMITED BY SIZE
               INTO MT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE MAINT-DETAIL.
       5090-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5095-HALT-ON-MASTER : a hard account-master error halts the
      * deck -- the master is in doubt, and applying the rest of
      * the deck on top of it would only spread the damage.
      *----------------------------------------------------------------*
       5095-HALT-ON-MASTER.
           MOVE 8 TO RETURN-CODE.
           SET MT-MAINT-HALTED TO TRUE.
           MOVE SPACES TO MT-RPT-DETAIL-LINE.
           STRING "HALTED   " DELIMITED BY SIZE
               MC-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MC-ACCOUNT-ID DELIMITED BY SIZE
               " MASTER I-O FAILED, STATUS " DELIMITED BY SIZE
               MT-ACCTMST-STATUS DELIMITED BY SIZE
               INTO MT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE MAINT-DETAIL.
       5095-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-PRINT-TOTALS : the deck counts by action, and the clean
      * line the reader hopes to see.
      *----------------------------------------------------------------*
       6000-PRINT-TOTALS.
           MOVE SPACES TO MT-RPT-DETAIL-LINE.
           GENERATE MAINT-DETAIL.
           MOVE MT-CARD-READ-COUNT TO MT-RPT-COUNT-DISP.
           STRING "CARDS READ:          " DELIMITED BY SIZE
               MT-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO MT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE MAINT-DETAIL.
           MOVE MT-OPENED-COUNT TO MT-RPT-COUNT-DISP.
           MOVE SPACES TO MT-RPT-DETAIL-LINE.
           STRING "ACCOUNTS OPENED:     " DELIMITED BY SIZE
               MT-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO MT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE MAINT-DETAIL.
           MOVE MT-CLOSED-COUNT TO MT-RPT-COUNT-DISP.
           MOVE SPACES TO MT-RPT-DETAIL-LINE.
           STRING "ACCOUNTS CLOSED:     " DELIMITED BY SIZE
               MT-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO MT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE MAINT-DETAIL.
           MOVE MT-FROZEN-COUNT TO MT-RPT-COUNT-DISP.
           MOVE SPACES TO MT-RPT-DETAIL-LINE.
           STRING "ACCOUNTS FROZEN:     " DELIMITED BY SIZE
               MT-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO MT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE MAINT-DETAIL.
           MOVE MT-UNFROZEN-COUNT TO MT-RPT-COUNT-DISP.
           MOVE SPACES TO MT-RPT-DETAIL-LINE.
           STRING "ACCOUNTS UNFROZEN:   " DELIMITED BY SIZE
               MT-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO MT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE MAINT-DETAIL.
           MOVE MT-REFUSED-COUNT TO MT-RPT-COUNT-DISP.
           MOVE SPACES TO MT-RPT-DETAIL-LINE.
           STRING "CARDS REFUSED:       " DELIMITED BY SIZE
               MT-RPT-COUNT-DISP DELIMITED BY SIZE
               INTO MT-RPT-DETAIL-LINE
           END-STRING.
           GENERATE MAINT-DETAIL.
           IF MT-MAINT-HALTED
               MOVE "DECK HALTED -- CARDS AFTER THE FAILURE NOT APPLIED"
                   TO MT-RPT-DETAIL-LINE
               GENERATE MAINT-DETAIL
               GO TO 6000-EXIT
           END-IF.
           IF MT-REFUSED-COUNT = ZERO
               AND RETURN-CODE = 0
               MOVE "NO REFUSALS -- EVERY CARD APPLIED"
                   TO MT-RPT-DETAIL-LINE
               GENERATE MAINT-DETAIL
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-CLOSE-REPORT : finish the maintenance run report.
      *----------------------------------------------------------------*
       7000-CLOSE-REPORT.
           TERMINATE MAINT-RPT.
           CLOSE MNTRPT-FILE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9999-EXIT : single point of job termination.
      *----------------------------------------------------------------*
       9999-EXIT.
           STOP RUN.
