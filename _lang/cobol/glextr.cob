      * The GL team used to read the raw ACCEPTD file and summarize
      * it themselves in a spreadsheet, which produced at least one
      * posting variance nobody could explain.  This program reads
      * the accepted generation, totals it by source, account, and
      * transaction type, and writes the fixed-layout GLINTF
      * hand-off file -- one summary record per source, account,
      * and type with record count and amount total, closed by a
      * trailer carrying the file totals.  The last act writes a
      * completion-trigger record under this job's own name, so
      * the GL stream can sit behind STRMCTL like everything else.
      *
      *                    hand-off failing at 03:00 used to reach
      *                    nobody until the GL stream's wait timed
      *                    out.
      *   2026-10-15  JLG  Total by source as well as account and
      *                    type, carrying the source code on each
      *                    summary record, so each originating area
      *                    balances the hand-off to its own
      *                    numbers; the run summary shows the
      *                    totals by source.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glextr.
      *----------------------------------------------------------------*
       COPY JOBBANR.

      *----------------------------------------------------------------*
      *    SO-SOURCE-xxx : the transaction sources the intake knows
      *    (see COPY SRCCODE).
      *----------------------------------------------------------------*
       COPY SRCCODE.

       01  GL-CURRENT-DATE-TIME        PIC X(21).

       01  GL-RUN-STAMP.
           05  GL-ALERT-SEVERITY       PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      *    GL-SUMMARY-TABLE : one entry per distinct source, account,
      *    and transaction type seen, carrying the record count and
      *    amount total the hand-off record will hold.  An
      *    overflow is a hard stop -- a GL hand-off missing dollars
      *    is worse than no hand-off at all.
           05  GL-SUMMARY-COUNT        PIC 9(04) VALUE ZERO.
           05  GL-SUMMARY-ENTRY        OCCURS 2000 TIMES
                                       INDEXED BY GL-SUM-IX.
               10  GL-SUM-SOURCE-CODE  PIC X(02).
               10  GL-SUM-ACCOUNT-ID   PIC X(08).
               10  GL-SUM-TRAN-TYPE    PIC X(02).
               10  GL-SUM-REC-COUNT    PIC 9(07).
               10  GL-SUM-AMOUNT       PIC 9(13)V99.

      *----------------------------------------------------------------*
      *    GL-SOURCE-TOTALS : the night's count and amount by source,
      *    in the order of COPY SRCCODE, plus a last entry for any
      *    code not on the list, for the run summary.
      *    Sized SO-SOURCE-COUNT + 1 -- see COPY SRCCODE before
      *    adding a source.
      *----------------------------------------------------------------*
       01  GL-SOURCE-TOTALS.
           05  GL-SRC-ENTRY            OCCURS 8 TIMES
                                       INDEXED BY GL-SRC-IX.
               10  GL-SRC-REC-COUNT    PIC 9(07).
               10  GL-SRC-AMOUNT       PIC 9(13)V99.

       01  GL-WORK-FIELDS.
           05  GL-SUM-FOUND-SW         PIC X(01) VALUE 'N'.
               88  GL-SUM-FOUND                VALUE 'Y'.
           05  GL-TRAN-READ-COUNT      PIC 9(07) VALUE ZERO.
           05  GL-FILE-AMOUNT-TOTAL    PIC 9(13)V99 VALUE ZERO.
           05  GL-SUMMARY-WRITTEN      PIC 9(04) VALUE ZERO.
           05  GL-SRC-FOUND-SW         PIC X(01) VALUE 'N'.
               88  GL-SRC-FOUND                VALUE 'Y'.
               88  GL-SRC-NOT-FOUND            VALUE 'N'.
           05  GL-SRC-LIMIT            PIC 9(02) VALUE ZERO.
           05  GL-SRC-CODE-DISP        PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MOVE GL-CURRENT-DATE-TIME(13:2) TO GL-RUN-SS.
           MOVE "glextr"          TO JB-JOB-NAME.
           MOVE GL-RUN-DATE       TO GL-BUS-DATE.
           COMPUTE GL-SRC-LIMIT = SO-SOURCE-COUNT + 1.
           PERFORM 1010-CLEAR-ONE-SOURCE THRU 1010-EXIT
               VARYING GL-SRC-IX FROM 1 BY 1
               UNTIL GL-SRC-IX > GL-SRC-LIMIT.
           MOVE GL-RUN-DATE       TO JB-RUN-DATE.
           MOVE GL-RUN-TIME       TO JB-RUN-TIME.
           ACCEPT JB-RUN-USER FROM ENVIRONMENT "USER".
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1010-CLEAR-ONE-SOURCE : zero one source's totals.
      *----------------------------------------------------------------*
       1010-CLEAR-ONE-SOURCE.
           MOVE ZERO TO GL-SRC-REC-COUNT (GL-SRC-IX).
           MOVE ZERO TO GL-SRC-AMOUNT (GL-SRC-IX).
       1010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TOTAL-TRANSACTIONS : read the accepted file end to end
      * and fold each transaction into its source, account, and
      * type summary.
      *----------------------------------------------------------------*
       3000-TOTAL-TRANSACTIONS.
           OPEN INPUT ACCEPTD-FILE.
               END-IF
               ADD 1 TO GL-SUMMARY-COUNT
               SET GL-SUM-IX TO GL-SUMMARY-COUNT
               MOVE TR-SOURCE-CODE TO GL-SUM-SOURCE-CODE (GL-SUM-IX)
               MOVE TR-ACCOUNT-ID TO GL-SUM-ACCOUNT-ID (GL-SUM-IX)
               MOVE TR-TRAN-TYPE  TO GL-SUM-TRAN-TYPE (GL-SUM-IX)
               MOVE ZERO TO GL-SUM-REC-COUNT (GL-SUM-IX)
               ADD TR-TRAN-AMOUNT TO GL-SUM-AMOUNT (GL-SUM-IX)
               ADD TR-TRAN-AMOUNT TO GL-FILE-AMOUNT-TOTAL
           END-IF.
           SET GL-SRC-NOT-FOUND TO TRUE.
           PERFORM 3030-SCAN-SOURCE THRU 3030-EXIT
               VARYING SO-IX FROM 1 BY 1
               UNTIL SO-IX > SO-SOURCE-COUNT
               OR GL-SRC-FOUND.
           IF GL-SRC-FOUND
               SET SO-IX DOWN BY 1
               SET GL-SRC-IX TO SO-IX
           ELSE
               SET GL-SRC-IX TO GL-SRC-LIMIT
           END-IF.
           ADD 1 TO GL-SRC-REC-COUNT (GL-SRC-IX).
           IF TR-TRAN-AMOUNT NUMERIC
               ADD TR-TRAN-AMOUNT TO GL-SRC-AMOUNT (GL-SRC-IX)
           END-IF.
       3010-EXIT.
           EXIT.

      * test sees the switch, so the caller steps it back.
      *----------------------------------------------------------------*
       3020-SCAN-SUMMARY.
           IF GL-SUM-SOURCE-CODE (GL-SUM-IX) = TR-SOURCE-CODE
               AND GL-SUM-ACCOUNT-ID (GL-SUM-IX) = TR-ACCOUNT-ID
               AND GL-SUM-TRAN-TYPE (GL-SUM-IX) = TR-TRAN-TYPE
               SET GL-SUM-FOUND TO TRUE
           END-IF.
       3020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3030-SCAN-SOURCE : compare one source-table entry to the
      * transaction's source code, stepped back by the caller the
      * same way as 3020.
      *----------------------------------------------------------------*
       3030-SCAN-SOURCE.
           IF SO-SOURCE-CODE (SO-IX) = TR-SOURCE-CODE
               SET GL-SRC-FOUND TO TRUE
           END-IF.
       3030-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-WRITE-HANDOFF : the summary records, then the trailer
      * with the file totals.
           EXIT.

      *----------------------------------------------------------------*
      * 4010-WRITE-ONE-SUMMARY : one 'S' record per source, account,
      * and type.
      *----------------------------------------------------------------*
       4010-WRITE-ONE-SUMMARY.
           MOVE SPACES TO GI-GL-RECORD.
           MOVE 'S'    TO GI-RECORD-TYPE.
           MOVE GL-BUS-DATE TO GI-BUSINESS-DATE.
           MOVE GL-SUM-SOURCE-CODE (GL-SUM-IX) TO GI-SOURCE-CODE.
           MOVE GL-SUM-ACCOUNT-ID (GL-SUM-IX) TO GI-ACCOUNT-ID.
           MOVE GL-SUM-TRAN-TYPE (GL-SUM-IX)  TO GI-TRAN-TYPE.
           MOVE GL-SUM-REC-COUNT (GL-SUM-IX)  TO GI-RECORD-COUNT.
           DISPLAY "TRANSACTIONS READ   " GL-TRAN-READ-COUNT.
           DISPLAY "SUMMARIES WRITTEN   " GL-SUMMARY-WRITTEN.
           DISPLAY "FILE AMOUNT TOTAL   " GL-FILE-AMOUNT-TOTAL.
           PERFORM 7510-DISPLAY-ONE-SOURCE THRU 7510-EXIT
               VARYING GL-SRC-IX FROM 1 BY 1
               UNTIL GL-SRC-IX > GL-SRC-LIMIT.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7510-DISPLAY-ONE-SOURCE : one source's count and amount on
      * the run summary; a source with nothing accepted is left
      * off, and anything under a code not on the list shows as
      * '??'.
      *----------------------------------------------------------------*
       7510-DISPLAY-ONE-SOURCE.
           IF GL-SRC-REC-COUNT (GL-SRC-IX) = ZERO
               GO TO 7510-EXIT
           END-IF.
           IF GL-SRC-IX > SO-SOURCE-COUNT
               MOVE "??" TO GL-SRC-CODE-DISP
           ELSE
               SET SO-IX TO GL-SRC-IX
               MOVE SO-SOURCE-CODE (SO-IX) TO GL-SRC-CODE-DISP
           END-IF.
           DISPLAY "SOURCE " GL-SRC-CODE-DISP
               " COUNT " GL-SRC-REC-COUNT (GL-SRC-IX)
               " AMOUNT " GL-SRC-AMOUNT (GL-SRC-IX).
       7510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-WRITE-ALERT : append one operator-alert record for the
      * degradation event described in GL-ALERT-WORK by the caller.
