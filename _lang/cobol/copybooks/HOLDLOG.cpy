      *----------------------------------------------------------------*
      * HOLDLOG : one hold-review decision, written by the hold
      *   review program for every decision it applies and appended
      *   to the decision log once the pass has ended clean.  The
      *   record carries the held item's key, source code, hold
      *   date, hold reason, account, type, and amount, the decision
      *   with the reviewer who made it and the reason given, and
      *   when it was applied and under which user.  The
      *   log is also read back at the start of every review pass :
      *   a held item the log already carries has been decided and
      *   is never decided a second time.
      *
      *   Modification History :
      *     2026-10-15  JLG  Original hold-decision log layout.
      *----------------------------------------------------------------*
       01  HG-DECISION-RECORD.
           05  HG-TRAN-KEY             PIC X(10).
           05  HG-HOLD-DATE            PIC X(10).
           05  HG-DECISION             PIC X(08).
               88  HG-DECISION-RELEASE     VALUE 'RELEASE '.
               88  HG-DECISION-DECLINE     VALUE 'DECLINE '.
           05  HG-HOLD-REASON          PIC X(04).
           05  HG-ACCOUNT-ID           PIC X(08).
           05  HG-TRAN-TYPE            PIC X(02).
           05  HG-TRAN-AMOUNT          PIC 9(09)V99.
           05  HG-REVIEWER             PIC X(08).
           05  HG-REASON               PIC X(20).
           05  HG-DECISION-DATE        PIC X(10).
           05  HG-DECISION-TIME        PIC X(08).
           05  HG-RUN-USER             PIC X(08).
           05  HG-SOURCE-CODE          PIC X(02).
           05  FILLER                  PIC X(11).
