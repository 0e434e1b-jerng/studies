      *----------------------------------------------------------------*
      * STMTBAL : one account's statement balances, written by the
      *   monthly statement run for every account on the master, in
      *   account order.  The generation a statement run writes is
      *   the generation the next month's run reads its opening
      *   balances from, so each month's statement proves against
      *   the closing balance of the month before.  The closing
      *   balance carried forward is the master balance on the
      *   statement date; the proof flag says whether the statement
      *   arrived at it.
      *
      *   SB-STATEMENT-TIME (HH:MM:SS) is when the statement run
      *   started.  The next run's period starts after that date
      *   and time, not after the date alone, so a posting made
      *   later on the statement date falls in the next period.
      *
      *   Modification History :
      *     2026-10-15  JLG  Original statement-balance layout.
      *----------------------------------------------------------------*
       01  SB-STATEMENT-BALANCE.
           05  SB-ACCOUNT-ID           PIC X(08).
           05  SB-STATEMENT-DATE       PIC X(10).
           05  SB-OPENING-BALANCE      PIC S9(09)V99.
           05  SB-CLOSING-BALANCE      PIC S9(09)V99.
           05  SB-TOTAL-DEBITS         PIC 9(11)V99.
           05  SB-TOTAL-CREDITS        PIC 9(11)V99.
           05  SB-PROOF-FLAG           PIC X(01).
               88  SB-PROVED               VALUE 'Y'.
               88  SB-NOT-PROVED           VALUE 'N'.
           05  SB-STATEMENT-TIME       PIC X(08).
           05  FILLER                  PIC X(05).
