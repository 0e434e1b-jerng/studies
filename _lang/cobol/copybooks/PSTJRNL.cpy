      *----------------------------------------------------------------*
      * PSTJRNL : one entry on the posting journal, appended by the
      *   account posting step for every accepted transaction it
      *   disposes of.  A posted entry carries the transaction and
      *   the account balance before and after it was applied; a
      *   rejected entry carries the reason code the transaction
      *   went to the posting-reject file with.  A completion entry
      *   closes every posting run that reached the end of its
      *   accepted generation.
      *
      *   Every entry carries the fingerprint of the accepted
      *   generation it belongs to -- first and last transaction
      *   key, record count, amount total -- and the ordinal of the
      *   transaction within that generation, so a rerun of the
      *   same generation resumes after the last journaled
      *   transaction instead of posting it all again, and audit
      *   can walk any account's balance back posting by posting.
      *   A reversal from the backout program carries the key of
      *   the transaction it offsets.
      *
      *   Modification History :
      *     2026-10-15  JLG  Original posting-journal layout.
      *----------------------------------------------------------------*
       01  PJ-JOURNAL-RECORD.
           05  PJ-ENTRY-TYPE           PIC X(01).
               88  PJ-ENTRY-POSTED         VALUE 'P'.
               88  PJ-ENTRY-REJECTED       VALUE 'R'.
               88  PJ-ENTRY-COMPLETE       VALUE 'C'.
           05  PJ-FEED-FINGERPRINT.
               10  PJ-FEED-FIRST-KEY   PIC X(10).
               10  PJ-FEED-LAST-KEY    PIC X(10).
               10  PJ-FEED-COUNT       PIC 9(09).
               10  PJ-FEED-AMOUNT      PIC 9(13)V99.
           05  PJ-RUN-DATE             PIC X(10).
           05  PJ-RUN-TIME             PIC X(08).
           05  PJ-SEQUENCE             PIC 9(09).
           05  PJ-TRAN-KEY             PIC X(10).
           05  PJ-TRAN-DATE            PIC X(10).
           05  PJ-ACCOUNT-ID           PIC X(08).
           05  PJ-TRAN-TYPE            PIC X(02).
           05  PJ-TRAN-AMOUNT          PIC 9(09)V99.
           05  PJ-BALANCE-BEFORE       PIC S9(09)V99.
           05  PJ-BALANCE-AFTER        PIC S9(09)V99.
           05  PJ-REASON-CODE          PIC X(04).
           05  PJ-REVERSED-KEY         PIC X(10).
           05  FILLER                  PIC X(11).
