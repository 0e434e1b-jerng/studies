      *   sentinel in its first ten bytes, where a detail record
      *   carries its transaction key.
      *
      *   A reversal written by the backout program carries the key
      *   of the transaction it offsets in TR-REVERSED-KEY, so the
      *   posting journal and the customer statement can show it as
      *   a reversal; an ordinary transaction leaves it blank.
      *
      *   A transaction the nightly validation held against the
      *   HOLDPRM limits and a reviewer then released comes back
      *   through the next night's feed flagged 'R' in
      *   TR-HOLD-RELEASE-FLAG, so it is not held a second time;
      *   every other transaction leaves the flag blank.
      *
      *   A corrected reject the recycle pass writes back into the
      *   feed carries that pass's run date in TR-RECYCLE-DATE, so
      *   the monthly reject analysis can time each reject from
      *   RJ-REJECT-DATE to its recycle; every other transaction
      *   leaves it blank.
      *
      *   Every transaction carries the code of the source that
      *   originated it in TR-SOURCE-CODE, and every trailer the
      *   code of the source whose feed it closes in
      *   TL-SOURCE-CODE, so the nightly validation can verify,
      *   register, and report each source's feed on its own (see
      *   SRCCODE for the codes).  The recycle pass, the hold
      *   review, the backout program, and the interest and fee
      *   generator stamp their own codes on what they write.  A
      *   corrected reject or a released hold keeps the code of the
      *   source that originated it in TR-ORIGIN-SOURCE, since keys
      *   are unique only within a source; every other transaction
      *   leaves it blank.
      *
      *   Modification History :
      *     2026-08-22  JLG  Original transaction detail layout.
      *     2026-09-02  JLG  Added the count-and-amount trailer
      *                      record the feed now closes with.
      *     2026-10-15  JLG  Added TR-REVERSED-KEY for reversals,
      *                      carved from the filler.
      *     2026-10-15  JLG  Added TR-HOLD-RELEASE-FLAG for held
      *                      transactions released on review,
      *                      carved from the filler.
      *     2026-10-15  JLG  Added TR-RECYCLE-DATE for corrected
      *                      rejects, carved from the filler.
      *     2026-10-15  JLG  Added TR-SOURCE-CODE and TL-SOURCE-CODE
      *                      for the multi-source intake, and
      *                      TR-ORIGIN-SOURCE for recycled and
      *                      released items, carved from the fillers.
      *----------------------------------------------------------------*
       01  TR-TRANSACTION-RECORD.
           05  TR-TRAN-KEY             PIC X(10).
               88  TR-TYPE-DEBIT           VALUE 'DB'.
               88  TR-TYPE-CREDIT          VALUE 'CR'.
           05  TR-TRAN-AMOUNT          PIC 9(09)V99.
           05  TR-REVERSED-KEY         PIC X(10).
               88  TR-NOT-A-REVERSAL       VALUE SPACES.
           05  TR-HOLD-RELEASE-FLAG    PIC X(01).
               88  TR-RELEASED-FROM-HOLD   VALUE 'R'.
           05  TR-RECYCLE-DATE         PIC X(10).
           05  TR-SOURCE-CODE          PIC X(02).
           05  TR-ORIGIN-SOURCE        PIC X(02).
           05  FILLER                  PIC X(14).

       01  TL-TRAILER-RECORD.
           05  TL-TRAILER-ID           PIC X(10).
               88  TL-IS-TRAILER           VALUE '**TRAILER*'.
           05  TL-RECORD-COUNT         PIC 9(09).
           05  TL-AMOUNT-HASH          PIC 9(13)V99.
           05  TL-SOURCE-CODE          PIC X(02).
           05  FILLER                  PIC X(44).
