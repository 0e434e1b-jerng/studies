      *                    own report line -- they were folded into
      *                    the unmatched total, which then exceeded
      *                    the unmatched detail lines above it.
      *   2026-10-15  JLG  Stamp the run date on every recycled
      *                    transaction in TR-RECYCLE-DATE, so the
      *                    monthly reject analysis can time each
      *                    reject from its reject date to recycle.
      *   2026-10-15  JLG  Stamp source code RC on every recycled
      *                    transaction and on the recycle trailer,
      *                    so the nightly validation verifies and
      *                    reports the recycle feed as a source of
      *                    its own, keeping the reject's originating
      *                    source in TR-ORIGIN-SOURCE.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rejrecy.
               GENERATE RECYCLE-DETAIL
               GO TO 5030-EXIT
           END-IF.
           MOVE RY-RUN-DATE TO TR-RECYCLE-DATE.
      *    The originating source is taken from the reject image --
      *    its own origin when the reject was itself a recycle
      *    (columns 65-66), else its source code (columns 63-64).
           MOVE RJ-TRAN-IMAGE(65:2) TO TR-ORIGIN-SOURCE.
           IF TR-ORIGIN-SOURCE = SPACES
               MOVE RJ-TRAN-IMAGE(63:2) TO TR-ORIGIN-SOURCE
           END-IF.
           MOVE "RC" TO TR-SOURCE-CODE.
           WRITE TR-TRANSACTION-RECORD.
           IF NOT RY-RECYCLE-WRITE-OK
               MOVE 8 TO RETURN-CODE
      * 5060-WRITE-RECYCLE-TRAILER : close the recycle file with its
      * own count-and-amount trailer.  The nightly run verifies one
      * trailer per contributing feed of its concatenated input,
      * and the recycle file rides ahead of the source feeds.
      *----------------------------------------------------------------*
       5060-WRITE-RECYCLE-TRAILER.
           MOVE SPACES             TO TL-TRAILER-RECORD.
           MOVE '**TRAILER*'       TO TL-TRAILER-ID.
           MOVE RY-RECYCLED-COUNT  TO TL-RECORD-COUNT.
           MOVE RY-RECYCLE-HASH    TO TL-AMOUNT-HASH.
           MOVE "RC"               TO TL-SOURCE-CODE.
           WRITE TL-TRAILER-RECORD.
           IF NOT RY-RECYCLE-WRITE-OK
               MOVE 8 TO RETURN-CODE
