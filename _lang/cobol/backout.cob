      * Modification History :
      *   2026-09-02  JLG  Original program -- the last bad feed
      *                    was backed out by hand over two days.
      *   2026-10-15  JLG  Each reversal now carries the key of the
      *                    transaction it offsets, so the posting
      *                    journal and the customer statements can
      *                    show it as a reversal.
      *   2026-10-15  JLG  Stamp source code RV on every reversal
      *                    and on the reversal trailer, so the
      *                    nightly validation verifies and reports
      *                    the reversals as a source of their own.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. backout.
           05  BK-RV-ACCOUNT-ID        PIC X(08).
           05  BK-RV-TRAN-TYPE         PIC X(02).
           05  BK-RV-TRAN-AMOUNT       PIC 9(09)V99.
           05  BK-RV-REVERSED-KEY      PIC X(10).
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  BK-RV-SOURCE-CODE       PIC X(02) VALUE 'RV'.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  BK-TRAILER-REC.
           05  BK-TL-TRAILER-ID        PIC X(10).
           05  BK-TL-RECORD-COUNT      PIC 9(09).
           05  BK-TL-AMOUNT-HASH       PIC 9(13)V99.
           05  BK-TL-SOURCE-CODE       PIC X(02).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  BK-NEXT-KEY                 PIC 9(10) VALUE ZERO.

      * 5010-REVERSE-ONE-TRAN : read one accepted transaction and
      * write its offset -- debit becomes credit and vice versa,
      * same account and amount, the next key in the issued
      * sequence, tonight's date so the nightly date edit passes,
      * and the offset transaction's own key as the key reversed.
      *----------------------------------------------------------------*
       5010-REVERSE-ONE-TRAN.
           READ ACCEPTD-FILE
               ADD TR-TRAN-AMOUNT TO BK-DB-AMOUNT-TOTAL
           END-IF.
           MOVE TR-TRAN-AMOUNT TO BK-RV-TRAN-AMOUNT.
           MOVE TR-TRAN-KEY    TO BK-RV-REVERSED-KEY.
           WRITE RV-REVERSAL-RECORD FROM BK-REVERSAL-REC.
           IF NOT BK-REVERSAL-WRITE-OK
               MOVE 8 TO RETURN-CODE
           MOVE '**TRAILER*'       TO BK-TL-TRAILER-ID.
           MOVE BK-REVERSAL-COUNT  TO BK-TL-RECORD-COUNT.
           MOVE BK-AMOUNT-HASH     TO BK-TL-AMOUNT-HASH.
           MOVE 'RV'               TO BK-TL-SOURCE-CODE.
           WRITE RV-REVERSAL-RECORD FROM BK-TRAILER-REC.
           IF NOT BK-REVERSAL-WRITE-OK
               MOVE 8 TO RETURN-CODE
