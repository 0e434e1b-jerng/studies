      *   downstream areas read balances off the master instead of
      *   re-keying them from the accepted file.
      *
      *   AM-ACCOUNT-STATUS is maintained by the account maintenance
      *   program from its //SYSIN card deck : open, closed, or
      *   frozen, with the date and reason of the last change and
      *   the date the account was opened.  The posting step
      *   refuses postings to a closed or frozen account.  A blank
      *   status is a record loaded before the status existed and
      *   reads as open.
      *
      *   Modification History :
      *     2026-09-02  JLG  Original account-master layout.
      *     2026-10-15  JLG  Added the account status, opened date,
      *                      and status date and reason, carved
      *                      from the trailing filler.
      *----------------------------------------------------------------*
       01  AM-ACCOUNT-RECORD.
           05  AM-ACCOUNT-ID           PIC X(08).
           05  AM-CURRENT-BALANCE      PIC S9(09)V99.
           05  AM-LAST-ACTIVITY-DATE   PIC X(10).
           05  AM-ACCOUNT-STATUS       PIC X(01).
               88  AM-STATUS-OPEN          VALUE 'O' ' '.
               88  AM-STATUS-CLOSED        VALUE 'C'.
               88  AM-STATUS-FROZEN        VALUE 'F'.
           05  AM-OPENED-DATE          PIC X(10).
           05  AM-STATUS-DATE          PIC X(10).
           05  AM-STATUS-REASON        PIC X(20).
           05  FILLER                  PIC X(10).
