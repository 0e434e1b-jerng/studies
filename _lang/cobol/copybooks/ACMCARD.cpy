      *----------------------------------------------------------------*
      * ACMCARD : one account maintenance card, read from //SYSIN by
      *   the account maintenance program.  Each card names an
      *   action, the account it applies to, and the reason for the
      *   change; an OPEN card also carries the date the account
      *   was opened (YYYY-MM-DD), defaulting to the run date when
      *   left blank.
      *
      *   Actions :
      *     OPEN      add the account to the master, balance zero
      *     CLOSE     close an open or frozen account
      *     FREEZE    freeze an open account
      *     UNFREEZE  return a frozen account to open
      *
      *   Modification History :
      *     2026-10-15  JLG  Original account-maintenance card
      *                      layout.
      *----------------------------------------------------------------*
       01  MC-MAINT-CARD.
           05  MC-ACTION               PIC X(08).
               88  MC-ACTION-OPEN          VALUE 'OPEN    '.
               88  MC-ACTION-CLOSE         VALUE 'CLOSE   '.
               88  MC-ACTION-FREEZE        VALUE 'FREEZE  '.
               88  MC-ACTION-UNFREEZE      VALUE 'UNFREEZE'.
           05  FILLER                  PIC X(01).
           05  MC-ACCOUNT-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-OPENED-DATE          PIC X(10).
           05  FILLER                  PIC X(01).
           05  MC-REASON               PIC X(20).
           05  FILLER                  PIC X(31).
