      *----------------------------------------------------------------*
      * HOLDCRD : one hold-review decision card, read from //SYSIN
      *   by the hold review program.  Each card names the decision,
      *   the transaction key and source code of the held item it
      *   applies to, the reviewer who made the decision, and the
      *   reason for it.  Keys are unique only within a source, so
      *   the source code is required with the key.  The reviewer
      *   and the reason are both required -- every decision goes
      *   on the decision log for the auditors.
      *
      *   Decisions :
      *     RELEASE   send the held item into the next night's feed
      *     DECLINE   turn the held item into a reject (RH10)
      *
      *   Modification History :
      *     2026-10-15  JLG  Original hold-review decision card
      *                      layout.
      *----------------------------------------------------------------*
       01  HD-DECISION-CARD.
           05  HD-ACTION               PIC X(08).
               88  HD-ACTION-RELEASE       VALUE 'RELEASE '.
               88  HD-ACTION-DECLINE       VALUE 'DECLINE '.
           05  FILLER                  PIC X(01).
           05  HD-TRAN-KEY             PIC X(10).
           05  FILLER                  PIC X(01).
           05  HD-REVIEWER             PIC X(08).
           05  FILLER                  PIC X(01).
           05  HD-REASON               PIC X(20).
           05  FILLER                  PIC X(01).
           05  HD-SOURCE-CODE          PIC X(02).
           05  FILLER                  PIC X(28).
