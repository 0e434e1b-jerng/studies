      *----------------------------------------------------------------*
      * HOLDPRM : the hold limits the nightly validation applies to
      *   every transaction that passes the field edits, maintained
      *   by the risk area as a card file.  Two kinds of card share
      *   the record buffer and announce themselves in column 1 :
      *
      *     T  per-type threshold -- a single transaction of the
      *        named type ('DB' or 'CR') for more than the item
      *        limit is held.  A type with no T card has no item
      *        limit.
      *     V  velocity limit -- once an account's transactions for
      *        the night would run past the daily count or the
      *        daily amount, the transaction that would break the
      *        limit is held.  One V card applies to every account;
      *        a zero limit is not checked.
      *
      *   Held transactions go to the HOLD file (see HOLDQ) for the
      *   review program instead of being accepted.
      *
      *   Modification History :
      *     2026-10-15  JLG  Original hold-limits layout.
      *----------------------------------------------------------------*
       01  HP-THRESHOLD-CARD.
           05  HP-CARD-KIND            PIC X(01).
               88  HP-KIND-THRESHOLD       VALUE 'T'.
               88  HP-KIND-VELOCITY        VALUE 'V'.
           05  FILLER                  PIC X(01).
           05  HP-TRAN-TYPE            PIC X(02).
           05  FILLER                  PIC X(01).
           05  HP-ITEM-LIMIT           PIC 9(09)V99.
           05  FILLER                  PIC X(64).

       01  HP-VELOCITY-CARD.
           05  FILLER                  PIC X(02).
           05  HP-DAILY-COUNT          PIC 9(05).
           05  FILLER                  PIC X(01).
           05  HP-DAILY-AMOUNT         PIC 9(11)V99.
           05  FILLER                  PIC X(59).
