      *----------------------------------------------------------------*
      * HOLDQ : one held transaction, written to the HOLD output
      *   file by the nightly validation when a transaction that
      *   passed every field edit breaks a limit on the HOLDPRM
      *   file.  Same shape as the reject record -- the full image
      *   of the transaction followed by a four-byte reason and the
      *   run date -- so the review program can release it into the
      *   next night's feed or decline it into the reject layout.
      *
      *   Hold reasons :
      *     HL01  amount over the item limit for its type
      *     HC02  account's daily transaction count over the
      *           velocity limit
      *     HA03  account's daily amount over the velocity limit
      *     HX04  velocity not tracked -- the night's account table
      *           was full, so the limits could not be proved
      *
      *   Modification History :
      *     2026-10-15  JLG  Original held-transaction layout.
      *----------------------------------------------------------------*
       01  HQ-HOLD-RECORD.
           05  HQ-TRAN-IMAGE           PIC X(80).
           05  HQ-HOLD-REASON          PIC X(04).
           05  HQ-HOLD-DATE            PIC X(10).
