      *----------------------------------------------------------------*
      * RATEPRM : one tier of the month-end interest and fee rate
      *   schedule, maintained by finance and read by the month-end
      *   charges generator.  An interest tier carries the annual
      *   interest rate, a fee tier the monthly maintenance fee; each
      *   applies to balances at or above its floor, up to the next
      *   tier of the same kind, and a balance below every floor of
      *   a kind takes that kind's lowest tier.  Interest is only
      *   ever credited on a balance above zero; a fee tier with a
      *   zero fee waives the fee.
      *
      *   Punched in fixed columns so the schedule can be kept as a
      *   card deck : kind (1), floor with two implied decimals
      *   (3-13), annual rate percent with four implied decimals
      *   (15-20), fee with two implied decimals (22-28), description
      *   (30-49).
      *
      *   Modification History :
      *     2026-10-15  JLG  Original rate-schedule layout.
      *----------------------------------------------------------------*
       01  RT-RATE-RECORD.
           05  RT-RATE-KIND            PIC X(01).
               88  RT-KIND-INTEREST        VALUE 'I'.
               88  RT-KIND-FEE             VALUE 'F'.
           05  FILLER                  PIC X(01).
           05  RT-TIER-FLOOR           PIC 9(09)V99.
           05  FILLER                  PIC X(01).
           05  RT-ANNUAL-RATE          PIC 9(02)V9(04).
           05  FILLER                  PIC X(01).
           05  RT-FEE-AMOUNT           PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  RT-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(31).
