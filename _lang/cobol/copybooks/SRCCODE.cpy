      *----------------------------------------------------------------*
      * SRCCODE : the transaction sources the nightly intake knows,
      *   carried on every transaction in TR-SOURCE-CODE and on every
      *   trailer in TL-SOURCE-CODE (see TRANSCT).  Each source
      *   sends its own feed closed by its own trailer; the nightly
      *   validation verifies, registers, and reports each source on
      *   its own, so one source that is late, stale, or duplicated
      *   is passed over or refused without holding up the others.
      *
      *   Sources :
      *     BR  the branch system
      *     CP  the card processor
      *     OL  the online channel
      *     RC  corrected rejects from the recycle pass
      *     HR  held items released on review
      *     RV  reversals from the backout program
      *     CH  month-end interest and fees
      *
      *   The first three are the external feeds expected every
      *   business night; the others are written by the suite
      *   itself and are often empty.  SO-SOURCE-COUNT is the
      *   number of entries.  The per-source tables of the programs
      *   that copy this list cannot take their size from it, so a
      *   new source is all of :
      *
      *     here      one more VALUE line, one more in
      *               SO-SOURCE-COUNT and in the OCCURS below, and
      *               one more in SO-EXTERNAL-COUNT if it is an
      *               external feed (external sources stay first);
      *     hello     HW-SRC-ENTRY OCCURS 8 -- the sources plus one
      *               entry for a code not on the list;
      *     glextr    GL-SRC-ENTRY OCCURS 8 -- the same;
      *     dlrproof  DP-SRC-ENTRY OCCURS 8 -- the same;
      *     nitesum   NS-FEED-ENTRY OCCURS 7 -- the sources only;
      *               and NS-ITEM-ENTRY OCCURS 16, one summary line
      *               per external source among 13 lines today;
      *
      *   each grown by one, and all four programs recompiled.
      *
      *   Modification History :
      *     2026-10-15  JLG  Original source-code table.
      *----------------------------------------------------------------*
       01  SO-SOURCE-COUNT             PIC 9(02) VALUE 7.
       01  SO-EXTERNAL-COUNT           PIC 9(02) VALUE 3.

       01  SO-SOURCE-VALUES.
           05  FILLER  PIC X(16) VALUE 'BRBRANCH SYSTEM '.
           05  FILLER  PIC X(16) VALUE 'CPCARD PROCESSOR'.
           05  FILLER  PIC X(16) VALUE 'OLONLINE CHANNEL'.
           05  FILLER  PIC X(16) VALUE 'RCRECYCLE       '.
           05  FILLER  PIC X(16) VALUE 'HRHOLD RELEASE  '.
           05  FILLER  PIC X(16) VALUE 'RVREVERSAL      '.
           05  FILLER  PIC X(16) VALUE 'CHINTEREST/FEES '.
       01  FILLER REDEFINES SO-SOURCE-VALUES.
           05  SO-SOURCE-ENTRY         OCCURS 7 TIMES
                                       INDEXED BY SO-IX.
               10  SO-SOURCE-CODE      PIC X(02).
               10  SO-SOURCE-NAME      PIC X(14).
