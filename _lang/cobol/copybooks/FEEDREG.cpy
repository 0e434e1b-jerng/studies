      *   the scheduler and once by a manual rerun -- without a
      *   deliberate REPROCESS override on the control card.
      *
      *   Each source's feed (see SRCCODE) is fingerprinted and
      *   registered on its own, FR-SOURCE-CODE naming the source,
      *   so a source that is late or sent twice is refused alone.
      *   One run's records carry that run's FR-RUN-DATE and
      *   FR-RUN-TIME (HHMMSS -- the record has no room for the
      *   punctuated form), so a reader can take one night's
      *   registrations as a set.  A record written before these
      *   fields existed has them blank.
      *
      *   Modification History :
      *     2026-09-02  JLG  Original feed-register layout.
      *     2026-10-15  JLG  Added the source code and the run stamp
      *                      for per-source registration, carved
      *                      from the filler.
      *----------------------------------------------------------------*
       01  FR-FEED-RECORD.
           05  FR-JOB-NAME             PIC X(08).
           05  FR-LAST-TRAN-KEY        PIC X(10).
           05  FR-RECORD-COUNT         PIC 9(09).
           05  FR-AMOUNT-TOTAL         PIC 9(13)V99.
           05  FR-SOURCE-CODE          PIC X(02).
           05  FR-RUN-DATE             PIC X(10).
           05  FR-RUN-TIME             PIC X(06).
