      *   CC-REPROCESS-FLAG carries the explicit REPROCESS override
      *   for the rare deliberate rerun of a feed the feed register
      *   already carries; anything else leaves the register check
      *   in force.  The override applies only to the sources whose
      *   codes (see SRCCODE) are named in CC-REPROCESS-SOURCE, up
      *   to eight of them from column 28, each followed by a
      *   blank; REPROCESS naming no source overrides nothing.
      *
      *   CC-FIRST-RUN-FLAG carries FIRSTRUN for the one monthly
      *   statement run that has no prior statement balances to
      *   open from; without it, missing or empty prior balances
      *   refuse the run.
      *
      *   Modification History :
      *     2026-08-08  JLG  Original control-card layout.
      *     2026-09-02  JLG  Carved the REPROCESS override out of
      *                      the trailing filler for the feed
      *                      register's double-processing check.
      *     2026-10-15  JLG  Carved the FIRSTRUN flag out of the
      *                      trailing filler for the statement
      *                      run's prior-balances check, and the
      *                      REPROCESS source list for the per-
      *                      source intake -- the override now
      *                      applies only to the sources named.
      *----------------------------------------------------------------*
       01  CC-CONTROL-RECORD.
           05  CC-RUN-MODE             PIC X(07).
           05  FILLER                  PIC X(01).
           05  CC-REPROCESS-FLAG       PIC X(09).
               88  CC-REPROCESS-OVERRIDE   VALUE 'REPROCESS'.
           05  FILLER                  PIC X(01).
           05  CC-FIRST-RUN-FLAG       PIC X(08).
               88  CC-FIRST-STATEMENT-RUN  VALUE 'FIRSTRUN'.
           05  FILLER                  PIC X(01).
           05  CC-REPROCESS-SOURCES.
               10  CC-REPROCESS-ENTRY  OCCURS 8 TIMES
                                       INDEXED BY CC-RPS-IX.
                   15  CC-REPROCESS-SOURCE PIC X(02).
                   15  FILLER          PIC X(01).
           05  FILLER                  PIC X(29).
