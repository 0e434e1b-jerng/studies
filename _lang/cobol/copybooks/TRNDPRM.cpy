      *----------------------------------------------------------------*
      * TRNDPRM : parameter card read from //SYSIN by the batch-
      *   window trend report.  Every field is optional; a blank
      *   field takes its default.
      *
      *   TD-AS-OF-DATE      last day of the trend window, as
      *                      YYYY-MM-DD (default : the run date).
      *   TD-WEEK-COUNT      weeks of history in the window, 01-26
      *                      (default 26).
      *   TD-AVERAGE-WEEKS   weeks in the moving average, 01-08
      *                      (default 4).
      *   TD-HORIZON-WEEKS   how far ahead a projected breach of
      *                      the failure limit is called out for
      *                      action, 01-52 (default 8).
      *
      *   Modification History :
      *     2026-10-15  JLG  Original trend-parameter layout.
      *----------------------------------------------------------------*
       01  TD-PARM-RECORD.
           05  TD-AS-OF-DATE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  TD-WEEK-COUNT           PIC X(02).
           05  FILLER                  PIC X(01).
           05  TD-AVERAGE-WEEKS        PIC X(02).
           05  FILLER                  PIC X(01).
           05  TD-HORIZON-WEEKS        PIC X(02).
           05  FILLER                  PIC X(61).
