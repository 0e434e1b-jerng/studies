      *   limit applied), so trend reporting can answer whether a
      *   cycle is getting slower.
      *
      *   JH-RUN-MODE carries the cycle the run was made under
      *   (DAILY, MONTHLY, ADHOC) from the control card, so the
      *   elapsed-time trend can be read against the right mode's
      *   limits.  Records written before the mode was stamped
      *   carry spaces here.
      *
      *   Modification History :
      *     2026-08-08  JLG  Original job-run history layout.
      *     2026-08-22  JLG  Carved elapsed seconds and the SLA
      *     2026-08-22  JLG  Grouped program-id and run date/time
      *                      under JH-HISTORY-KEY for the VSAM
      *                      conversion.  Byte layout unchanged.
      *     2026-10-15  JLG  Carved the run mode out of the
      *                      trailing filler for the batch-window
      *                      trend report.
      *----------------------------------------------------------------*
       01  JH-HISTORY-RECORD.
           05  JH-HISTORY-KEY.
           05  JH-COMPLETION-STATUS    PIC X(08).
           05  JH-ELAPSED-SECONDS      PIC 9(05).
           05  JH-SLA-FLAG             PIC X(04).
           05  JH-RUN-MODE             PIC X(07).
           05  FILLER                  PIC X(30).
