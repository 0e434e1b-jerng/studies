      *----------------------------------------------------------------*
      * OPSSTAT : the morning state-of-the-night status records,
      *   rewritten each morning by the operations summary for the
      *   service desk's dashboard to pick up.  The layout is fixed
      *   -- the dashboard parses it by column.
      *
      *   The first record is the night as a whole (type NITE,
      *   name OVERALL), carrying the worst status of everything
      *   below it; then one record per job (type JOB) and one per
      *   control (type CTL), in the order the summary report
      *   prints them.
      *
      *   Status :
      *     GREEN  ran, handed off, balanced -- nothing to do
      *     AMBER  finished, but someone should look this morning
      *     RED    did not run, did not hand off, did not balance,
      *            or is holding the next night up
      *
      *   OS-ITEM-COUNT carries the number behind the status where
      *   there is one -- open alerts for a job, rejects, locks
      *   still RUNNING, records registered -- and zero otherwise.
      *   OS-SUMMARY-DATE and OS-SUMMARY-TIME (HHMMSS) stamp when
      *   the summary was taken, so the dashboard can tell a stale
      *   picture from this morning's.
      *
      *   Modification History :
      *     2026-10-15  JLG  Original operations-status layout.
      *----------------------------------------------------------------*
       01  OS-STATUS-RECORD.
           05  OS-BUSINESS-DATE        PIC X(10).
           05  OS-ITEM-TYPE            PIC X(04).
               88  OS-TYPE-NIGHT           VALUE 'NITE'.
               88  OS-TYPE-JOB             VALUE 'JOB '.
               88  OS-TYPE-CONTROL         VALUE 'CTL '.
           05  OS-ITEM-NAME            PIC X(08).
           05  OS-RAG-STATUS           PIC X(05).
               88  OS-RAG-GREEN            VALUE 'GREEN'.
               88  OS-RAG-AMBER            VALUE 'AMBER'.
               88  OS-RAG-RED              VALUE 'RED'.
           05  OS-ITEM-COUNT           PIC 9(07).
           05  OS-DETAIL               PIC X(30).
           05  OS-SUMMARY-DATE         PIC X(10).
           05  OS-SUMMARY-TIME         PIC X(06).
