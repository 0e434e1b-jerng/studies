      *   and stamps who and when.  A blank status is a record
      *   written before the field existed and reads as open.
      *
      *   An event that concerns one source's feed rather than a
      *   file -- the nightly validation refusing a source, or
      *   finding it late -- carries the source code (see SRCCODE)
      *   in AL-FILE-STATUS, which such an event has no other use
      *   for.
      *
      *   Modification History :
      *     2026-08-22  JLG  Original operator-alert layout.
      *     2026-09-02  JLG  Carved the acknowledgment state, stamp,
      *                      and user out of the trailing filler.
      *     2026-10-15  JLG  Documented the source code carried in
      *                      AL-FILE-STATUS for source-level events.
      *----------------------------------------------------------------*
       01  AL-ALERT-RECORD.
           05  AL-JOB-NAME             PIC X(08).
