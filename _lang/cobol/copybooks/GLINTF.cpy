      *   fixed layout instead of summarizing the raw accepted
      *   file in a spreadsheet.
      *
      *   The summaries break out by source as well (GI-SOURCE-CODE,
      *   see SRCCODE), so each originating area balances to its
      *   own numbers; the trailer carries the file totals across
      *   every source and leaves the source blank.
      *
      *   Modification History :
      *     2026-09-02  JLG  Original GL interface layout.
      *     2026-10-15  JLG  Added GI-SOURCE-CODE to the summary,
      *                      carved from the filler.
      *----------------------------------------------------------------*
       01  GI-GL-RECORD.
           05  GI-RECORD-TYPE          PIC X(01).
           05  GI-TRAN-TYPE            PIC X(02).
           05  GI-RECORD-COUNT         PIC 9(07).
           05  GI-AMOUNT-TOTAL         PIC 9(13)V99.
           05  GI-SOURCE-CODE          PIC X(02).
           05  FILLER                  PIC X(35).
