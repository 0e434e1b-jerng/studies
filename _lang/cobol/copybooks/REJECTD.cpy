      *     RM05  transaction amount not numeric
      *     RS06  transaction key out of ascending sequence
      *     RN07  account not on the account master (posting step)
      *     RC08  account closed on the account master (posting
      *           step)
      *     RF09  account frozen on the account master (posting
      *           step)
      *     RH10  held transaction declined on review (hold review
      *           program)
      *
      *   RJ-REJECT-DATE carries the run date the reject was
      *   written, so the correction-and-recycle pass can age the
      *                      pass can age uncorrected rejects.
      *     2026-09-02  JLG  Added the RN07 no-master code written
      *                      by the account posting step.
      *     2026-10-15  JLG  Added the RC08 closed-account and RF09
      *                      frozen-account codes written by the
      *                      account posting step.
      *     2026-10-15  JLG  Added the RH10 declined-on-review code
      *                      written by the hold review program.
      *----------------------------------------------------------------*
       01  RJ-REJECT-RECORD.
           05  RJ-TRAN-IMAGE           PIC X(80).
