      *----------------------------------------------------------------*
      * ACCTAUD : one account-master change, appended to the
      *   account audit trail by the account maintenance program
      *   for every card it applies.  The record carries who made
      *   the change and when, the action and its reason, and the
      *   full master record as it stood before the change and as
      *   it was written after it.  The before image of an OPEN is
      *   spaces -- there was no record.
      *
      *   Modification History :
      *     2026-10-15  JLG  Original account-audit layout.
      *----------------------------------------------------------------*
       01  AA-AUDIT-RECORD.
           05  AA-ACCOUNT-ID           PIC X(08).
           05  AA-ACTION               PIC X(08).
           05  AA-AUDIT-DATE           PIC X(10).
           05  AA-AUDIT-TIME           PIC X(08).
           05  AA-AUDIT-USER           PIC X(08).
           05  AA-REASON               PIC X(20).
           05  AA-BEFORE-IMAGE         PIC X(80).
           05  AA-AFTER-IMAGE          PIC X(80).
