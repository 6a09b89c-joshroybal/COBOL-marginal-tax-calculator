      ******************************************************************
      * CHGFDR.CPY
      * FD and record description for the change-history file.
      * paired with CHGFD.CPY.  one fixed-layout record per field
      * changed, appended and never rewritten, so the file is the
      * permanent answer to who changed a client, when, and what the
      * figure was before:
      *    CHG-DATE/CHG-TIME  when the change was made (YYYYMMDD and
      *                       HHMMSShh)
      *    CHG-SOURCE         the run that made it - MAINT (client
      *                       maintenance, MTRC-006), PAYMENTS (payments
      *                       maintenance, MTRC-010), PENDING (a
      *                       parked change the nightly batch, MTRC-005,
      *                       applied), LOCKBOX (a bank deposit item,
      *                       MTRC-019) or ROLLOVER (the year-end
      *                       rollover, MTRC-020)
      *    CHG-ACTION         the transaction verb - ADD, CHANGE,
      *                       INACT, REACT, LINK, UNLINK, DELETE, ROLL
      *    CHG-REFERENCE      the payment sequence number for a ledger
      *                       entry, the effective date for an applied
      *                       pending change, the new tax year for a
      *                       rolled client, the other client's id for
      *                       a spouse link or unlink, otherwise blank
      *    CHG-FIELD          the field changed, NO CHANGE when an
      *                       applied transaction left every field as
      *                       it was
      *    CHG-BEFORE/AFTER   the field's value either side of the
      *                       change, as text - blank before an ADD
      *                       and after a DELETE
      ******************************************************************
       FD CHANGE-HISTORY-FILE.
       01 CHANGE-RECORD.
           05 CHG-DATE              PIC 9(8).
           05 CHG-TIME              PIC 9(8).
           05 CHG-SOURCE            PIC X(8).
           05 CHG-ACTION            PIC X(8).
           05 CHG-CLIENT-ID         PIC X(6).
           05 CHG-REFERENCE         PIC X(8).
           05 CHG-FIELD             PIC X(16).
           05 CHG-BEFORE            PIC X(24).
           05 CHG-AFTER             PIC X(24).
       01 CHANGE-HISTORY-EOF        PIC X(1).
