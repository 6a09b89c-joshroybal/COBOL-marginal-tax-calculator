      * itemized deduction total, net self-employment income and
      * prior-year total tax - so the batch no longer has to make do
      * with the four fields the old comma-delimited roster held.
      * CLIENT-SPOUSE-ID pairs a married couple kept as two
      * separately-filing records - each record carries the other's
      * id, blank for a client with no link.  it is maintained only
      * through the LINK and UNLINK transactions of MTRC-006, which
      * always set or clear both sides together.
      ******************************************************************
       FD CLIENT-MASTER-FILE.
       01 CLIENT-RECORD.
           05 CLIENT-ACTIVE         PIC X(1).
               88 CLIENT-IS-ACTIVE      VALUE 'A'.
               88 CLIENT-IS-INACTIVE    VALUE 'I'.
           05 CLIENT-SPOUSE-ID      PIC X(6).
