      * (a leading sign on the raw display) means overpaid.  the
      * federal/state/SE breakdown and the quarterly payment are
      * carried so downstream formatting jobs (the client letters)
      * never have to re-run the tax math.  the net investment
      * income and additional medicare surtaxes ride after the flag,
      * so the fields ahead of them keep the positions the downstream
      * jobs already read.
      ******************************************************************
       FD RESULTS-FILE.
       01 RESULT-RECORD.
           05 RESULT-FLAG           PIC X(1).
               88 RESULT-PROCESSED      VALUE 'P'.
               88 RESULT-SKIPPED        VALUE 'S'.
           05 RESULT-NIIT-TAX       PIC 9(13)V99.
           05 RESULT-MEDICARE-TAX   PIC 9(13)V99.
       01 RESULTS-FILE-EOF          PIC X(1).
