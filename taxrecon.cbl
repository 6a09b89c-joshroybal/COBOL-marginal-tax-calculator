           05 PRIOR-QTR-PAYMENT     PIC 9(13)V99.
           05 PRIOR-FLAG            PIC X(1).
               88 PRIOR-PROCESSED       VALUE 'P'.
           05 PRIOR-NIIT-TAX        PIC 9(13)V99.
           05 PRIOR-MEDICARE-TAX    PIC 9(13)V99.
       01 PRIOR-RESULTS-FILE-EOF    PIC X(1).

       FD REPORT-FILE.
                    MOVE RESULT-SE-TAX TO HIST-SE-TAX
                    MOVE RESULT-QTR-PAYMENT TO HIST-QTR-PAYMENT
                    MOVE RESULT-FLAG TO HIST-FLAG
                    MOVE RESULT-NIIT-TAX TO HIST-NIIT-TAX
                    MOVE RESULT-MEDICARE-TAX TO HIST-MEDICARE-TAX
                    WRITE HISTORY-RECORD
              END-READ
           END-PERFORM
