      ******************************************************************
      * ROLLOVER.CBL
      * year-end rollover of the client master and payments ledger -
      * run once a tax year has closed and the nightly batch
      * (MTRC-005) has written its final results extract (see
      * RSLTFDR.CPY) for it.  every active client in the closing
      * year whose final result the batch processed is moved to the
      * new year, CLIENT-YEAR set forward and CLIENT-PRIOR-TAX set to
      * the RESULT-TOTAL-TAX the batch computed, so nobody keys a
      * CHANGE per client.  an active client with no processed final
      * result, or in another year, is listed as an exception and not
      * rolled.  the closed year's payments (the year a payment
      * counts toward is worked out by SET-PAYMENT-TAX-YEAR - see
      * PAYYPROC.CPY) of every rolled client are unloaded to the
      * dated archive payments.YYYY and only then deleted from the
      * live ledger, so the batch stops counting last year's
      * payments against this year's liability.  a client held back
      * as an exception keeps its closed-year payments on the ledger
      * until it can be rolled.  every rewrite and delete goes on the
      * change-history file (see CHGFDR.CPY) with source ROLLOVER.
      *
      *    usage: rollover YYYY        (the new tax year)
      *
      * the run is refused unless the schedules certification step
      * (MTRC-007) has finished cleanly on the run-control file with
      * a PASS for the new year, the batch has finished cleanly, and
      * no earlier rollover to the same year has finished in
      * balance.  before and after control totals - client count,
      * summed income, summed prior tax, payment count and amount -
      * are printed to rollover.rpt beside the figure each after
      * total must come to, and must balance.  a client already in
      * the new year is passed over, so a rollover that died partway,
      * or finished out of balance and has had the cause put right,
      * can simply be run again.
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRC-020.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLNTFD.
           COPY PAYFD.
           COPY RSLTFD.
           COPY RUNCFD.
           COPY CHGFD.
           SELECT ARCHIVE-FILE
              ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO DYNAMIC WS-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLNTFDR.

       COPY PAYFDR.

       COPY RSLTFDR.

       COPY RUNCFDR.

       COPY CHGFDR.

      ******************************************************************
      * one archived payment, laid out exactly as PAYMENT-RECORD is
      ******************************************************************
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD             PIC X(45).

       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CLNTWS.
       COPY PAYWS.
       COPY RSLTWS.
       COPY RUNCWS.
       COPY CHGWS.
       77 WS-ARCHIVE-FILENAME       PIC X(50) VALUE SPACES.
       77 WS-ARCHIVE-STATUS         PIC X(2) VALUE SPACES.
       77 WS-REPORT-FILENAME        PIC X(50) VALUE "rollover.rpt".
       77 WS-ARGS                   PIC X(80) VALUE SPACES.
       77 WS-ARG1                   PIC X(20) VALUE SPACES.
      ******************************************************************
      * the year being opened and the year being closed, as numbers
      * for the arithmetic and as text for comparing against the
      * master and the extract
      ******************************************************************
       77 WS-NEW-YEAR               PIC 9(4) VALUE 0.
       77 WS-CLOSED-YEAR            PIC 9(4) VALUE 0.
       77 WS-NEW-YEAR-TEXT          PIC X(4) VALUE SPACES.
       77 WS-CLOSED-YEAR-TEXT       PIC X(4) VALUE SPACES.
      ******************************************************************
      * the run-control gate - see RUNCPROC.CPY
      ******************************************************************
       77 WS-RUN-ALLOWED            PIC X(1) VALUE 'Y'.
           88 WS-RUN-IS-ALLOWED     VALUE 'Y'.
       77 WS-REFUSAL-REASON         PIC X(60) VALUE SPACES.
       77 WS-CERT-YEAR              PIC X(4) VALUE SPACES.
       77 WS-CERT-VERDICT           PIC X(4) VALUE SPACES.
       77 WS-PAYMENTS-ON-FILE       PIC X(1) VALUE 'N'.
           88 WS-PAYMENTS-ARE-ON-FILE VALUE 'Y'.
      ******************************************************************
      * the control totals, counted the same way before the roll and
      * after it
      ******************************************************************
       01 WS-COUNTED-TOTALS.
           05 WS-COUNTED-CLIENTS    PIC 9(07).
           05 WS-COUNTED-INCOME     PIC 9(13)V99.
           05 WS-COUNTED-PRIOR-TAX  PIC 9(13)V99.
           05 WS-COUNTED-PAYMENTS   PIC 9(07).
           05 WS-COUNTED-PAID       PIC 9(13)V99.
       01 WS-BEFORE-TOTALS.
           05 WS-BEFORE-CLIENTS     PIC 9(07).
           05 WS-BEFORE-INCOME      PIC 9(13)V99.
           05 WS-BEFORE-PRIOR-TAX   PIC 9(13)V99.
           05 WS-BEFORE-PAYMENTS    PIC 9(07).
           05 WS-BEFORE-PAID        PIC 9(13)V99.
       01 WS-AFTER-TOTALS.
           05 WS-AFTER-CLIENTS      PIC 9(07).
           05 WS-AFTER-INCOME       PIC 9(13)V99.
           05 WS-AFTER-PRIOR-TAX    PIC 9(13)V99.
           05 WS-AFTER-PAYMENTS     PIC 9(07).
           05 WS-AFTER-PAID         PIC 9(13)V99.
       77 WS-SWEEP-EOF              PIC X(1) VALUE 'N'.
      ******************************************************************
      * the roll itself - what moved, and what was held back
      ******************************************************************
       77 WS-RESULTS-EOF            PIC X(1) VALUE 'N'.
       77 WS-RESULT-FOUND           PIC X(1) VALUE 'N'.
           88 WS-RESULT-IS-FOUND    VALUE 'Y'.
       77 WS-EXCEPTION-REASON       PIC X(50) VALUE SPACES.
       77 WS-ROLLED-COUNT           PIC 9(07) VALUE 0.
       77 WS-EXCEPTION-COUNT        PIC 9(07) VALUE 0.
       77 WS-INACTIVE-COUNT         PIC 9(07) VALUE 0.
       77 WS-ALREADY-COUNT          PIC 9(07) VALUE 0.
       77 WS-PRIOR-TAX-REPLACED     PIC 9(13)V99 VALUE 0.
       77 WS-PRIOR-TAX-SET          PIC 9(13)V99 VALUE 0.
       77 WS-LEDGER-CLIENT-ID       PIC X(6) VALUE SPACES.
       77 WS-LEDGER-CLIENT-ROLLED   PIC X(1) VALUE 'N'.
           88 WS-LEDGER-CLIENT-IS-ROLLED VALUE 'Y'.
       77 WS-ARCHIVED-PAYMENTS      PIC 9(07) VALUE 0.
       77 WS-ARCHIVED-PAID          PIC 9(13)V99 VALUE 0.
       77 WS-HELD-PAYMENTS          PIC 9(07) VALUE 0.
       77 WS-UNARCHIVED-PAYMENTS    PIC 9(07) VALUE 0.
       77 WS-ARCHIVE-OPEN           PIC X(1) VALUE 'N'.
           88 WS-ARCHIVE-IS-OPEN    VALUE 'Y'.
       77 WS-UNDATED-PAYMENTS       PIC 9(07) VALUE 0.
      ******************************************************************
      * one balance line - a count or a dollar figure before the
      * roll, after it, and what the after figure should be
      ******************************************************************
       77 WS-BAL-LABEL              PIC X(24) VALUE SPACES.
       77 WS-BAL-IS-MONEY           PIC X(1) VALUE 'N'.
           88 WS-BAL-SHOWS-MONEY    VALUE 'Y'.
       77 WS-BAL-BEFORE             PIC S9(13)V99 VALUE 0.
       77 WS-BAL-AFTER              PIC S9(13)V99 VALUE 0.
       77 WS-BAL-EXPECTED           PIC S9(13)V99 VALUE 0.
       77 WS-OUT-OF-BALANCE         PIC 9(03) VALUE 0.
       77 WS-COUNT-SHOWN            PIC Z(14)9.
       77 WS-CURRENCY               PIC $$$$,$$$,$$9.99.
       77 WS-LINE                   PIC X(132) VALUE SPACES.
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-ROLLOVER-RUN
           IF WS-RUN-IS-ALLOWED
              PERFORM CHECK-ROLLOVER-GATE
           END-IF
           IF WS-RUN-IS-ALLOWED
              PERFORM OPEN-ROLLOVER-FILES
           END-IF
           IF NOT WS-RUN-IS-ALLOWED
              PERFORM WRITE-REFUSAL-LINE
              CLOSE REPORT-FILE
              STOP RUN
           END-IF
           MOVE "ROLLOVER" TO WS-RUNC-STEP-NAME
           PERFORM STAMP-RUN-STEP-START
           PERFORM COUNT-CONTROL-TOTALS
           MOVE WS-COUNTED-TOTALS TO WS-BEFORE-TOTALS
           PERFORM ROLL-CLIENT-MASTER
           PERFORM ARCHIVE-CLOSED-PAYMENTS
           PERFORM COUNT-CONTROL-TOTALS
           MOVE WS-COUNTED-TOTALS TO WS-AFTER-TOTALS
           PERFORM FINALIZE-ROLLOVER-RUN
           STOP RUN.
      ******************************************************************
      * the new tax year off the command line - the closing year is
      * the one before it, and names the payments archive
      ******************************************************************
       INITIALIZE-ROLLOVER-RUN SECTION.
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-ARGS FROM COMMAND-LINE
           UNSTRING WS-ARGS DELIMITED BY ALL " "
              INTO WS-ARG1
           END-UNSTRING
           IF WS-ARG1(1:4) IS NUMERIC AND WS-ARG1(5:) EQUAL TO SPACES
              MOVE WS-ARG1(1:4) TO WS-NEW-YEAR
           END-IF
           IF WS-NEW-YEAR < 1001
              MOVE 'N' TO WS-RUN-ALLOWED
              MOVE "USAGE: rollover YYYY" TO WS-LINE
              WRITE REPORT-RECORD FROM WS-LINE
           ELSE
              SUBTRACT 1 FROM WS-NEW-YEAR GIVING WS-CLOSED-YEAR
              MOVE WS-NEW-YEAR TO WS-NEW-YEAR-TEXT
              MOVE WS-CLOSED-YEAR TO WS-CLOSED-YEAR-TEXT
              STRING "payments." DELIMITED BY SIZE
                 WS-CLOSED-YEAR-TEXT DELIMITED BY SIZE
                 INTO WS-ARCHIVE-FILENAME
              END-STRING
              MOVE SPACES TO WS-LINE
              STRING "YEAR-END ROLLOVER " DELIMITED BY SIZE
                 WS-CLOSED-YEAR-TEXT DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-NEW-YEAR-TEXT DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF.
      ******************************************************************
      * the new year's schedules must be certified PASS, the batch's
      * final results must be from a clean finish, and the new year
      * must not have been rolled to already - a rollover that
      * started and never finished is allowed to run again
      ******************************************************************
       CHECK-ROLLOVER-GATE SECTION.
           PERFORM LOAD-RUN-CONTROL
           MOVE "SCHDAUDIT" TO WS-RUNC-STEP-NAME
           PERFORM FIND-RUN-STEP
           IF WS-RUNC-SLOT EQUAL TO 0
              OR WS-RUNC-END(WS-RUNC-SLOT) EQUAL TO SPACES
              MOVE 'N' TO WS-RUN-ALLOWED
              STRING "no clean schedules certification on the "
                 DELIMITED BY SIZE
                 "run-control file" DELIMITED BY SIZE
                 INTO WS-REFUSAL-REASON
              END-STRING
           ELSE
              MOVE SPACES TO WS-CERT-YEAR WS-CERT-VERDICT
              UNSTRING WS-RUNC-INFO(WS-RUNC-SLOT)
                 DELIMITED BY ALL " "
                 INTO WS-CERT-YEAR, WS-CERT-VERDICT
              END-UNSTRING
              IF WS-CERT-YEAR NOT EQUAL TO WS-NEW-YEAR-TEXT
                 OR WS-CERT-VERDICT NOT EQUAL TO "PASS"
                 MOVE 'N' TO WS-RUN-ALLOWED
                 STRING "tax year " DELIMITED BY SIZE
                    WS-NEW-YEAR-TEXT DELIMITED BY SIZE
                    " schedules are not certified PASS"
                    DELIMITED BY SIZE
                    INTO WS-REFUSAL-REASON
                 END-STRING
              END-IF
           END-IF
           IF WS-RUN-IS-ALLOWED
              MOVE "TAXBATCH" TO WS-RUNC-STEP-NAME
              PERFORM FIND-RUN-STEP
              IF WS-RUNC-SLOT EQUAL TO 0
                 OR WS-RUNC-END(WS-RUNC-SLOT) EQUAL TO SPACES
                 MOVE 'N' TO WS-RUN-ALLOWED
                 STRING "the batch has not finished cleanly - no "
                    DELIMITED BY SIZE
                    "final results" DELIMITED BY SIZE
                    INTO WS-REFUSAL-REASON
                 END-STRING
              END-IF
           END-IF
           IF WS-RUN-IS-ALLOWED
              MOVE "ROLLOVER" TO WS-RUNC-STEP-NAME
              PERFORM FIND-RUN-STEP
              IF WS-RUNC-SLOT > 0
                 AND WS-RUNC-END(WS-RUNC-SLOT) NOT EQUAL TO SPACES
                 AND WS-RUNC-INFO(WS-RUNC-SLOT)(1:4)
                    EQUAL TO WS-NEW-YEAR-TEXT
                 AND WS-RUNC-INFO(WS-RUNC-SLOT)(6:6) EQUAL TO "ROLLED"
                 MOVE 'N' TO WS-RUN-ALLOWED
                 STRING "tax year " DELIMITED BY SIZE
                    WS-NEW-YEAR-TEXT DELIMITED BY SIZE
                    " has already been rolled over" DELIMITED BY SIZE
                    INTO WS-REFUSAL-REASON
                 END-STRING
              END-IF
           END-IF.
      ******************************************************************
      * the master and the results extract must both be there - the
      * ledger is optional, as it is to the batch
      ******************************************************************
       OPEN-ROLLOVER-FILES SECTION.
           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-STATUS NOT EQUAL TO "00"
              MOVE 'N' TO WS-RUN-ALLOWED
              MOVE "the final results extract could not be opened"
                 TO WS-REFUSAL-REASON
           ELSE
              OPEN I-O CLIENT-MASTER-FILE
              IF WS-CLIENT-MASTER-STATUS NOT EQUAL TO "00"
                 MOVE 'N' TO WS-RUN-ALLOWED
                 MOVE "the client master could not be opened"
                    TO WS-REFUSAL-REASON
                 CLOSE RESULTS-FILE
              ELSE
                 OPEN I-O PAYMENTS-FILE
                 IF WS-PAYMENTS-STATUS EQUAL TO "00"
                    MOVE 'Y' TO WS-PAYMENTS-ON-FILE
                 END-IF
              END-IF
           END-IF.
       WRITE-REFUSAL-LINE SECTION.
           IF WS-REFUSAL-REASON NOT EQUAL TO SPACES
              MOVE SPACES TO WS-LINE
              STRING "RUN REFUSED - " DELIMITED BY SIZE
                 WS-REFUSAL-REASON DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF.
      ******************************************************************
      * the control totals - every client on the master, active or
      * not, and every payment on the ledger
      ******************************************************************
       COUNT-CONTROL-TOTALS SECTION.
           INITIALIZE WS-COUNTED-TOTALS
           MOVE 'N' TO WS-SWEEP-EOF
           MOVE LOW-VALUES TO CLIENT-ID
           START CLIENT-MASTER-FILE KEY IS >= CLIENT-ID
              INVALID KEY MOVE 'Y' TO WS-SWEEP-EOF
           END-START
           PERFORM UNTIL WS-SWEEP-EOF EQUAL TO 'Y'
              READ CLIENT-MASTER-FILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-SWEEP-EOF
                 NOT AT END
                    SET WS-COUNTED-CLIENTS UP BY 1
                    ADD CLIENT-AMOUNT TO WS-COUNTED-INCOME
                    ADD CLIENT-PRIOR-TAX TO WS-COUNTED-PRIOR-TAX
              END-READ
           END-PERFORM
           IF WS-PAYMENTS-ARE-ON-FILE
              MOVE 'N' TO WS-SWEEP-EOF
              MOVE LOW-VALUES TO PAYMENT-KEY
              START PAYMENTS-FILE KEY IS >= PAYMENT-KEY
                 INVALID KEY MOVE 'Y' TO WS-SWEEP-EOF
              END-START
              PERFORM UNTIL WS-SWEEP-EOF EQUAL TO 'Y'
                 READ PAYMENTS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-SWEEP-EOF
                    NOT AT END
                       SET WS-COUNTED-PAYMENTS UP BY 1
                       ADD PAYMENT-AMOUNT TO WS-COUNTED-PAID
                 END-READ
              END-PERFORM
           END-IF.
      ******************************************************************
      * sweep the master in key order against the results extract,
      * which the batch writes in the same order - the two are
      * matched like a merge, the extract read forward to each
      * client in turn
      ******************************************************************
       ROLL-CLIENT-MASTER SECTION.
           PERFORM OPEN-CHANGE-HISTORY
           MOVE "ROLLOVER" TO WS-CHG-SET-SOURCE
           MOVE "ROLL" TO WS-CHG-SET-ACTION
           MOVE WS-NEW-YEAR-TEXT TO WS-CHG-SET-REFERENCE
           MOVE 'N' TO WS-CHG-ADDING
           MOVE SPACES TO WS-LINE
           STRING "EXCEPTIONS - ACTIVE CLIENTS NOT ROLLED"
              DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "ID     CLIENT NAME              YEAR  REASON"
              TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE 'N' TO WS-RESULTS-EOF
           MOVE SPACES TO RESULT-CLIENT-ID
           MOVE 'N' TO WS-CLIENT-MASTER-EOF
           MOVE LOW-VALUES TO CLIENT-ID
           START CLIENT-MASTER-FILE KEY IS >= CLIENT-ID
              INVALID KEY MOVE 'Y' TO WS-CLIENT-MASTER-EOF
           END-START
           PERFORM UNTIL WS-CLIENT-MASTER-EOF EQUAL TO 'Y'
              READ CLIENT-MASTER-FILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-CLIENT-MASTER-EOF
                 NOT AT END
                    PERFORM ROLL-ONE-CLIENT
              END-READ
           END-PERFORM
           CLOSE RESULTS-FILE.
      ******************************************************************
      * one client - passed over when inactive or already in the new
      * year, rolled when its processed final result for the closing
      * year is on the extract, otherwise listed as an exception
      ******************************************************************
       ROLL-ONE-CLIENT SECTION.
           EVALUATE TRUE
              WHEN CLIENT-IS-INACTIVE
                 SET WS-INACTIVE-COUNT UP BY 1
              WHEN CLIENT-YEAR EQUAL TO WS-NEW-YEAR-TEXT
                 SET WS-ALREADY-COUNT UP BY 1
              WHEN OTHER
                 PERFORM FIND-CLIENT-RESULT
                 MOVE SPACES TO WS-EXCEPTION-REASON
                 EVALUATE TRUE
                    WHEN CLIENT-YEAR NOT EQUAL TO WS-CLOSED-YEAR-TEXT
                       MOVE "client is not in the closing year"
                          TO WS-EXCEPTION-REASON
                    WHEN NOT WS-RESULT-IS-FOUND
                       MOVE "no final result on the extract"
                          TO WS-EXCEPTION-REASON
                    WHEN NOT RESULT-PROCESSED
                       MOVE "the batch skipped the client"
                          TO WS-EXCEPTION-REASON
                    WHEN RESULT-YEAR NOT EQUAL TO WS-CLOSED-YEAR-TEXT
                       MOVE "final result is for another tax year"
                          TO WS-EXCEPTION-REASON
                 END-EVALUATE
                 IF WS-EXCEPTION-REASON EQUAL TO SPACES
                    PERFORM SAVE-CLIENT-BEFORE-IMAGE
                    ADD CLIENT-PRIOR-TAX TO WS-PRIOR-TAX-REPLACED
                    ADD RESULT-TOTAL-TAX TO WS-PRIOR-TAX-SET
                    MOVE WS-NEW-YEAR-TEXT TO CLIENT-YEAR
                    MOVE RESULT-TOTAL-TAX TO CLIENT-PRIOR-TAX
                    REWRITE CLIENT-RECORD
                    PERFORM LOG-CLIENT-CHANGES
                    SET WS-ROLLED-COUNT UP BY 1
                 ELSE
                    PERFORM WRITE-EXCEPTION-LINE
                 END-IF
           END-EVALUATE.
      ******************************************************************
      * read the extract forward to the client in hand - the extract
      * is left positioned on the first result at or past it
      ******************************************************************
       FIND-CLIENT-RESULT SECTION.
           PERFORM UNTIL WS-RESULTS-EOF EQUAL TO 'Y'
              OR (RESULT-CLIENT-ID NOT < CLIENT-ID
                 AND RESULT-CLIENT-ID NOT EQUAL TO SPACES)
              READ RESULTS-FILE
                 AT END MOVE 'Y' TO WS-RESULTS-EOF
              END-READ
           END-PERFORM
           MOVE 'N' TO WS-RESULT-FOUND
           IF WS-RESULTS-EOF NOT EQUAL TO 'Y'
              AND RESULT-CLIENT-ID EQUAL TO CLIENT-ID
              MOVE 'Y' TO WS-RESULT-FOUND
           END-IF.
       WRITE-EXCEPTION-LINE SECTION.
           SET WS-EXCEPTION-COUNT UP BY 1
           MOVE SPACES TO WS-LINE
           STRING CLIENT-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CLIENT-NAME DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CLIENT-YEAR DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-EXCEPTION-REASON DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * sweep the ledger, which is in client order - at each new
      * client, look the client up on the master; a client now in
      * the new year has its payments for the closed year (or any
      * year before it) unloaded to the archive and then deleted.  a
      * payment whose date gives no year stays where it is, and so
      * does every payment when the archive cannot be opened - one is
      * never deleted from the ledger unless it went onto the archive
      ******************************************************************
       ARCHIVE-CLOSED-PAYMENTS SECTION.
           MOVE "DELETE" TO WS-CHG-SET-ACTION
           MOVE 'N' TO WS-ARCHIVE-OPEN
           IF WS-PAYMENTS-ARE-ON-FILE
              OPEN EXTEND ARCHIVE-FILE
              IF WS-ARCHIVE-STATUS EQUAL TO "35"
                 OPEN OUTPUT ARCHIVE-FILE
              END-IF
              IF WS-ARCHIVE-STATUS EQUAL TO "00"
                 MOVE 'Y' TO WS-ARCHIVE-OPEN
              END-IF
           END-IF
           IF WS-ARCHIVE-IS-OPEN
              MOVE SPACES TO WS-LEDGER-CLIENT-ID
              MOVE 'N' TO WS-PAYMENTS-EOF
              MOVE LOW-VALUES TO PAYMENT-KEY
              START PAYMENTS-FILE KEY IS >= PAYMENT-KEY
                 INVALID KEY MOVE 'Y' TO WS-PAYMENTS-EOF
              END-START
              PERFORM UNTIL WS-PAYMENTS-EOF EQUAL TO 'Y'
                 READ PAYMENTS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-PAYMENTS-EOF
                    NOT AT END
                       PERFORM ARCHIVE-ONE-PAYMENT
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF
           IF WS-PAYMENTS-ARE-ON-FILE AND NOT WS-ARCHIVE-IS-OPEN
              MOVE SPACES TO WS-LINE
              STRING "*** ARCHIVE " DELIMITED BY SIZE
                 WS-ARCHIVE-FILENAME DELIMITED BY SPACE
                 " COULD NOT BE OPENED, STATUS " DELIMITED BY SIZE
                 WS-ARCHIVE-STATUS DELIMITED BY SIZE
                 " - NO PAYMENTS ARCHIVED OR DELETED ***"
                    DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF
           PERFORM CLOSE-CHANGE-HISTORY.
       ARCHIVE-ONE-PAYMENT SECTION.
           IF PAYMENT-CLIENT-ID NOT EQUAL TO WS-LEDGER-CLIENT-ID
              MOVE PAYMENT-CLIENT-ID TO WS-LEDGER-CLIENT-ID
              MOVE 'N' TO WS-LEDGER-CLIENT-ROLLED
              MOVE PAYMENT-CLIENT-ID TO CLIENT-ID
              READ CLIENT-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF CLIENT-YEAR EQUAL TO WS-NEW-YEAR-TEXT
                       MOVE 'Y' TO WS-LEDGER-CLIENT-ROLLED
                    END-IF
              END-READ
           END-IF
           PERFORM SET-PAYMENT-TAX-YEAR
           EVALUATE TRUE
              WHEN WS-PAYMENT-TAX-YEAR EQUAL TO 0
                 SET WS-UNDATED-PAYMENTS UP BY 1
              WHEN WS-PAYMENT-TAX-YEAR > WS-CLOSED-YEAR
                 CONTINUE
              WHEN NOT WS-LEDGER-CLIENT-IS-ROLLED
                 SET WS-HELD-PAYMENTS UP BY 1
              WHEN OTHER
                 WRITE ARCHIVE-RECORD FROM PAYMENT-RECORD
                 IF WS-ARCHIVE-STATUS EQUAL TO "00"
                    DELETE PAYMENTS-FILE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                          PERFORM LOG-PAYMENT-CHANGE
                          SET WS-ARCHIVED-PAYMENTS UP BY 1
                          ADD PAYMENT-AMOUNT TO WS-ARCHIVED-PAID
                    END-DELETE
                 ELSE
                    SET WS-HELD-PAYMENTS UP BY 1
                    SET WS-UNARCHIVED-PAYMENTS UP BY 1
                 END-IF
           END-EVALUATE.
      ******************************************************************
      * the roll counts, then each control total before and after
      * with the figure the after total must come to - every one must
      * balance, and the run-control stamp says whether they did
      ******************************************************************
       FINALIZE-ROLLOVER-RUN SECTION.
           MOVE SPACES TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "CLIENTS ROLLED TO " TO WS-LINE
           MOVE WS-NEW-YEAR-TEXT TO WS-LINE(19:4)
           MOVE WS-ROLLED-COUNT TO WS-COUNT-SHOWN
           MOVE WS-COUNT-SHOWN TO WS-LINE(26:)
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "EXCEPTIONS - NOT ROLLED" TO WS-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-SHOWN
           MOVE WS-COUNT-SHOWN TO WS-LINE(26:)
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "INACTIVE - NOT ROLLED" TO WS-LINE
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-SHOWN
           MOVE WS-COUNT-SHOWN TO WS-LINE(26:)
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "ALREADY IN THE NEW YEAR" TO WS-LINE
           MOVE WS-ALREADY-COUNT TO WS-COUNT-SHOWN
           MOVE WS-COUNT-SHOWN TO WS-LINE(26:)
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "PAYMENTS ARCHIVED" TO WS-LINE
           MOVE WS-ARCHIVED-PAYMENTS TO WS-COUNT-SHOWN
           MOVE WS-COUNT-SHOWN TO WS-LINE(26:)
           MOVE WS-ARCHIVED-PAID TO WS-CURRENCY
           MOVE WS-CURRENCY TO WS-LINE(43:)
           STRING "TO " DELIMITED BY SIZE
              WS-ARCHIVE-FILENAME DELIMITED BY SPACE
              INTO WS-LINE(60:)
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "PAYMENTS HELD BACK" TO WS-LINE
           MOVE WS-HELD-PAYMENTS TO WS-COUNT-SHOWN
           MOVE WS-COUNT-SHOWN TO WS-LINE(26:)
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "PAYMENTS WITH NO YEAR" TO WS-LINE
           MOVE WS-UNDATED-PAYMENTS TO WS-COUNT-SHOWN
           MOVE WS-COUNT-SHOWN TO WS-LINE(26:)
           WRITE REPORT-RECORD FROM WS-LINE
      * a closed-year payment the archive would not take, or an
      * archive that would not open, leaves the ledger short of the
      * unload the roll called for - the run cannot be in balance
           IF WS-UNARCHIVED-PAYMENTS > 0
              MOVE "*** NOT ARCHIVED - HELD" TO WS-LINE
              MOVE WS-UNARCHIVED-PAYMENTS TO WS-COUNT-SHOWN
              MOVE WS-COUNT-SHOWN TO WS-LINE(26:)
              WRITE REPORT-RECORD FROM WS-LINE
              SET WS-OUT-OF-BALANCE UP BY 1
           END-IF
           IF WS-PAYMENTS-ARE-ON-FILE AND NOT WS-ARCHIVE-IS-OPEN
              SET WS-OUT-OF-BALANCE UP BY 1
           END-IF
           MOVE SPACES TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "CONTROL TOTAL                     BEFORE"
              DELIMITED BY SIZE
              "            AFTER         EXPECTED" DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
      * the rollover adds and removes no clients and changes no
      * income - only the prior tax of the rolled clients moves
           MOVE 'N' TO WS-BAL-IS-MONEY
           MOVE "CLIENTS ON MASTER" TO WS-BAL-LABEL
           MOVE WS-BEFORE-CLIENTS TO WS-BAL-BEFORE WS-BAL-EXPECTED
           MOVE WS-AFTER-CLIENTS TO WS-BAL-AFTER
           PERFORM WRITE-BALANCE-LINE
           MOVE 'Y' TO WS-BAL-IS-MONEY
           MOVE "SUMMED INCOME" TO WS-BAL-LABEL
           MOVE WS-BEFORE-INCOME TO WS-BAL-BEFORE WS-BAL-EXPECTED
           MOVE WS-AFTER-INCOME TO WS-BAL-AFTER
           PERFORM WRITE-BALANCE-LINE
           MOVE "SUMMED PRIOR TAX" TO WS-BAL-LABEL
           MOVE WS-BEFORE-PRIOR-TAX TO WS-BAL-BEFORE
           COMPUTE WS-BAL-EXPECTED = WS-BEFORE-PRIOR-TAX
              - WS-PRIOR-TAX-REPLACED + WS-PRIOR-TAX-SET
           MOVE WS-AFTER-PRIOR-TAX TO WS-BAL-AFTER
           PERFORM WRITE-BALANCE-LINE
      * the ledger loses exactly what went onto the archive
           MOVE 'N' TO WS-BAL-IS-MONEY
           MOVE "PAYMENTS ON LEDGER" TO WS-BAL-LABEL
           MOVE WS-BEFORE-PAYMENTS TO WS-BAL-BEFORE
           COMPUTE WS-BAL-EXPECTED = WS-BEFORE-PAYMENTS
              - WS-ARCHIVED-PAYMENTS
           MOVE WS-AFTER-PAYMENTS TO WS-BAL-AFTER
           PERFORM WRITE-BALANCE-LINE
           MOVE 'Y' TO WS-BAL-IS-MONEY
           MOVE "PAYMENT AMOUNT" TO WS-BAL-LABEL
           MOVE WS-BEFORE-PAID TO WS-BAL-BEFORE
           COMPUTE WS-BAL-EXPECTED = WS-BEFORE-PAID - WS-ARCHIVED-PAID
           MOVE WS-AFTER-PAID TO WS-BAL-AFTER
           PERFORM WRITE-BALANCE-LINE
           MOVE SPACES TO WS-LINE
           MOVE SPACES TO WS-RUNC-SET-INFO
           IF WS-OUT-OF-BALANCE EQUAL TO 0
              MOVE "ROLLOVER IN BALANCE" TO WS-LINE
              STRING WS-NEW-YEAR-TEXT DELIMITED BY SIZE
                 " ROLLED" DELIMITED BY SIZE
                 INTO WS-RUNC-SET-INFO
              END-STRING
           ELSE
              MOVE "*** ROLLOVER OUT OF BALANCE ***" TO WS-LINE
              STRING WS-NEW-YEAR-TEXT DELIMITED BY SIZE
                 " OUT OF BALANCE" DELIMITED BY SIZE
                 INTO WS-RUNC-SET-INFO
              END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "HISTORY ENTRIES: " DELIMITED BY SIZE
              WS-CHG-ENTRIES DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           IF WS-PAYMENTS-ARE-ON-FILE
              CLOSE PAYMENTS-FILE
           END-IF
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE
           MOVE "ROLLOVER" TO WS-RUNC-STEP-NAME
           PERFORM STAMP-RUN-STEP-FINISH.
       WRITE-BALANCE-LINE SECTION.
           MOVE SPACES TO WS-LINE
           MOVE WS-BAL-LABEL TO WS-LINE
           IF WS-BAL-SHOWS-MONEY
              MOVE WS-BAL-BEFORE TO WS-CURRENCY
              MOVE WS-CURRENCY TO WS-LINE(26:15)
              MOVE WS-BAL-AFTER TO WS-CURRENCY
              MOVE WS-CURRENCY TO WS-LINE(43:15)
              MOVE WS-BAL-EXPECTED TO WS-CURRENCY
              MOVE WS-CURRENCY TO WS-LINE(60:15)
           ELSE
              MOVE WS-BAL-BEFORE TO WS-COUNT-SHOWN
              MOVE WS-COUNT-SHOWN TO WS-LINE(26:15)
              MOVE WS-BAL-AFTER TO WS-COUNT-SHOWN
              MOVE WS-COUNT-SHOWN TO WS-LINE(43:15)
              MOVE WS-BAL-EXPECTED TO WS-COUNT-SHOWN
              MOVE WS-COUNT-SHOWN TO WS-LINE(60:15)
           END-IF
           IF WS-BAL-AFTER EQUAL TO WS-BAL-EXPECTED
              MOVE "BALANCES" TO WS-LINE(77:)
           ELSE
              MOVE "DOES NOT BALANCE" TO WS-LINE(77:)
              SET WS-OUT-OF-BALANCE UP BY 1
           END-IF
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * the run-control sections, shared with MTRC-005, MTRC-007 and
      * MTRC-009 - see RUNCPROC.CPY
      ******************************************************************
       COPY RUNCPROC.
      ******************************************************************
      * the payment-to-tax-year rule, shared with MTRC-017 - see
      * PAYYPROC.CPY
      ******************************************************************
       COPY PAYYPROC.
      ******************************************************************
      * the change-history sections, shared with MTRC-005, MTRC-006,
      * MTRC-010 and MTRC-019 - see CHGPROC.CPY, and CHGPPROC.CPY for
      * the ledger entries
      ******************************************************************
       COPY CHGPROC.
       COPY CHGPPROC.
