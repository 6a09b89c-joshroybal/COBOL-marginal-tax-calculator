      ******************************************************************
      * ESTPEN.CBL
      * estimated tax underpayment penalty report - holds each
      * client's payments on the ledger up against the four
      * installment due dates of the tax year the nightly batch
      * (MTRC-005) computed, so a skipped or short quarter is found
      * here and not from the penalty notice.  reads the results
      * extract (see RSLTFDR.CPY), the client master and the payments
      * ledger.  the command line carries the annual penalty rate as
      * a percent and, optionally, the date to figure the report as
      * of - today when it is not given:
      *
      *    RATE [YYYYMMDD]       e.g.  6.00  or  6 20190930
      *
      * for each processed client on the extract:
      *    the required annual payment is 90% of the year's total
      *    tax, or 110% of CLIENT-PRIOR-TAX where that is lower - a
      *    client with no prior-year figure on the master has only
      *    the 90% test, the same rule PROCESS-QUARTERLY-ESTIMATE
      *    applies - and a quarter of it falls due on each of
      *    April 15, June 15 and September 15 of the year and
      *    January 15 of the year after
      *    the year's withholding is credited as paid evenly, a
      *    quarter of it on each due date
      *    every estimated and extension payment counting toward
      *    the year (see PAYYPROC.CPY) is applied, in date order, to
      *    the earliest installment still open; a payment ahead of
      *    the due date carries forward to the next installment
      *    any part of an installment paid after its due date, or
      *    not paid at all, is a shortfall that runs from the due
      *    date to the day it was paid - never past the following
      *    April 15 or the report date - at the keyed rate on a
      *    365-day year
      * each underpaid quarter is listed with its shortfall, the day
      * it was cleared, the days it stayed unpaid and the estimated
      * penalty.  clients with no shortfall go on a count line only,
      * so the report stays short enough to call from.
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRC-017.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RSLTFD.
           COPY CLNTFD.
           COPY PAYFD.
           SELECT REPORT-FILE
              ASSIGN TO DYNAMIC WS-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY RSLTFDR.

       COPY CLNTFDR.

       COPY PAYFDR.

       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RSLTWS.
       COPY CLNTWS.
       COPY PAYWS.
       COPY VALWS.
       77 WS-REPORT-FILENAME        PIC X(50) VALUE "estpen.rpt".
      ******************************************************************
      * the command line - the penalty rate and the report date
      ******************************************************************
       77 WS-ARGS                   PIC X(80) VALUE SPACES.
       77 WS-ARG1                   PIC X(20) VALUE SPACES.
       77 WS-ARG2                   PIC X(20) VALUE SPACES.
       77 WS-ARGS-OK                PIC X(1) VALUE 'Y'.
           88 WS-ARGS-ARE-OK        VALUE 'Y'.
       77 WS-PENALTY-RATE           PIC 9(3)V99 VALUE 0.
       77 WS-RATE-SHOWN             PIC ZZ9.99.
       77 WS-TODAY                  PIC 9(8) VALUE 0.
       77 WS-AS-OF-DATE             PIC X(8) VALUE SPACES.
       77 WS-AS-OF-DAY              PIC 9(7) VALUE 0.
       77 WS-MASTER-ON-FILE         PIC X(1) VALUE 'N'.
           88 WS-MASTER-IS-ON-FILE  VALUE 'Y'.
       77 WS-PAYMENTS-ON-FILE       PIC X(1) VALUE 'N'.
           88 WS-PAYMENTS-ARE-ON-FILE VALUE 'Y'.
      ******************************************************************
      * the client under review - the year, what is required of each
      * installment and which test set it
      ******************************************************************
       77 WS-TAX-YEAR               PIC 9(4) VALUE 0.
       77 WS-NEXT-YEAR              PIC 9(4) VALUE 0.
       77 WS-CURRENT-BASIS          PIC 9(13)V99 VALUE 0.
       77 WS-PRIOR-BASIS            PIC 9(13)V99 VALUE 0.
       77 WS-REQUIRED-ANNUAL        PIC 9(13)V99 VALUE 0.
       77 WS-REQUIRED-INSTALLMENT   PIC 9(13)V99 VALUE 0.
       77 WS-BASIS-TEXT             PIC X(24) VALUE SPACES.
       77 WS-WITHHELD-TOTAL         PIC 9(13)V99 VALUE 0.
       77 WS-WITHHELD-SHARE         PIC 9(13)V99 VALUE 0.
       77 WS-WITHHELD-LEFT          PIC 9(13)V99 VALUE 0.
      ******************************************************************
      * the four installments - due date and day number, the part
      * still open, and what the late part cost.  WS-END-DAY is the
      * day the penalty stops running: the April 15 after the year or
      * the report date, whichever comes first
      ******************************************************************
       01 WS-INSTALLMENT-TABLE.
           05 WS-INST-ENTRY OCCURS 4 TIMES.
               10 WS-INST-DUE-DATE  PIC X(8).
               10 WS-INST-DUE-DAY   PIC 9(7).
               10 WS-INST-OPEN      PIC 9(13)V99.
               10 WS-INST-SHORT     PIC 9(13)V99.
               10 WS-INST-CLEARED   PIC X(8).
               10 WS-INST-DAYS      PIC 9(5).
               10 WS-INST-PENALTY   PIC 9(13)V99.
       77 WS-INST-IX                PIC 9 VALUE 0.
       77 WS-CAP-DATE               PIC X(8) VALUE SPACES.
       77 WS-END-DAY                PIC 9(7) VALUE 0.
       77 WS-END-DATE               PIC X(8) VALUE SPACES.
      ******************************************************************
      * the client's credits for the year in date order - the
      * withholding quarters and every estimated or extension payment.
      * a client with more payments than the table holds is flagged
      ******************************************************************
       01 WS-PAID-TABLE.
           05 WS-PAID-ENTRY OCCURS 204 TIMES.
               10 WS-PAID-DATE      PIC X(8).
               10 WS-PAID-DAY       PIC 9(7).
               10 WS-PAID-AMOUNT    PIC 9(13)V99.
               10 WS-PAID-KIND      PIC X(1).
       77 WS-PAID-MAX               PIC 9(3) VALUE 204.
       77 WS-PAID-USED              PIC 9(3) VALUE 0.
       77 WS-PAID-IX                PIC 9(3) VALUE 0.
       77 WS-PAID-SLOT              PIC 9(3) VALUE 0.
       77 WS-PAID-OVERFLOW          PIC X(1) VALUE 'N'.
       01 WS-PAID-HOLD.
           05 WS-HOLD-DATE          PIC X(8).
           05 WS-HOLD-DAY           PIC 9(7).
           05 WS-HOLD-AMOUNT        PIC 9(13)V99.
           05 WS-HOLD-KIND          PIC X(1).
       77 WS-APPLY-LEFT             PIC 9(13)V99 VALUE 0.
       77 WS-APPLY-PIECE            PIC 9(13)V99 VALUE 0.
       77 WS-LATE-DAYS              PIC 9(5) VALUE 0.
       77 WS-PIECE-PENALTY          PIC 9(13)V99 VALUE 0.
       77 WS-CLIENT-PENALTY         PIC 9(13)V99 VALUE 0.
       77 WS-CLIENT-SHORT           PIC 9(13)V99 VALUE 0.
       77 WS-BAD-DATE-COUNT         PIC 9(3) VALUE 0.
      ******************************************************************
      * day number work fields - a count of days from a fixed origin,
      * so the days between two dates is a plain subtraction
      ******************************************************************
       01 WS-DN-DATE.
           05 WS-DN-YEAR            PIC 9(4).
           05 WS-DN-MONTH           PIC 9(2).
           05 WS-DN-DAY             PIC 9(2).
       77 WS-DN-OK                  PIC X(1) VALUE 'Y'.
           88 WS-DN-IS-OK           VALUE 'Y'.
       77 WS-DN-Y                   PIC 9(4) VALUE 0.
       77 WS-DN-M                   PIC 9(2) VALUE 0.
       77 WS-DN-Q4                  PIC 9(4) VALUE 0.
       77 WS-DN-Q100                PIC 9(4) VALUE 0.
       77 WS-DN-Q400                PIC 9(4) VALUE 0.
       77 WS-DN-MONTH-DAYS          PIC 9(3) VALUE 0.
       77 WS-DAY-NUMBER             PIC 9(7) VALUE 0.
      ******************************************************************
      * run counts for the footer
      ******************************************************************
       77 WS-EXAMINED-COUNT         PIC 9(05) VALUE 0.
       77 WS-UNDERPAID-COUNT        PIC 9(05) VALUE 0.
       77 WS-CLEAN-COUNT            PIC 9(05) VALUE 0.
       77 WS-SKIPPED-COUNT          PIC 9(05) VALUE 0.
       77 WS-NOT-ON-MASTER-COUNT    PIC 9(05) VALUE 0.
       77 WS-NOT-ACTIVE-COUNT       PIC 9(05) VALUE 0.
       77 WS-NO-YEAR-COUNT          PIC 9(05) VALUE 0.
       77 WS-QUARTER-COUNT          PIC 9(05) VALUE 0.
       77 WS-TOTAL-SHORT            PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-PENALTY          PIC 9(13)V99 VALUE 0.
       77 WS-DAYS-SHOWN             PIC ZZZZ9.
       77 WS-CURRENCY               PIC $$$$,$$$,$$9.99.
       77 WS-CURRENCY-2             PIC $$$$,$$$,$$9.99.
       77 WS-LINE                   PIC X(132) VALUE SPACES.
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-PENALTY-RUN
           IF WS-ARGS-ARE-OK
              PERFORM UNTIL RESULTS-FILE-EOF EQUAL TO 'Y'
                 READ RESULTS-FILE
                    AT END MOVE 'Y' TO RESULTS-FILE-EOF
                    NOT AT END
                       IF RESULT-PROCESSED
                          PERFORM REVIEW-CLIENT
                       ELSE
                          SET WS-SKIPPED-COUNT UP BY 1
                       END-IF
                 END-READ
              END-PERFORM
              PERFORM FINALIZE-PENALTY-RUN
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.
      ******************************************************************
      * parse the command line and open the files - no extract means
      * nothing to review, and the run is refused; a ledger not on
      * disk means nothing has been paid
      ******************************************************************
       INITIALIZE-PENALTY-RUN SECTION.
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-ARGS FROM COMMAND-LINE
           UNSTRING WS-ARGS DELIMITED BY ALL " "
              INTO WS-ARG1, WS-ARG2
           END-UNSTRING
           MOVE WS-ARG1 TO WS-VAL-TEXT
           PERFORM VALIDATE-NUMERIC-FIELD
           IF WS-VAL-IS-OK AND WS-VAL-RESULT > 0
              AND WS-VAL-RESULT < 100
              MOVE WS-VAL-RESULT TO WS-PENALTY-RATE
           ELSE
              MOVE 'N' TO WS-ARGS-OK
           END-IF
           IF WS-ARG2 EQUAL TO SPACES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO WS-AS-OF-DATE
           ELSE
              MOVE WS-ARG2(1:8) TO WS-AS-OF-DATE
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           IF WS-DN-IS-OK
              MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY
           ELSE
              MOVE 'N' TO WS-ARGS-OK
           END-IF
           IF NOT WS-ARGS-ARE-OK
              MOVE SPACES TO WS-LINE
              STRING "USAGE: RATE [YYYYMMDD] - annual penalty rate as "
                 DELIMITED BY SIZE
                 "a percent, and the date to figure the report as of"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           ELSE
              PERFORM OPEN-PENALTY-FILES
           END-IF.
       OPEN-PENALTY-FILES SECTION.
           MOVE WS-PENALTY-RATE TO WS-RATE-SHOWN
           MOVE SPACES TO WS-LINE
           STRING "ESTIMATED TAX UNDERPAYMENT PENALTY REPORT - AS OF "
              DELIMITED BY SIZE
              WS-AS-OF-DATE DELIMITED BY SIZE
              " - PENALTY RATE " DELIMITED BY SIZE
              WS-RATE-SHOWN DELIMITED BY SIZE
              "% A YEAR" DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE 'N' TO RESULTS-FILE-EOF
           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-STATUS NOT EQUAL TO "00"
              MOVE 'N' TO WS-ARGS-OK
              MOVE "RUN REFUSED - NO RESULTS EXTRACT ON FILE" TO WS-LINE
              WRITE REPORT-RECORD FROM WS-LINE
           ELSE
              OPEN INPUT CLIENT-MASTER-FILE
              IF WS-CLIENT-MASTER-STATUS EQUAL TO "00"
                 MOVE 'Y' TO WS-MASTER-ON-FILE
              END-IF
              OPEN INPUT PAYMENTS-FILE
              IF WS-PAYMENTS-STATUS EQUAL TO "00"
                 MOVE 'Y' TO WS-PAYMENTS-ON-FILE
              END-IF
              MOVE SPACES TO WS-LINE
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF.
      ******************************************************************
      * one processed client off the extract - the master supplies
      * the prior-year figure and confirms the client is active
      ******************************************************************
       REVIEW-CLIENT SECTION.
           IF NOT WS-MASTER-IS-ON-FILE
              SET WS-NOT-ON-MASTER-COUNT UP BY 1
           ELSE
              MOVE RESULT-CLIENT-ID TO CLIENT-ID
              READ CLIENT-MASTER-FILE
                 INVALID KEY
                    SET WS-NOT-ON-MASTER-COUNT UP BY 1
                 NOT INVALID KEY
                    IF NOT CLIENT-IS-ACTIVE
                       SET WS-NOT-ACTIVE-COUNT UP BY 1
                    ELSE
                       IF RESULT-YEAR IS NUMERIC
                          PERFORM FIGURE-CLIENT-PENALTY
                       ELSE
                          SET WS-NO-YEAR-COUNT UP BY 1
                       END-IF
                    END-IF
              END-READ
           END-IF.
      ******************************************************************
      * the required installment, the due dates, the credits in date
      * order, then the credits applied against the installments
      ******************************************************************
       FIGURE-CLIENT-PENALTY SECTION.
           SET WS-EXAMINED-COUNT UP BY 1
           MOVE RESULT-YEAR TO WS-TAX-YEAR
           ADD 1 TO WS-TAX-YEAR GIVING WS-NEXT-YEAR
           MULTIPLY RESULT-TOTAL-TAX BY 0.90 GIVING WS-CURRENT-BASIS
           MOVE WS-CURRENT-BASIS TO WS-REQUIRED-ANNUAL
           MOVE "90% OF CURRENT YEAR TAX" TO WS-BASIS-TEXT
           IF CLIENT-PRIOR-TAX > ZERO
              MULTIPLY CLIENT-PRIOR-TAX BY 1.10 GIVING WS-PRIOR-BASIS
              IF WS-PRIOR-BASIS < WS-CURRENT-BASIS
                 MOVE WS-PRIOR-BASIS TO WS-REQUIRED-ANNUAL
                 MOVE "110% OF PRIOR YEAR TAX" TO WS-BASIS-TEXT
              END-IF
           END-IF
           DIVIDE WS-REQUIRED-ANNUAL BY 4
              GIVING WS-REQUIRED-INSTALLMENT ROUNDED
           PERFORM SET-INSTALLMENT-DATES
           PERFORM TABLE-CLIENT-CREDITS
           PERFORM APPLY-CLIENT-CREDITS
           IF WS-CLIENT-SHORT EQUAL TO ZERO
              SET WS-CLEAN-COUNT UP BY 1
           ELSE
              SET WS-UNDERPAID-COUNT UP BY 1
              PERFORM WRITE-CLIENT-LINES
           END-IF.
      ******************************************************************
      * April 15, June 15, September 15, and January 15 of the year
      * after, each installment opening at the required amount; the
      * penalty stops at the April 15 after the year
      ******************************************************************
       SET-INSTALLMENT-DATES SECTION.
           INITIALIZE WS-INSTALLMENT-TABLE
           STRING WS-TAX-YEAR "0415" DELIMITED BY SIZE
              INTO WS-INST-DUE-DATE(1)
           END-STRING
           STRING WS-TAX-YEAR "0615" DELIMITED BY SIZE
              INTO WS-INST-DUE-DATE(2)
           END-STRING
           STRING WS-TAX-YEAR "0915" DELIMITED BY SIZE
              INTO WS-INST-DUE-DATE(3)
           END-STRING
           STRING WS-NEXT-YEAR "0115" DELIMITED BY SIZE
              INTO WS-INST-DUE-DATE(4)
           END-STRING
           SET WS-INST-IX TO 1
           PERFORM UNTIL WS-INST-IX > 4
              MOVE WS-INST-DUE-DATE(WS-INST-IX) TO WS-DN-DATE
              PERFORM COMPUTE-DAY-NUMBER
              MOVE WS-DAY-NUMBER TO WS-INST-DUE-DAY(WS-INST-IX)
              MOVE WS-REQUIRED-INSTALLMENT TO WS-INST-OPEN(WS-INST-IX)
              SET WS-INST-IX UP BY 1
           END-PERFORM
           MOVE SPACES TO WS-CAP-DATE
           STRING WS-NEXT-YEAR "0415" DELIMITED BY SIZE
              INTO WS-CAP-DATE
           END-STRING
           MOVE WS-CAP-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           IF WS-AS-OF-DAY < WS-DAY-NUMBER
              MOVE WS-AS-OF-DAY TO WS-END-DAY
              MOVE WS-AS-OF-DATE TO WS-END-DATE
           ELSE
              MOVE WS-DAY-NUMBER TO WS-END-DAY
              MOVE WS-CAP-DATE TO WS-END-DATE
           END-IF.
      ******************************************************************
      * sweep the client's payments once.  withholding for the year
      * is totalled and credited a quarter on each due date; every
      * other payment counting toward the year and dated on or
      * before the report date is tabled in date order
      ******************************************************************
       TABLE-CLIENT-CREDITS SECTION.
           MOVE 0 TO WS-PAID-USED WS-WITHHELD-TOTAL WS-BAD-DATE-COUNT
           MOVE 'N' TO WS-PAID-OVERFLOW
           IF WS-PAYMENTS-ARE-ON-FILE
              MOVE 'N' TO WS-PAYMENTS-EOF
              MOVE RESULT-CLIENT-ID TO PAYMENT-CLIENT-ID
              MOVE ZEROS TO PAYMENT-SEQ
              START PAYMENTS-FILE KEY IS >= PAYMENT-KEY
                 INVALID KEY MOVE 'Y' TO WS-PAYMENTS-EOF
              END-START
              PERFORM UNTIL WS-PAYMENTS-EOF EQUAL TO 'Y'
                 READ PAYMENTS-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-PAYMENTS-EOF
                    NOT AT END
                       IF PAYMENT-CLIENT-ID EQUAL TO RESULT-CLIENT-ID
                          PERFORM TABLE-ONE-PAYMENT
                       ELSE
                          MOVE 'Y' TO WS-PAYMENTS-EOF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
      * the withholding quarters go in last so each is placed after
      * any payment made the same day - the remainder of an odd cent
      * rides the fourth quarter so the four add back to the total
           DIVIDE WS-WITHHELD-TOTAL BY 4 GIVING WS-WITHHELD-SHARE
           MOVE WS-WITHHELD-TOTAL TO WS-WITHHELD-LEFT
           SET WS-INST-IX TO 1
           PERFORM UNTIL WS-INST-IX > 4
              IF WS-INST-IX EQUAL TO 4
                 MOVE WS-WITHHELD-LEFT TO WS-HOLD-AMOUNT
              ELSE
                 MOVE WS-WITHHELD-SHARE TO WS-HOLD-AMOUNT
                 SUBTRACT WS-WITHHELD-SHARE FROM WS-WITHHELD-LEFT
              END-IF
              IF WS-HOLD-AMOUNT > ZERO
                 AND WS-INST-DUE-DAY(WS-INST-IX) NOT > WS-AS-OF-DAY
                 MOVE WS-INST-DUE-DATE(WS-INST-IX) TO WS-HOLD-DATE
                 MOVE WS-INST-DUE-DAY(WS-INST-IX) TO WS-HOLD-DAY
                 MOVE 'W' TO WS-HOLD-KIND
                 PERFORM INSERT-PAID-ENTRY
              END-IF
              SET WS-INST-IX UP BY 1
           END-PERFORM.
       TABLE-ONE-PAYMENT SECTION.
           PERFORM SET-PAYMENT-TAX-YEAR
           IF WS-PAYMENT-TAX-YEAR EQUAL TO WS-TAX-YEAR
              IF PAYMENT-TYPE EQUAL TO "withholding"
                 ADD PAYMENT-AMOUNT TO WS-WITHHELD-TOTAL
              ELSE
                 MOVE PAYMENT-DATE TO WS-DN-DATE
                 PERFORM COMPUTE-DAY-NUMBER
                 IF NOT WS-DN-IS-OK
                    SET WS-BAD-DATE-COUNT UP BY 1
                 ELSE
                    IF WS-DAY-NUMBER NOT > WS-AS-OF-DAY
                       MOVE PAYMENT-DATE TO WS-HOLD-DATE
                       MOVE WS-DAY-NUMBER TO WS-HOLD-DAY
                       MOVE PAYMENT-AMOUNT TO WS-HOLD-AMOUNT
                       MOVE 'P' TO WS-HOLD-KIND
                       PERFORM INSERT-PAID-ENTRY
                    END-IF
                 END-IF
              END-IF
           END-IF.
      ******************************************************************
      * insert WS-PAID-HOLD into the table in date order, after any
      * entry with the same day
      ******************************************************************
       INSERT-PAID-ENTRY SECTION.
           IF WS-PAID-USED NOT < WS-PAID-MAX
              MOVE 'Y' TO WS-PAID-OVERFLOW
           ELSE
              ADD 1 TO WS-PAID-USED GIVING WS-PAID-SLOT
              PERFORM UNTIL WS-PAID-SLOT EQUAL TO 1
                 OR WS-PAID-DAY(WS-PAID-SLOT - 1) NOT > WS-HOLD-DAY
                 MOVE WS-PAID-ENTRY(WS-PAID-SLOT - 1)
                    TO WS-PAID-ENTRY(WS-PAID-SLOT)
                 SET WS-PAID-SLOT DOWN BY 1
              END-PERFORM
              MOVE WS-PAID-HOLD TO WS-PAID-ENTRY(WS-PAID-SLOT)
              SET WS-PAID-USED UP BY 1
           END-IF.
      ******************************************************************
      * each credit in date order paid against the earliest open
      * installment, running on into the next while any is left.
      * the part of an installment paid after its due date runs
      * from the due date to the day paid; whatever is still open
      * at the end runs to the end day, provided it has fallen due
      ******************************************************************
       APPLY-CLIENT-CREDITS SECTION.
           MOVE 0 TO WS-CLIENT-SHORT WS-CLIENT-PENALTY
           SET WS-INST-IX TO 1
           SET WS-PAID-IX TO 1
           PERFORM UNTIL WS-PAID-IX > WS-PAID-USED
              MOVE WS-PAID-AMOUNT(WS-PAID-IX) TO WS-APPLY-LEFT
              PERFORM UNTIL WS-APPLY-LEFT EQUAL TO ZERO
                 OR WS-INST-IX > 4
                 IF WS-INST-OPEN(WS-INST-IX) EQUAL TO ZERO
                    SET WS-INST-IX UP BY 1
                 ELSE
                    PERFORM APPLY-CREDIT-PIECE
                 END-IF
              END-PERFORM
              SET WS-PAID-IX UP BY 1
           END-PERFORM
           SET WS-INST-IX TO 1
           PERFORM UNTIL WS-INST-IX > 4
              IF WS-INST-OPEN(WS-INST-IX) > ZERO
                 AND WS-INST-DUE-DAY(WS-INST-IX) < WS-END-DAY
                 MOVE WS-INST-OPEN(WS-INST-IX) TO WS-APPLY-PIECE
                 SUBTRACT WS-INST-DUE-DAY(WS-INST-IX) FROM WS-END-DAY
                    GIVING WS-LATE-DAYS
                 PERFORM CHARGE-LATE-PIECE
                 MOVE "UNPAID" TO WS-INST-CLEARED(WS-INST-IX)
              END-IF
              ADD WS-INST-SHORT(WS-INST-IX) TO WS-CLIENT-SHORT
              ADD WS-INST-PENALTY(WS-INST-IX) TO WS-CLIENT-PENALTY
              SET WS-INST-IX UP BY 1
           END-PERFORM.
       APPLY-CREDIT-PIECE SECTION.
           IF WS-APPLY-LEFT < WS-INST-OPEN(WS-INST-IX)
              MOVE WS-APPLY-LEFT TO WS-APPLY-PIECE
           ELSE
              MOVE WS-INST-OPEN(WS-INST-IX) TO WS-APPLY-PIECE
           END-IF
           IF WS-PAID-DAY(WS-PAID-IX) > WS-INST-DUE-DAY(WS-INST-IX)
              IF WS-PAID-DAY(WS-PAID-IX) < WS-END-DAY
                 SUBTRACT WS-INST-DUE-DAY(WS-INST-IX)
                    FROM WS-PAID-DAY(WS-PAID-IX) GIVING WS-LATE-DAYS
              ELSE
                 SUBTRACT WS-INST-DUE-DAY(WS-INST-IX)
                    FROM WS-END-DAY GIVING WS-LATE-DAYS
              END-IF
              PERFORM CHARGE-LATE-PIECE
              MOVE WS-PAID-DATE(WS-PAID-IX)
                 TO WS-INST-CLEARED(WS-INST-IX)
           END-IF
           SUBTRACT WS-APPLY-PIECE FROM WS-INST-OPEN(WS-INST-IX)
           SUBTRACT WS-APPLY-PIECE FROM WS-APPLY-LEFT.
      ******************************************************************
      * a late piece of an installment - the days it ran and the
      * penalty on it at the keyed rate over a 365-day year.  the
      * installment's days are the last piece's, the day it cleared
      ******************************************************************
       CHARGE-LATE-PIECE SECTION.
           ADD WS-APPLY-PIECE TO WS-INST-SHORT(WS-INST-IX)
           MOVE WS-LATE-DAYS TO WS-INST-DAYS(WS-INST-IX)
           COMPUTE WS-PIECE-PENALTY ROUNDED =
              WS-APPLY-PIECE * WS-PENALTY-RATE * WS-LATE-DAYS / 36500
           END-COMPUTE
           ADD WS-PIECE-PENALTY TO WS-INST-PENALTY(WS-INST-IX).
      ******************************************************************
      * an underpaid client - a heading line with the requirement and
      * the test that set it, a line per underpaid quarter, and the
      * client's total
      ******************************************************************
       WRITE-CLIENT-LINES SECTION.
           MOVE WS-REQUIRED-INSTALLMENT TO WS-CURRENCY
           MOVE SPACES TO WS-LINE
           STRING RESULT-CLIENT-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RESULT-NAME DELIMITED BY SIZE
              " TAX YEAR " DELIMITED BY SIZE
              RESULT-YEAR DELIMITED BY SIZE
              "  INSTALLMENT " DELIMITED BY SIZE
              WS-CURRENCY DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              WS-BASIS-TEXT DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           SET WS-INST-IX TO 1
           PERFORM UNTIL WS-INST-IX > 4
              IF WS-INST-SHORT(WS-INST-IX) > ZERO
                 PERFORM WRITE-QUARTER-LINE
              END-IF
              SET WS-INST-IX UP BY 1
           END-PERFORM
           MOVE WS-CLIENT-SHORT TO WS-CURRENCY
           MOVE WS-CLIENT-PENALTY TO WS-CURRENCY-2
           MOVE SPACES TO WS-LINE
           STRING "       CLIENT SHORTFALL " DELIMITED BY SIZE
              WS-CURRENCY DELIMITED BY SIZE
              "                      PENALTY " DELIMITED BY SIZE
              WS-CURRENCY-2 DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           IF WS-PAID-OVERFLOW EQUAL TO 'Y'
              MOVE SPACES TO WS-LINE
              STRING "       - MORE PAYMENTS THAN TABLED"
                 DELIMITED BY SIZE
                 ", REVIEW BY HAND" DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF
           IF WS-BAD-DATE-COUNT > 0
              MOVE SPACES TO WS-LINE
              STRING "       - PAYMENT WITH A BAD DATE LEFT OUT"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           ADD WS-CLIENT-SHORT TO WS-TOTAL-SHORT
           ADD WS-CLIENT-PENALTY TO WS-TOTAL-PENALTY.
       WRITE-QUARTER-LINE SECTION.
           SET WS-QUARTER-COUNT UP BY 1
           MOVE WS-INST-SHORT(WS-INST-IX) TO WS-CURRENCY
           MOVE WS-INST-PENALTY(WS-INST-IX) TO WS-CURRENCY-2
           MOVE WS-INST-DAYS(WS-INST-IX) TO WS-DAYS-SHOWN
           MOVE SPACES TO WS-LINE
           STRING "       Q" DELIMITED BY SIZE
              WS-INST-IX DELIMITED BY SIZE
              " DUE " DELIMITED BY SIZE
              WS-INST-DUE-DATE(WS-INST-IX) DELIMITED BY SIZE
              "  SHORTFALL " DELIMITED BY SIZE
              WS-CURRENCY DELIMITED BY SIZE
              "  CLEARED " DELIMITED BY SIZE
              WS-INST-CLEARED(WS-INST-IX) DELIMITED BY SIZE
              "  DAYS " DELIMITED BY SIZE
              WS-DAYS-SHOWN DELIMITED BY SIZE
              "  PENALTY " DELIMITED BY SIZE
              WS-CURRENCY-2 DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * footer - the counts, the clean clients on their one line, and
      * the totals, then close the files
      ******************************************************************
       FINALIZE-PENALTY-RUN SECTION.
           MOVE SPACES TO WS-LINE
           STRING "CLIENTS REVIEWED: " DELIMITED BY SIZE
              WS-EXAMINED-COUNT DELIMITED BY SIZE
              "     UNDERPAID: " DELIMITED BY SIZE
              WS-UNDERPAID-COUNT DELIMITED BY SIZE
              "     UNDERPAID QUARTERS: " DELIMITED BY SIZE
              WS-QUARTER-COUNT DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "CLIENTS WITH NO SHORTFALL: " DELIMITED BY SIZE
              WS-CLEAN-COUNT DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "NOT REVIEWED - SKIPPED BY THE BATCH: "
              DELIMITED BY SIZE
              WS-SKIPPED-COUNT DELIMITED BY SIZE
              "     NOT ON MASTER: " DELIMITED BY SIZE
              WS-NOT-ON-MASTER-COUNT DELIMITED BY SIZE
              "     INACTIVE: " DELIMITED BY SIZE
              WS-NOT-ACTIVE-COUNT DELIMITED BY SIZE
              "     NO TAX YEAR: " DELIMITED BY SIZE
              WS-NO-YEAR-COUNT DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE WS-TOTAL-SHORT TO WS-CURRENCY
           MOVE WS-TOTAL-PENALTY TO WS-CURRENCY-2
           MOVE SPACES TO WS-LINE
           STRING "TOTAL SHORTFALL: " DELIMITED BY SIZE
              WS-CURRENCY DELIMITED BY SIZE
              "     TOTAL ESTIMATED PENALTY: " DELIMITED BY SIZE
              WS-CURRENCY-2 DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           CLOSE RESULTS-FILE
           IF WS-MASTER-IS-ON-FILE
              CLOSE CLIENT-MASTER-FILE
           END-IF
           IF WS-PAYMENTS-ARE-ON-FILE
              CLOSE PAYMENTS-FILE
           END-IF.
      ******************************************************************
      * WS-DN-DATE as a day number - days counted from a fixed origin
      * on the Gregorian calendar, the year taken to start in March
      * so the leap day falls at the end of it.  WS-DN-OK is 'N' for
      * a date that is not numeric or has no such month or day
      ******************************************************************
       COMPUTE-DAY-NUMBER SECTION.
           MOVE 'Y' TO WS-DN-OK
           MOVE 0 TO WS-DAY-NUMBER
           IF WS-DN-DATE IS NOT NUMERIC
              MOVE 'N' TO WS-DN-OK
           ELSE
              IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
                 OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
                 OR WS-DN-YEAR < 1
                 MOVE 'N' TO WS-DN-OK
              END-IF
           END-IF
           IF WS-DN-IS-OK
              MOVE WS-DN-YEAR TO WS-DN-Y
              MOVE WS-DN-MONTH TO WS-DN-M
              IF WS-DN-M < 3
                 SUBTRACT 1 FROM WS-DN-Y
                 ADD 12 TO WS-DN-M
              END-IF
              DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4
              DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
              DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
              COMPUTE WS-DN-MONTH-DAYS = (153 * (WS-DN-M - 3) + 2) / 5
              COMPUTE WS-DAY-NUMBER = 365 * WS-DN-Y + WS-DN-Q4
                 - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MONTH-DAYS
                 + WS-DN-DAY
              END-COMPUTE
           END-IF.
      ******************************************************************
      * the tax year a payment counts toward - see PAYYPROC.CPY
      ******************************************************************
       COPY PAYYPROC.
      ******************************************************************
      * generic dollar-amount validator, shared with MTRC-004 and
      * MTRC-006 - here it reads the keyed penalty rate - see
      * VALPROC.CPY
      ******************************************************************
       COPY VALPROC.
