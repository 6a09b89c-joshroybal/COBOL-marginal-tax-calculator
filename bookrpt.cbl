      ******************************************************************
      * BOOKRPT.CBL
      * book-of-business report for the partners - the practice-wide
      * picture of the client master (see CLNTFDR.CPY) and the latest
      * nightly results extract (see RSLTFDR.CPY).  where the
      * reconciliation (MTRC-009) and the trend report (MTRC-012)
      * show movement, and the letters (MTRC-013) and the dossier
      * (MTRC-011) one client at a time, this report shows the whole
      * book at once:
      *
      *    client counts - on the master, active, inactive, processed
      *       and skipped by the batch, and active clients the
      *       extract has no result for - with the processed and
      *       skipped counts held against the DONE / SKIP counts the
      *       batch stamped on the run-control file (see RUNCWS.CPY)
      *    client count and total liability by top marginal bracket,
      *       by filing status, by state and by tax year
      *    federal, capital gains, state, SE and surtax totals, total
      *       liability and payments received
      *    balances due in size bands, paid-in-full and overpaid
      *       clients apart, and the twenty largest balances due
      *
      * the extract drives the figures, so every result the batch
      * wrote is counted once whatever has happened to the master
      * since; the master supplies the state and the active flag.
      * the top marginal bracket is the highest federal bracket the
      * client's AGI reaches under the status and year the batch
      * computed, out of that year's schedules file.  every figure
      * line is also written to bookrpt.csv, one row per line, for
      * the partners' spreadsheet:
      *
      *    SECTION,LABEL,CLIENTS,AMOUNT
      *
      * report is bookrpt.rpt.
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRC-022.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLNTFD.
           COPY RSLTFD.
           COPY RUNCFD.
           COPY SCHDFD.
           COPY STATFD.
           SELECT REPORT-FILE
              ASSIGN TO DYNAMIC WS-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE
              ASSIGN TO DYNAMIC WS-CSV-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLNTFDR.

       COPY RSLTFDR.

       COPY RUNCFDR.

       COPY SCHDFDR.

       COPY STATFDR.

       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(132).

       FD CSV-FILE.
       01 CSV-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CLNTWS.
       COPY RSLTWS.
       COPY RUNCWS.
       COPY SCHDWS.
       COPY STATWS.
       COPY SCHTWS.
       77 WS-REPORT-FILENAME        PIC X(50) VALUE "bookrpt.rpt".
       77 WS-CSV-FILENAME           PIC X(50) VALUE "bookrpt.csv".
      ******************************************************************
      * fields the shared schedule sections expect the calling
      * program to supply - see SCHDWS.CPY
      ******************************************************************
       77 WS-SCHEDULES-FILENAME     PIC X(50) VALUE SPACES.
       77 WS-STATUS                 PIC X(24) VALUE SPACES.
       77 WS-AMOUNT                 PIC 9(13)V99 VALUE 0.
       77 WS-FILES-OPEN             PIC X(1) VALUE 'Y'.
           88 WS-FILES-ARE-OPEN     VALUE 'Y'.
      ******************************************************************
      * the master and the extract are matched like a merge on the
      * client id, an exhausted file's key going to HIGH-VALUES
      ******************************************************************
       77 WS-RESULTS-EOF            PIC X(1) VALUE 'N'.
       77 WS-MASTER-KEY             PIC X(6) VALUE SPACES.
       77 WS-RESULT-KEY             PIC X(6) VALUE SPACES.
       77 WS-RESULT-ON-MASTER       PIC X(1) VALUE 'N'.
           88 WS-RESULT-IS-ON-MASTER VALUE 'Y'.
      ******************************************************************
      * the batch's own counts off the run-control file, as stamped
      * at its last clean finish - "nnnnn DONE nnnnn SKIP"
      ******************************************************************
       77 WS-BATCH-FINISHED         PIC X(1) VALUE 'N'.
           88 WS-BATCH-HAS-FINISHED VALUE 'Y'.
       77 WS-BATCH-END-STAMP        PIC X(15) VALUE SPACES.
       77 WS-BATCH-DONE-TEXT        PIC X(10) VALUE SPACES.
       77 WS-BATCH-DONE-WORD        PIC X(10) VALUE SPACES.
       77 WS-BATCH-SKIP-TEXT        PIC X(10) VALUE SPACES.
       77 WS-BATCH-SKIP-WORD        PIC X(10) VALUE SPACES.
       77 WS-BATCH-DONE             PIC 9(05) VALUE 0.
       77 WS-BATCH-SKIP             PIC 9(05) VALUE 0.
      ******************************************************************
      * client counts
      ******************************************************************
       77 WS-MASTER-COUNT           PIC 9(07) VALUE 0.
       77 WS-ACTIVE-COUNT           PIC 9(07) VALUE 0.
       77 WS-INACTIVE-COUNT         PIC 9(07) VALUE 0.
       77 WS-PROCESSED-COUNT        PIC 9(07) VALUE 0.
       77 WS-SKIPPED-COUNT          PIC 9(07) VALUE 0.
       77 WS-NO-RESULT-COUNT        PIC 9(07) VALUE 0.
       77 WS-OFF-MASTER-COUNT       PIC 9(07) VALUE 0.
      ******************************************************************
      * liability by top marginal bracket - one entry per distinct
      * top rate, kept in rate order, plus the clients with no
      * taxable income and those whose schedules did not load
      ******************************************************************
       01 WS-BRACKET-TABLE.
           05 WS-BRK-ENTRY OCCURS 20 TIMES.
               10 WS-BRK-RATE       PIC V999.
               10 WS-BRK-COUNT      PIC 9(07).
               10 WS-BRK-LIABILITY  PIC 9(13)V99.
       77 WS-BRK-USED               PIC 99 VALUE 0.
       77 WS-BRK-NONE-COUNT         PIC 9(07) VALUE 0.
       77 WS-BRK-NONE-LIABILITY     PIC 9(13)V99 VALUE 0.
       77 WS-BRK-UNKNOWN-COUNT      PIC 9(07) VALUE 0.
       77 WS-BRK-UNKNOWN-LIABILITY  PIC 9(13)V99 VALUE 0.
       77 WS-TOP-RATE               PIC V999 VALUE 0.
       77 WS-TOP-BRACKET            PIC 99 VALUE 0.
       77 WS-RATE-PERCENT           PIC Z9.9.
      ******************************************************************
      * liability by filing status, in the schedules files' status
      * order (see WS-SCHT-STATUS-NAME in SCHTWS.CPY), with a fifth
      * line for any status the schedules do not carry
      ******************************************************************
       01 WS-STATUS-TABLE.
           05 WS-FS-ENTRY OCCURS 5 TIMES.
               10 WS-FS-COUNT       PIC 9(07).
               10 WS-FS-LIABILITY   PIC 9(13)V99.
       77 WS-FS-SLOT                PIC 9 VALUE 0.
      ******************************************************************
      * liability by state, kept in abbreviation order - a blank
      * state sorts first and prints as NO STATE.  a result whose
      * client has left the master has no state to file under and
      * is shown on its own line
      ******************************************************************
       01 WS-STATE-TABLE.
           05 WS-ST-ENTRY OCCURS 60 TIMES.
               10 WS-ST-ABBR        PIC X(2).
               10 WS-ST-COUNT       PIC 9(07).
               10 WS-ST-LIABILITY   PIC 9(13)V99.
       77 WS-ST-USED                PIC 99 VALUE 0.
       77 WS-ST-OVERFLOW-COUNT      PIC 9(07) VALUE 0.
       77 WS-ST-OVERFLOW-LIABILITY  PIC 9(13)V99 VALUE 0.
       77 WS-OFF-MASTER-LIABILITY   PIC 9(13)V99 VALUE 0.
       77 WS-WANT-STATE             PIC X(2) VALUE SPACES.
      ******************************************************************
      * liability by tax year, kept in year order
      ******************************************************************
       01 WS-YEAR-TABLE.
           05 WS-YR-ENTRY OCCURS 10 TIMES.
               10 WS-YR-YEAR        PIC X(4).
               10 WS-YR-COUNT       PIC 9(07).
               10 WS-YR-LIABILITY   PIC 9(13)V99.
       77 WS-YR-USED                PIC 99 VALUE 0.
       77 WS-YR-OVERFLOW-COUNT      PIC 9(07) VALUE 0.
       77 WS-YR-OVERFLOW-LIABILITY  PIC 9(13)V99 VALUE 0.
      ******************************************************************
      * the tax totals - capital gains tax is not carried on the
      * extract, and is what is left of the total liability once the
      * figures that are carried come off
      ******************************************************************
       01 WS-TAX-TOTALS.
           05 WS-TOT-FEDERAL        PIC 9(13)V99.
           05 WS-TOT-STATE          PIC 9(13)V99.
           05 WS-TOT-SE             PIC 9(13)V99.
           05 WS-TOT-NIIT           PIC 9(13)V99.
           05 WS-TOT-MEDICARE       PIC 9(13)V99.
           05 WS-TOT-LIABILITY      PIC 9(13)V99.
           05 WS-TOT-PAID           PIC 9(13)V99.
           05 WS-TOT-BALANCE        PIC S9(13)V99.
       77 WS-TOT-CAPGAINS           PIC S9(13)V99 VALUE 0.
      ******************************************************************
      * balance-due size bands - a balance below WS-BAND-LIMIT(n)
      * falls in band n, anything at or over the last limit in the
      * top band.  paid-in-full and overpaid clients are counted
      * apart, the overpayments totalled as the refunds owed
      ******************************************************************
       01 WS-BAND-LIMITS.
           05 FILLER                PIC 9(09) VALUE 1000.
           05 FILLER                PIC 9(09) VALUE 5000.
           05 FILLER                PIC 9(09) VALUE 10000.
           05 FILLER                PIC 9(09) VALUE 25000.
           05 FILLER                PIC 9(09) VALUE 100000.
       01 WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMITS.
           05 WS-BAND-LIMIT         PIC 9(09) OCCURS 5 TIMES.
       01 WS-BAND-LABELS.
           05 FILLER                PIC X(30) VALUE "UNDER $1,000".
           05 FILLER                PIC X(30) VALUE "$1,000 TO $4,999".
           05 FILLER                PIC X(30) VALUE "$5,000 TO $9,999".
           05 FILLER                PIC X(30)
                                    VALUE "$10,000 TO $24,999".
           05 FILLER                PIC X(30)
                                    VALUE "$25,000 TO $99,999".
           05 FILLER                PIC X(30)
                                    VALUE "$100,000 AND OVER".
       01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
           05 WS-BAND-LABEL         PIC X(30) OCCURS 6 TIMES.
       01 WS-BAND-TOTALS.
           05 WS-BAND-ENTRY OCCURS 6 TIMES.
               10 WS-BAND-COUNT     PIC 9(07).
               10 WS-BAND-AMOUNT    PIC 9(13)V99.
       77 WS-BAND-SLOT              PIC 9 VALUE 0.
       77 WS-PAID-UP-COUNT          PIC 9(07) VALUE 0.
       77 WS-OVERPAID-COUNT         PIC 9(07) VALUE 0.
       77 WS-OVERPAID-AMOUNT        PIC 9(13)V99 VALUE 0.
       77 WS-BALANCE-OWED           PIC 9(13)V99 VALUE 0.
      ******************************************************************
      * the twenty largest balances due, kept largest first
      ******************************************************************
       01 WS-LARGEST-TABLE.
           05 WS-BIG-ENTRY OCCURS 20 TIMES.
               10 WS-BIG-ID         PIC X(6).
               10 WS-BIG-NAME       PIC X(24).
               10 WS-BIG-BALANCE    PIC 9(13)V99.
       77 WS-BIG-USED               PIC 99 VALUE 0.
       77 WS-BIG-SLOT               PIC 99 VALUE 0.
      ******************************************************************
      * table work - the insert point and the subscripts the shift
      * loops run on (kept off WS-COUNTER, which the schedule
      * sections own)
      ******************************************************************
       77 WS-TBL-SLOT               PIC 99 VALUE 0.
       77 WS-TBL-IX                 PIC 99 VALUE 0.
       77 WS-TBL-FROM               PIC 99 VALUE 0.
      ******************************************************************
      * one figure line - printed on the report and written to the
      * csv copy by WRITE-FIGURE-ROW
      ******************************************************************
       77 WS-ROW-SECTION            PIC X(20) VALUE SPACES.
       77 WS-ROW-LABEL              PIC X(32) VALUE SPACES.
       77 WS-ROW-COUNT              PIC 9(07) VALUE 0.
       77 WS-ROW-AMOUNT             PIC S9(13)V99 VALUE 0.
       77 WS-ROW-HAS-AMOUNT         PIC X(1) VALUE 'N'.
           88 WS-ROW-SHOWS-AMOUNT   VALUE 'Y'.
       77 WS-COUNT-SHOWN            PIC Z(6)9.
       77 WS-CURRENCY               PIC $$,$$$,$$$,$$$,$$9.99-.
       77 WS-CSV-VAL                PIC -(13)9.99.
       77 WS-CSV-COUNT              PIC Z(6)9.
       77 WS-CSV-LEAD               PIC 99 VALUE 0.
       77 WS-CSV-AMOUNT-TEXT        PIC X(20) VALUE SPACES.
       77 WS-CSV-COUNT-TEXT         PIC X(8) VALUE SPACES.
       77 WS-LINE                   PIC X(132) VALUE SPACES.
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-BOOK-RUN
           IF WS-FILES-ARE-OPEN
              PERFORM READ-BATCH-COUNTS
              PERFORM LOAD-RESULT-SCHEDULES
              PERFORM TALLY-BOOK-OF-BUSINESS
              PERFORM WRITE-CLIENT-COUNTS
              PERFORM WRITE-BRACKET-LINES
              PERFORM WRITE-STATUS-LINES
              PERFORM WRITE-STATE-LINES
              PERFORM WRITE-YEAR-LINES
              PERFORM WRITE-TAX-TOTALS
              PERFORM WRITE-BALANCE-BANDS
              PERFORM WRITE-LARGEST-BALANCES
           END-IF
           CLOSE CSV-FILE
           CLOSE REPORT-FILE
           STOP RUN.
      ******************************************************************
      * open the report and its csv copy, then the master and the
      * extract - either input missing yields a one-line report
      * naming it
      ******************************************************************
       INITIALIZE-BOOK-RUN SECTION.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CSV-FILE
           MOVE "BOOK OF BUSINESS" TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "SECTION,LABEL,CLIENTS,AMOUNT" TO CSV-RECORD
           WRITE CSV-RECORD
           INITIALIZE WS-BRACKET-TABLE WS-STATUS-TABLE WS-STATE-TABLE
              WS-YEAR-TABLE WS-TAX-TOTALS WS-BAND-TOTALS
              WS-LARGEST-TABLE
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENT-MASTER-STATUS NOT EQUAL TO "00"
              MOVE 'N' TO WS-FILES-OPEN
              MOVE "MASTER FILE COULD NOT BE OPENED" TO WS-LINE
              WRITE REPORT-RECORD FROM WS-LINE
           ELSE
              OPEN INPUT RESULTS-FILE
              IF WS-RESULTS-STATUS NOT EQUAL TO "00"
                 MOVE 'N' TO WS-FILES-OPEN
                 MOVE "RESULTS EXTRACT COULD NOT BE OPENED" TO WS-LINE
                 WRITE REPORT-RECORD FROM WS-LINE
                 CLOSE CLIENT-MASTER-FILE
              END-IF
           END-IF.
      ******************************************************************
      * the batch's DONE and SKIP counts from its last clean finish -
      * a batch stamped started but never finished (or never run)
      * leaves the tie-out unchecked
      ******************************************************************
       READ-BATCH-COUNTS SECTION.
           PERFORM LOAD-RUN-CONTROL
           MOVE 'N' TO WS-BATCH-FINISHED
           MOVE "TAXBATCH" TO WS-RUNC-STEP-NAME
           PERFORM FIND-RUN-STEP
           IF WS-RUNC-SLOT > 0
              IF WS-RUNC-END(WS-RUNC-SLOT) NOT EQUAL TO SPACES
                 MOVE WS-RUNC-END(WS-RUNC-SLOT) TO WS-BATCH-END-STAMP
                 MOVE SPACES TO WS-BATCH-DONE-TEXT WS-BATCH-DONE-WORD
                    WS-BATCH-SKIP-TEXT WS-BATCH-SKIP-WORD
                 UNSTRING WS-RUNC-INFO(WS-RUNC-SLOT)
                    DELIMITED BY ALL " "
                    INTO WS-BATCH-DONE-TEXT, WS-BATCH-DONE-WORD,
                       WS-BATCH-SKIP-TEXT, WS-BATCH-SKIP-WORD
                 END-UNSTRING
                 IF WS-BATCH-DONE-WORD EQUAL TO "DONE"
                    AND WS-BATCH-SKIP-WORD EQUAL TO "SKIP"
                    AND WS-BATCH-DONE-TEXT(1:5) IS NUMERIC
                    AND WS-BATCH-SKIP-TEXT(1:5) IS NUMERIC
                    MOVE WS-BATCH-DONE-TEXT(1:5) TO WS-BATCH-DONE
                    MOVE WS-BATCH-SKIP-TEXT(1:5) TO WS-BATCH-SKIP
                    MOVE 'Y' TO WS-BATCH-FINISHED
                 END-IF
              END-IF
           END-IF.
      ******************************************************************
      * a first pass over the extract registers every tax year the
      * batch processed, and the years' schedules are loaded once
      * into the tables the top-bracket lookup reads - see
      * SCHTPROC.CPY.  the extract is then reopened for the sweep
      ******************************************************************
       LOAD-RESULT-SCHEDULES SECTION.
           MOVE 'N' TO WS-RESULTS-EOF
           PERFORM UNTIL WS-RESULTS-EOF EQUAL TO 'Y'
              READ RESULTS-FILE
                 AT END MOVE 'Y' TO WS-RESULTS-EOF
                 NOT AT END
                    IF RESULT-PROCESSED
                       MOVE RESULT-YEAR TO WS-SCHT-WANT-YEAR
                       PERFORM REGISTER-SCHEDULE-YEAR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESULTS-FILE
           PERFORM LOAD-SCHEDULE-TABLES
           OPEN INPUT RESULTS-FILE.
      ******************************************************************
      * sweep the master and the extract together in client id
      * order.  a master record with no result is only counted; a
      * result is tallied whether or not its client is still on the
      * master, so the processed and skipped counts are the batch's
      ******************************************************************
       TALLY-BOOK-OF-BUSINESS SECTION.
           MOVE 'N' TO WS-RESULTS-EOF
           MOVE 'N' TO WS-CLIENT-MASTER-EOF
           MOVE LOW-VALUES TO CLIENT-ID
           START CLIENT-MASTER-FILE KEY IS >= CLIENT-ID
              INVALID KEY MOVE 'Y' TO WS-CLIENT-MASTER-EOF
           END-START
           PERFORM READ-NEXT-MASTER
           PERFORM READ-NEXT-RESULT
           PERFORM UNTIL WS-MASTER-KEY EQUAL TO HIGH-VALUES
              AND WS-RESULT-KEY EQUAL TO HIGH-VALUES
              EVALUATE TRUE
                 WHEN WS-MASTER-KEY < WS-RESULT-KEY
                    PERFORM COUNT-MASTER-CLIENT
                    IF CLIENT-IS-ACTIVE
                       SET WS-NO-RESULT-COUNT UP BY 1
                    END-IF
                    PERFORM READ-NEXT-MASTER
                 WHEN WS-RESULT-KEY < WS-MASTER-KEY
                    MOVE 'N' TO WS-RESULT-ON-MASTER
                    PERFORM TALLY-ONE-RESULT
                    PERFORM READ-NEXT-RESULT
                 WHEN OTHER
                    PERFORM COUNT-MASTER-CLIENT
                    MOVE 'Y' TO WS-RESULT-ON-MASTER
                    PERFORM TALLY-ONE-RESULT
                    PERFORM READ-NEXT-MASTER
                    PERFORM READ-NEXT-RESULT
              END-EVALUATE
           END-PERFORM
           CLOSE RESULTS-FILE
           CLOSE CLIENT-MASTER-FILE.
       READ-NEXT-MASTER SECTION.
           IF WS-CLIENT-MASTER-EOF EQUAL TO 'Y'
              MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
              READ CLIENT-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-CLIENT-MASTER-EOF
                    MOVE HIGH-VALUES TO WS-MASTER-KEY
                 NOT AT END
                    MOVE CLIENT-ID TO WS-MASTER-KEY
              END-READ
           END-IF.
      * a blank line on the extract carries no client and is passed
       READ-NEXT-RESULT SECTION.
           MOVE SPACES TO WS-RESULT-KEY
           PERFORM UNTIL WS-RESULT-KEY NOT EQUAL TO SPACES
              READ RESULTS-FILE
                 AT END
                    MOVE 'Y' TO WS-RESULTS-EOF
                    MOVE HIGH-VALUES TO WS-RESULT-KEY
                 NOT AT END
                    MOVE RESULT-CLIENT-ID TO WS-RESULT-KEY
              END-READ
           END-PERFORM.
       COUNT-MASTER-CLIENT SECTION.
           SET WS-MASTER-COUNT UP BY 1
           IF CLIENT-IS-ACTIVE
              SET WS-ACTIVE-COUNT UP BY 1
           ELSE
              SET WS-INACTIVE-COUNT UP BY 1
           END-IF.
      ******************************************************************
      * one result off the extract - a skipped client is only
      * counted; a processed one goes into every distribution
      ******************************************************************
       TALLY-ONE-RESULT SECTION.
           IF NOT RESULT-PROCESSED
              SET WS-SKIPPED-COUNT UP BY 1
           ELSE
              SET WS-PROCESSED-COUNT UP BY 1
              PERFORM TALLY-TOP-BRACKET
              PERFORM TALLY-FILING-STATUS
              PERFORM TALLY-STATE
              PERFORM TALLY-TAX-YEAR
              ADD RESULT-FEDERAL-TAX TO WS-TOT-FEDERAL
              ADD RESULT-STATE-TAX TO WS-TOT-STATE
              ADD RESULT-SE-TAX TO WS-TOT-SE
              ADD RESULT-NIIT-TAX TO WS-TOT-NIIT
              ADD RESULT-MEDICARE-TAX TO WS-TOT-MEDICARE
              ADD RESULT-TOTAL-TAX TO WS-TOT-LIABILITY
              ADD RESULT-TOTAL-PAID TO WS-TOT-PAID
              ADD RESULT-BALANCE-DUE TO WS-TOT-BALANCE
              PERFORM TALLY-BALANCE-DUE
           END-IF.
      ******************************************************************
      * the highest federal bracket the result's AGI reaches - bracket
      * n holds income once AGI passes its floor, the way
      * PROCESS-MARGINAL-RATES fills the brackets
      ******************************************************************
       TALLY-TOP-BRACKET SECTION.
           MOVE RESULT-YEAR TO WS-SCHT-WANT-YEAR
           PERFORM FIND-SCHEDULE-YEAR
           MOVE RESULT-STATUS TO WS-STATUS
           PERFORM FIND-SCHEDULE-STATUS
           MOVE 0 TO WS-TOP-BRACKET
           IF WS-SCHT-YR > 0 AND WS-SCHT-FS > 0
              IF WS-SCHT-FED-FOUND(WS-SCHT-YR, WS-SCHT-FS) EQUAL TO 'Y'
                 SET WS-TBL-IX TO 1
                 PERFORM UNTIL WS-TBL-IX >
                       WS-SCHT-FED-COUNT(WS-SCHT-YR, WS-SCHT-FS)
                    IF RESULT-AGI > WS-SCHT-FED-FLOOR
                          (WS-SCHT-YR, WS-SCHT-FS, WS-TBL-IX)
                       MOVE WS-TBL-IX TO WS-TOP-BRACKET
                    END-IF
                    SET WS-TBL-IX UP BY 1
                 END-PERFORM
                 IF WS-TOP-BRACKET EQUAL TO 0
                    SET WS-BRK-NONE-COUNT UP BY 1
                    ADD RESULT-TOTAL-TAX TO WS-BRK-NONE-LIABILITY
                 ELSE
                    MOVE WS-SCHT-FED-RATE
                       (WS-SCHT-YR, WS-SCHT-FS, WS-TOP-BRACKET)
                       TO WS-TOP-RATE
                    PERFORM FIND-OR-ADD-BRACKET
                    SET WS-BRK-COUNT(WS-TBL-SLOT) UP BY 1
                    ADD RESULT-TOTAL-TAX
                       TO WS-BRK-LIABILITY(WS-TBL-SLOT)
                 END-IF
              END-IF
           END-IF
           IF WS-SCHT-YR EQUAL TO 0 OR WS-SCHT-FS EQUAL TO 0
              SET WS-BRK-UNKNOWN-COUNT UP BY 1
              ADD RESULT-TOTAL-TAX TO WS-BRK-UNKNOWN-LIABILITY
           ELSE
              IF WS-SCHT-FED-FOUND(WS-SCHT-YR, WS-SCHT-FS)
                    NOT EQUAL TO 'Y'
                 SET WS-BRK-UNKNOWN-COUNT UP BY 1
                 ADD RESULT-TOTAL-TAX TO WS-BRK-UNKNOWN-LIABILITY
              END-IF
           END-IF.
      ******************************************************************
      * WS-TOP-RATE's slot in the bracket table, a new rate inserted
      * in rate order - twenty distinct top rates is more than any
      * run of years has carried, and a twenty-first would share the
      * last line rather than be lost
      ******************************************************************
       FIND-OR-ADD-BRACKET SECTION.
           MOVE 0 TO WS-TBL-SLOT
           SET WS-TBL-IX TO 1
           PERFORM UNTIL WS-TBL-IX > WS-BRK-USED OR WS-TBL-SLOT > 0
              IF WS-BRK-RATE(WS-TBL-IX) NOT LESS THAN WS-TOP-RATE
                 MOVE WS-TBL-IX TO WS-TBL-SLOT
              END-IF
              SET WS-TBL-IX UP BY 1
           END-PERFORM
           IF WS-TBL-SLOT EQUAL TO 0
              IF WS-BRK-USED < 20
                 SET WS-BRK-USED UP BY 1
                 MOVE WS-BRK-USED TO WS-TBL-SLOT
                 MOVE WS-TOP-RATE TO WS-BRK-RATE(WS-TBL-SLOT)
                 MOVE 0 TO WS-BRK-COUNT(WS-TBL-SLOT)
                 MOVE 0 TO WS-BRK-LIABILITY(WS-TBL-SLOT)
              ELSE
                 MOVE 20 TO WS-TBL-SLOT
              END-IF
           ELSE
              IF WS-BRK-RATE(WS-TBL-SLOT) NOT EQUAL TO WS-TOP-RATE
                 AND WS-BRK-USED < 20
                 SET WS-BRK-USED UP BY 1
                 MOVE WS-BRK-USED TO WS-TBL-IX
                 PERFORM UNTIL WS-TBL-IX NOT > WS-TBL-SLOT
                    SUBTRACT 1 FROM WS-TBL-IX GIVING WS-TBL-FROM
                    MOVE WS-BRK-ENTRY(WS-TBL-FROM)
                       TO WS-BRK-ENTRY(WS-TBL-IX)
                    SET WS-TBL-IX DOWN BY 1
                 END-PERFORM
                 MOVE WS-TOP-RATE TO WS-BRK-RATE(WS-TBL-SLOT)
                 MOVE 0 TO WS-BRK-COUNT(WS-TBL-SLOT)
                 MOVE 0 TO WS-BRK-LIABILITY(WS-TBL-SLOT)
              END-IF
           END-IF.
       TALLY-FILING-STATUS SECTION.
           IF WS-SCHT-FS EQUAL TO 0
              MOVE 5 TO WS-FS-SLOT
           ELSE
              MOVE WS-SCHT-FS TO WS-FS-SLOT
           END-IF
           SET WS-FS-COUNT(WS-FS-SLOT) UP BY 1
           ADD RESULT-TOTAL-TAX TO WS-FS-LIABILITY(WS-FS-SLOT).
      ******************************************************************
      * the state table slot for the client's state, a new state
      * inserted in abbreviation order
      ******************************************************************
       TALLY-STATE SECTION.
           IF NOT WS-RESULT-IS-ON-MASTER
              SET WS-OFF-MASTER-COUNT UP BY 1
              ADD RESULT-TOTAL-TAX TO WS-OFF-MASTER-LIABILITY
           ELSE
              MOVE CLIENT-STATE-ABBR TO WS-WANT-STATE
              MOVE 0 TO WS-TBL-SLOT
              SET WS-TBL-IX TO 1
              PERFORM UNTIL WS-TBL-IX > WS-ST-USED OR WS-TBL-SLOT > 0
                 IF WS-ST-ABBR(WS-TBL-IX) NOT LESS THAN WS-WANT-STATE
                    MOVE WS-TBL-IX TO WS-TBL-SLOT
                 END-IF
                 SET WS-TBL-IX UP BY 1
              END-PERFORM
              IF WS-TBL-SLOT > 0
                 IF WS-ST-ABBR(WS-TBL-SLOT) NOT EQUAL TO WS-WANT-STATE
                    PERFORM INSERT-STATE-ENTRY
                 END-IF
              ELSE
                 IF WS-ST-USED < 60
                    SET WS-ST-USED UP BY 1
                    MOVE WS-ST-USED TO WS-TBL-SLOT
                    MOVE WS-WANT-STATE TO WS-ST-ABBR(WS-TBL-SLOT)
                    MOVE 0 TO WS-ST-COUNT(WS-TBL-SLOT)
                    MOVE 0 TO WS-ST-LIABILITY(WS-TBL-SLOT)
                 END-IF
              END-IF
              IF WS-TBL-SLOT EQUAL TO 0
                 SET WS-ST-OVERFLOW-COUNT UP BY 1
                 ADD RESULT-TOTAL-TAX TO WS-ST-OVERFLOW-LIABILITY
              ELSE
                 SET WS-ST-COUNT(WS-TBL-SLOT) UP BY 1
                 ADD RESULT-TOTAL-TAX TO WS-ST-LIABILITY(WS-TBL-SLOT)
              END-IF
           END-IF.
      * open a slot at WS-TBL-SLOT by shifting the entries below it
      * down one - a full table leaves WS-TBL-SLOT zero
       INSERT-STATE-ENTRY SECTION.
           IF WS-ST-USED < 60
              SET WS-ST-USED UP BY 1
              MOVE WS-ST-USED TO WS-TBL-IX
              PERFORM UNTIL WS-TBL-IX NOT > WS-TBL-SLOT
                 SUBTRACT 1 FROM WS-TBL-IX GIVING WS-TBL-FROM
                 MOVE WS-ST-ENTRY(WS-TBL-FROM) TO WS-ST-ENTRY(WS-TBL-IX)
                 SET WS-TBL-IX DOWN BY 1
              END-PERFORM
              MOVE WS-WANT-STATE TO WS-ST-ABBR(WS-TBL-SLOT)
              MOVE 0 TO WS-ST-COUNT(WS-TBL-SLOT)
              MOVE 0 TO WS-ST-LIABILITY(WS-TBL-SLOT)
           ELSE
              MOVE 0 TO WS-TBL-SLOT
           END-IF.
      ******************************************************************
      * the year table slot for the result's tax year, a new year
      * inserted in year order
      ******************************************************************
       TALLY-TAX-YEAR SECTION.
           MOVE 0 TO WS-TBL-SLOT
           SET WS-TBL-IX TO 1
           PERFORM UNTIL WS-TBL-IX > WS-YR-USED OR WS-TBL-SLOT > 0
              IF WS-YR-YEAR(WS-TBL-IX) NOT LESS THAN RESULT-YEAR
                 MOVE WS-TBL-IX TO WS-TBL-SLOT
              END-IF
              SET WS-TBL-IX UP BY 1
           END-PERFORM
           IF WS-TBL-SLOT > 0
              IF WS-YR-YEAR(WS-TBL-SLOT) NOT EQUAL TO RESULT-YEAR
                 PERFORM INSERT-YEAR-ENTRY
              END-IF
           ELSE
              IF WS-YR-USED < 10
                 SET WS-YR-USED UP BY 1
                 MOVE WS-YR-USED TO WS-TBL-SLOT
                 MOVE RESULT-YEAR TO WS-YR-YEAR(WS-TBL-SLOT)
                 MOVE 0 TO WS-YR-COUNT(WS-TBL-SLOT)
                 MOVE 0 TO WS-YR-LIABILITY(WS-TBL-SLOT)
              END-IF
           END-IF
           IF WS-TBL-SLOT EQUAL TO 0
              SET WS-YR-OVERFLOW-COUNT UP BY 1
              ADD RESULT-TOTAL-TAX TO WS-YR-OVERFLOW-LIABILITY
           ELSE
              SET WS-YR-COUNT(WS-TBL-SLOT) UP BY 1
              ADD RESULT-TOTAL-TAX TO WS-YR-LIABILITY(WS-TBL-SLOT)
           END-IF.
       INSERT-YEAR-ENTRY SECTION.
           IF WS-YR-USED < 10
              SET WS-YR-USED UP BY 1
              MOVE WS-YR-USED TO WS-TBL-IX
              PERFORM UNTIL WS-TBL-IX NOT > WS-TBL-SLOT
                 SUBTRACT 1 FROM WS-TBL-IX GIVING WS-TBL-FROM
                 MOVE WS-YR-ENTRY(WS-TBL-FROM) TO WS-YR-ENTRY(WS-TBL-IX)
                 SET WS-TBL-IX DOWN BY 1
              END-PERFORM
              MOVE RESULT-YEAR TO WS-YR-YEAR(WS-TBL-SLOT)
              MOVE 0 TO WS-YR-COUNT(WS-TBL-SLOT)
              MOVE 0 TO WS-YR-LIABILITY(WS-TBL-SLOT)
           ELSE
              MOVE 0 TO WS-TBL-SLOT
           END-IF.
      ******************************************************************
      * a positive balance into its size band and, if it is large
      * enough, the largest-balances table; zero and negative
      * balances counted apart
      ******************************************************************
       TALLY-BALANCE-DUE SECTION.
           EVALUATE TRUE
              WHEN RESULT-BALANCE-DUE < 0
                 SET WS-OVERPAID-COUNT UP BY 1
                 SUBTRACT RESULT-BALANCE-DUE FROM WS-OVERPAID-AMOUNT
              WHEN RESULT-BALANCE-DUE EQUAL TO 0
                 SET WS-PAID-UP-COUNT UP BY 1
              WHEN OTHER
                 MOVE RESULT-BALANCE-DUE TO WS-BALANCE-OWED
                 MOVE 6 TO WS-BAND-SLOT
                 SET WS-TBL-IX TO 5
                 PERFORM UNTIL WS-TBL-IX < 1
                    IF WS-BALANCE-OWED < WS-BAND-LIMIT(WS-TBL-IX)
                       MOVE WS-TBL-IX TO WS-BAND-SLOT
                    END-IF
                    SET WS-TBL-IX DOWN BY 1
                 END-PERFORM
                 SET WS-BAND-COUNT(WS-BAND-SLOT) UP BY 1
                 ADD WS-BALANCE-OWED TO WS-BAND-AMOUNT(WS-BAND-SLOT)
                 PERFORM TALLY-LARGEST-BALANCE
           END-EVALUATE.
      ******************************************************************
      * keep the twenty largest balances, largest first - a balance
      * equal to one already held goes after it, so the earlier
      * client id keeps its place
      ******************************************************************
       TALLY-LARGEST-BALANCE SECTION.
           MOVE 0 TO WS-BIG-SLOT
           SET WS-TBL-IX TO 1
           PERFORM UNTIL WS-TBL-IX > WS-BIG-USED OR WS-BIG-SLOT > 0
              IF WS-BALANCE-OWED > WS-BIG-BALANCE(WS-TBL-IX)
                 MOVE WS-TBL-IX TO WS-BIG-SLOT
              END-IF
              SET WS-TBL-IX UP BY 1
           END-PERFORM
           IF WS-BIG-SLOT EQUAL TO 0 AND WS-BIG-USED < 20
              SET WS-BIG-USED UP BY 1
              MOVE WS-BIG-USED TO WS-BIG-SLOT
           ELSE
              IF WS-BIG-SLOT > 0
                 IF WS-BIG-USED < 20
                    SET WS-BIG-USED UP BY 1
                 END-IF
                 MOVE WS-BIG-USED TO WS-TBL-IX
                 PERFORM UNTIL WS-TBL-IX NOT > WS-BIG-SLOT
                    SUBTRACT 1 FROM WS-TBL-IX GIVING WS-TBL-FROM
                    MOVE WS-BIG-ENTRY(WS-TBL-FROM)
                       TO WS-BIG-ENTRY(WS-TBL-IX)
                    SET WS-TBL-IX DOWN BY 1
                 END-PERFORM
              END-IF
           END-IF
           IF WS-BIG-SLOT > 0
              MOVE RESULT-CLIENT-ID TO WS-BIG-ID(WS-BIG-SLOT)
              MOVE RESULT-NAME TO WS-BIG-NAME(WS-BIG-SLOT)
              MOVE WS-BALANCE-OWED TO WS-BIG-BALANCE(WS-BIG-SLOT)
           END-IF.
      ******************************************************************
      * the client counts and the tie-out to the batch's stamp
      ******************************************************************
       WRITE-CLIENT-COUNTS SECTION.
           MOVE "CLIENTS" TO WS-ROW-SECTION
           PERFORM WRITE-SECTION-HEADING
           MOVE "ON THE MASTER" TO WS-ROW-LABEL
           MOVE WS-MASTER-COUNT TO WS-ROW-COUNT
           PERFORM WRITE-COUNT-ROW
           MOVE "ACTIVE" TO WS-ROW-LABEL
           MOVE WS-ACTIVE-COUNT TO WS-ROW-COUNT
           PERFORM WRITE-COUNT-ROW
           MOVE "INACTIVE" TO WS-ROW-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-ROW-COUNT
           PERFORM WRITE-COUNT-ROW
           MOVE "PROCESSED BY THE BATCH" TO WS-ROW-LABEL
           MOVE WS-PROCESSED-COUNT TO WS-ROW-COUNT
           PERFORM WRITE-COUNT-ROW
           MOVE "SKIPPED BY THE BATCH" TO WS-ROW-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-ROW-COUNT
           PERFORM WRITE-COUNT-ROW
           MOVE "ACTIVE WITH NO BATCH RESULT" TO WS-ROW-LABEL
           MOVE WS-NO-RESULT-COUNT TO WS-ROW-COUNT
           PERFORM WRITE-COUNT-ROW
           MOVE "RESULTS NO LONGER ON MASTER" TO WS-ROW-LABEL
           MOVE WS-OFF-MASTER-COUNT TO WS-ROW-COUNT
           PERFORM WRITE-COUNT-ROW
           MOVE SPACES TO WS-LINE
           IF NOT WS-BATCH-HAS-FINISHED
              STRING "NO CLEAN BATCH FINISH ON THE RUN-CONTROL FILE"
                 DELIMITED BY SIZE
                 " - COUNTS NOT TIED" DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
           ELSE
              IF WS-BATCH-DONE EQUAL TO WS-PROCESSED-COUNT
                 AND WS-BATCH-SKIP EQUAL TO WS-SKIPPED-COUNT
                 STRING "BATCH FINISHED " DELIMITED BY SIZE
                    WS-BATCH-END-STAMP DELIMITED BY SPACE
                    ": " DELIMITED BY SIZE
                    WS-BATCH-DONE DELIMITED BY SIZE
                    " DONE " DELIMITED BY SIZE
                    WS-BATCH-SKIP DELIMITED BY SIZE
                    " SKIP - COUNTS TIE" DELIMITED BY SIZE
                    INTO WS-LINE
                 END-STRING
              ELSE
                 STRING "BATCH FINISHED " DELIMITED BY SIZE
                    WS-BATCH-END-STAMP DELIMITED BY SPACE
                    ": " DELIMITED BY SIZE
                    WS-BATCH-DONE DELIMITED BY SIZE
                    " DONE " DELIMITED BY SIZE
                    WS-BATCH-SKIP DELIMITED BY SIZE
                    " SKIP - COUNTS DO NOT TIE TO THE EXTRACT"
                       DELIMITED BY SIZE
                    INTO WS-LINE
                 END-STRING
              END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-LINE.
       WRITE-BRACKET-LINES SECTION.
           MOVE "TOP BRACKET" TO WS-ROW-SECTION
           PERFORM WRITE-SECTION-HEADING
           MOVE "NO TAXABLE INCOME" TO WS-ROW-LABEL
           MOVE WS-BRK-NONE-COUNT TO WS-ROW-COUNT
           MOVE WS-BRK-NONE-LIABILITY TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW
           SET WS-TBL-IX TO 1
           PERFORM UNTIL WS-TBL-IX > WS-BRK-USED
              COMPUTE WS-RATE-PERCENT = WS-BRK-RATE(WS-TBL-IX) * 100
              MOVE SPACES TO WS-ROW-LABEL
              STRING WS-RATE-PERCENT DELIMITED BY SIZE
                 " PERCENT" DELIMITED BY SIZE
                 INTO WS-ROW-LABEL
              END-STRING
              MOVE WS-BRK-COUNT(WS-TBL-IX) TO WS-ROW-COUNT
              MOVE WS-BRK-LIABILITY(WS-TBL-IX) TO WS-ROW-AMOUNT
              PERFORM WRITE-FIGURE-ROW
              SET WS-TBL-IX UP BY 1
           END-PERFORM
           IF WS-BRK-UNKNOWN-COUNT > 0
              MOVE "SCHEDULE NOT ON FILE" TO WS-ROW-LABEL
              MOVE WS-BRK-UNKNOWN-COUNT TO WS-ROW-COUNT
              MOVE WS-BRK-UNKNOWN-LIABILITY TO WS-ROW-AMOUNT
              PERFORM WRITE-FIGURE-ROW
           END-IF.
       WRITE-STATUS-LINES SECTION.
           MOVE "FILING STATUS" TO WS-ROW-SECTION
           PERFORM WRITE-SECTION-HEADING
           SET WS-FS-SLOT TO 1
           PERFORM UNTIL WS-FS-SLOT > 4
              MOVE WS-SCHT-STATUS-NAME(WS-FS-SLOT) TO WS-ROW-LABEL
              MOVE WS-FS-COUNT(WS-FS-SLOT) TO WS-ROW-COUNT
              MOVE WS-FS-LIABILITY(WS-FS-SLOT) TO WS-ROW-AMOUNT
              PERFORM WRITE-FIGURE-ROW
              SET WS-FS-SLOT UP BY 1
           END-PERFORM
           IF WS-FS-COUNT(5) > 0
              MOVE "OTHER" TO WS-ROW-LABEL
              MOVE WS-FS-COUNT(5) TO WS-ROW-COUNT
              MOVE WS-FS-LIABILITY(5) TO WS-ROW-AMOUNT
              PERFORM WRITE-FIGURE-ROW
           END-IF.
       WRITE-STATE-LINES SECTION.
           MOVE "STATE" TO WS-ROW-SECTION
           PERFORM WRITE-SECTION-HEADING
           SET WS-TBL-IX TO 1
           PERFORM UNTIL WS-TBL-IX > WS-ST-USED
              IF WS-ST-ABBR(WS-TBL-IX) EQUAL TO SPACES
                 MOVE "NO STATE" TO WS-ROW-LABEL
              ELSE
                 MOVE WS-ST-ABBR(WS-TBL-IX) TO WS-ROW-LABEL
              END-IF
              MOVE WS-ST-COUNT(WS-TBL-IX) TO WS-ROW-COUNT
              MOVE WS-ST-LIABILITY(WS-TBL-IX) TO WS-ROW-AMOUNT
              PERFORM WRITE-FIGURE-ROW
              SET WS-TBL-IX UP BY 1
           END-PERFORM
           IF WS-ST-OVERFLOW-COUNT > 0
              MOVE "OTHER STATES" TO WS-ROW-LABEL
              MOVE WS-ST-OVERFLOW-COUNT TO WS-ROW-COUNT
              MOVE WS-ST-OVERFLOW-LIABILITY TO WS-ROW-AMOUNT
              PERFORM WRITE-FIGURE-ROW
           END-IF
           IF WS-OFF-MASTER-COUNT > 0
              MOVE "NO LONGER ON MASTER" TO WS-ROW-LABEL
              MOVE WS-OFF-MASTER-COUNT TO WS-ROW-COUNT
              MOVE WS-OFF-MASTER-LIABILITY TO WS-ROW-AMOUNT
              PERFORM WRITE-FIGURE-ROW
           END-IF.
       WRITE-YEAR-LINES SECTION.
           MOVE "TAX YEAR" TO WS-ROW-SECTION
           PERFORM WRITE-SECTION-HEADING
           SET WS-TBL-IX TO 1
           PERFORM UNTIL WS-TBL-IX > WS-YR-USED
              MOVE WS-YR-YEAR(WS-TBL-IX) TO WS-ROW-LABEL
              MOVE WS-YR-COUNT(WS-TBL-IX) TO WS-ROW-COUNT
              MOVE WS-YR-LIABILITY(WS-TBL-IX) TO WS-ROW-AMOUNT
              PERFORM WRITE-FIGURE-ROW
              SET WS-TBL-IX UP BY 1
           END-PERFORM
           IF WS-YR-OVERFLOW-COUNT > 0
              MOVE "OTHER YEARS" TO WS-ROW-LABEL
              MOVE WS-YR-OVERFLOW-COUNT TO WS-ROW-COUNT
              MOVE WS-YR-OVERFLOW-LIABILITY TO WS-ROW-AMOUNT
              PERFORM WRITE-FIGURE-ROW
           END-IF.
      ******************************************************************
      * the tax totals over every processed client
      ******************************************************************
       WRITE-TAX-TOTALS SECTION.
           MOVE "TAX TOTALS" TO WS-ROW-SECTION
           PERFORM WRITE-SECTION-HEADING
           COMPUTE WS-TOT-CAPGAINS = WS-TOT-LIABILITY - WS-TOT-FEDERAL
              - WS-TOT-STATE - WS-TOT-SE - WS-TOT-NIIT - WS-TOT-MEDICARE
           MOVE WS-PROCESSED-COUNT TO WS-ROW-COUNT
           MOVE "FEDERAL INCOME TAX" TO WS-ROW-LABEL
           MOVE WS-TOT-FEDERAL TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW
           MOVE "CAPITAL GAINS TAX" TO WS-ROW-LABEL
           MOVE WS-TOT-CAPGAINS TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW
           MOVE "STATE TAX" TO WS-ROW-LABEL
           MOVE WS-TOT-STATE TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW
           MOVE "SELF-EMPLOYMENT TAX" TO WS-ROW-LABEL
           MOVE WS-TOT-SE TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW
           MOVE "NET INVESTMENT INCOME TAX" TO WS-ROW-LABEL
           MOVE WS-TOT-NIIT TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW
           MOVE "ADDITIONAL MEDICARE TAX" TO WS-ROW-LABEL
           MOVE WS-TOT-MEDICARE TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW
           MOVE "TOTAL LIABILITY" TO WS-ROW-LABEL
           MOVE WS-TOT-LIABILITY TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW
           MOVE "PAYMENTS RECEIVED" TO WS-ROW-LABEL
           MOVE WS-TOT-PAID TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW
           MOVE "NET BALANCE DUE" TO WS-ROW-LABEL
           MOVE WS-TOT-BALANCE TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW.
       WRITE-BALANCE-BANDS SECTION.
           MOVE "BALANCE DUE" TO WS-ROW-SECTION
           PERFORM WRITE-SECTION-HEADING
           SET WS-BAND-SLOT TO 1
           PERFORM UNTIL WS-BAND-SLOT > 6
              MOVE WS-BAND-LABEL(WS-BAND-SLOT) TO WS-ROW-LABEL
              MOVE WS-BAND-COUNT(WS-BAND-SLOT) TO WS-ROW-COUNT
              MOVE WS-BAND-AMOUNT(WS-BAND-SLOT) TO WS-ROW-AMOUNT
              PERFORM WRITE-FIGURE-ROW
              SET WS-BAND-SLOT UP BY 1
           END-PERFORM
           MOVE "PAID IN FULL" TO WS-ROW-LABEL
           MOVE WS-PAID-UP-COUNT TO WS-ROW-COUNT
           MOVE 0 TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW
           MOVE "OVERPAYMENT" TO WS-ROW-SECTION
           PERFORM WRITE-SECTION-HEADING
           MOVE "OVERPAID - REFUNDS OWED" TO WS-ROW-LABEL
           MOVE WS-OVERPAID-COUNT TO WS-ROW-COUNT
           MOVE WS-OVERPAID-AMOUNT TO WS-ROW-AMOUNT
           PERFORM WRITE-FIGURE-ROW.
       WRITE-LARGEST-BALANCES SECTION.
           MOVE "LARGEST BALANCES" TO WS-ROW-SECTION
           PERFORM WRITE-SECTION-HEADING
           SET WS-TBL-IX TO 1
           PERFORM UNTIL WS-TBL-IX > WS-BIG-USED
              MOVE SPACES TO WS-ROW-LABEL
              STRING WS-BIG-ID(WS-TBL-IX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-BIG-NAME(WS-TBL-IX) DELIMITED BY SIZE
                 INTO WS-ROW-LABEL
              END-STRING
              MOVE 1 TO WS-ROW-COUNT
              MOVE WS-BIG-BALANCE(WS-TBL-IX) TO WS-ROW-AMOUNT
              PERFORM WRITE-FIGURE-ROW
              SET WS-TBL-IX UP BY 1
           END-PERFORM.
      ******************************************************************
      * a blank line and the section name over each block of lines
      ******************************************************************
       WRITE-SECTION-HEADING SECTION.
           MOVE SPACES TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           STRING WS-ROW-SECTION DELIMITED BY SIZE
              "              CLIENTS" DELIMITED BY SIZE
              "                   AMOUNT" DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
      * a line with a client count and no dollar figure
       WRITE-COUNT-ROW SECTION.
           MOVE WS-ROW-COUNT TO WS-COUNT-SHOWN
           MOVE SPACES TO WS-LINE
           STRING "  " DELIMITED BY SIZE
              WS-ROW-LABEL DELIMITED BY SIZE
              WS-COUNT-SHOWN DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE 'N' TO WS-ROW-HAS-AMOUNT
           PERFORM WRITE-CSV-ROW.
      * a line with a client count and a dollar figure
       WRITE-FIGURE-ROW SECTION.
           MOVE WS-ROW-COUNT TO WS-COUNT-SHOWN
           MOVE WS-ROW-AMOUNT TO WS-CURRENCY
           MOVE SPACES TO WS-LINE
           STRING "  " DELIMITED BY SIZE
              WS-ROW-LABEL DELIMITED BY SIZE
              WS-COUNT-SHOWN DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-CURRENCY DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE 'Y' TO WS-ROW-HAS-AMOUNT
           PERFORM WRITE-CSV-ROW.
      ******************************************************************
      * the same line on the csv copy - the label up to the first
      * double space and quoted, since the band labels carry commas;
      * figures with their leading spaces dropped and no dollar sign
      * or commas, so the spreadsheet reads them as numbers.  a
      * count-only line leaves the amount empty
      ******************************************************************
       WRITE-CSV-ROW SECTION.
           MOVE WS-ROW-COUNT TO WS-CSV-COUNT
           MOVE 0 TO WS-CSV-LEAD
           INSPECT WS-CSV-COUNT TALLYING WS-CSV-LEAD FOR LEADING SPACE
           MOVE SPACES TO WS-CSV-COUNT-TEXT
           MOVE WS-CSV-COUNT(WS-CSV-LEAD + 1:) TO WS-CSV-COUNT-TEXT
           MOVE SPACES TO WS-CSV-AMOUNT-TEXT
           IF WS-ROW-SHOWS-AMOUNT
              MOVE WS-ROW-AMOUNT TO WS-CSV-VAL
              MOVE 0 TO WS-CSV-LEAD
              INSPECT WS-CSV-VAL TALLYING WS-CSV-LEAD
                 FOR LEADING SPACE
              MOVE WS-CSV-VAL(WS-CSV-LEAD + 1:) TO WS-CSV-AMOUNT-TEXT
           END-IF
           MOVE SPACES TO CSV-RECORD
           STRING WS-ROW-SECTION DELIMITED BY "  "
              ",""" DELIMITED BY SIZE
              WS-ROW-LABEL DELIMITED BY "  "
              """," DELIMITED BY SIZE
              WS-CSV-COUNT-TEXT DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-CSV-AMOUNT-TEXT DELIMITED BY SPACE
              INTO CSV-RECORD
           END-STRING
           WRITE CSV-RECORD.
      ******************************************************************
      * LOAD-RUN-CONTROL / FIND-RUN-STEP and the rest of the
      * run-control sections - see RUNCPROC.CPY
      ******************************************************************
       COPY RUNCPROC.
      ******************************************************************
      * the in-memory schedules table sections shared with MTRC-005 -
      * see SCHTPROC.CPY
      ******************************************************************
       COPY SCHTPROC.
      ******************************************************************
      * CHECK-SCHEDULES-YEAR and the federal schedule sections the
      * table loaders travel with - see SCHDPROC.CPY
      ******************************************************************
       COPY SCHDPROC.
      ******************************************************************
      * the state and SE sections the table loaders travel with - see
      * STATPROC.CPY
      ******************************************************************
       COPY STATPROC.
