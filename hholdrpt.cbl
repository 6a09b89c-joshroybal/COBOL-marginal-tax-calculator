      ******************************************************************
      * HHOLDRPT.CBL
      * household filing comparison for married couples kept as two
      * separately-filing client records and paired on the master by
      * their spouse links (CLIENT-SPOUSE-ID - see CLNTFDR.CPY, set
      * by the LINK transaction of MTRC-006).  for each linked pair
      * the two separate liabilities the nightly batch (MTRC-005)
      * wrote to the results extract (see RSLTFDR.CPY) are added
      * together and set against one joint computation on the pair's
      * combined gross income, itemized deductions, net SE income,
      * dependent children and capital gains, run through the same
      * shared schedule sections the calculator uses, and the report
      * shows what filing jointly would save or cost.  run after the
      * batch, so the separate figures are the ones it just computed.
      *
      * a pair is listed as not compared, with the reason, when the
      * link is not returned, a spouse is inactive or no longer files
      * separately, the two are in different tax years or different
      * states, or the batch has no processed result for one of them
      * in that year.  the joint computation uses the pair's one
      * state, so a couple split across two states is never given a
      * joint figure that would be wrong for one of them.  report is
      * hholdrpt.rpt.
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRC-021.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLNTFD.
           COPY RSLTFD.
           COPY SCHDFD.
           COPY STATFD.
           SELECT REPORT-FILE
              ASSIGN TO DYNAMIC WS-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLNTFDR.

       COPY RSLTFDR.

       COPY SCHDFDR.

       COPY STATFDR.

       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CLNTWS.
       COPY RSLTWS.
       COPY SCHDWS.
       COPY STATWS.
       77 WS-REPORT-FILENAME        PIC X(50) VALUE "hholdrpt.rpt".
      ******************************************************************
      * fields the shared schedule sections expect the calling
      * program to supply - see SCHDWS.CPY
      ******************************************************************
       77 WS-SCHEDULES-FILENAME     PIC X(50) VALUE SPACES.
       77 WS-STATUS                 PIC X(24) VALUE SPACES.
       77 WS-AMOUNT                 PIC 9(13)V99 VALUE 0.
       77 WS-FILES-OPEN             PIC X(1) VALUE 'Y'.
           88 WS-FILES-ARE-OPEN     VALUE 'Y'.
       77 WS-RESULTS-EOF            PIC X(1) VALUE 'N'.
      ******************************************************************
      * every linked client on the master, tabled in key order with
      * the figures the joint computation needs and the batch result
      * matched to it off the extract - a master with more linked
      * clients than the table holds leaves its overflow out of the
      * comparison, and says so in the report
      ******************************************************************
       01 WS-LINKED-TABLE.
           05 WS-LINKED-ENTRY OCCURS 2000 TIMES.
               10 WS-LNK-ID         PIC X(6).
               10 WS-LNK-NAME       PIC X(24).
               10 WS-LNK-SPOUSE-ID  PIC X(6).
               10 WS-LNK-STATUS     PIC X(24).
               10 WS-LNK-YEAR       PIC X(4).
               10 WS-LNK-STATE      PIC X(2).
               10 WS-LNK-ACTIVE     PIC X(1).
               10 WS-LNK-AMOUNT     PIC 9(13)V99.
               10 WS-LNK-ITEMIZED   PIC 9(9)V99.
               10 WS-LNK-SE-INCOME  PIC 9(13)V99.
               10 WS-LNK-DEPENDENTS PIC 9(2).
               10 WS-LNK-CAP-GAINS  PIC 9(13)V99.
               10 WS-LNK-RESULT     PIC X(1).
               10 WS-LNK-RESULT-YEAR PIC X(4).
               10 WS-LNK-TOTAL-TAX  PIC 9(13)V99.
       77 WS-LINKED-USED            PIC 9(05) VALUE 0.
       77 WS-LINKED-OVERFLOW        PIC 9(05) VALUE 0.
       77 WS-SLOT                   PIC 9(05) VALUE 0.
       77 WS-SPOUSE-SLOT            PIC 9(05) VALUE 0.
       77 WS-SEARCH-SLOT            PIC 9(05) VALUE 0.
       77 WS-LOOKUP-SUB             PIC 9(05) VALUE 0.
       77 WS-SEARCH-ID              PIC X(6) VALUE SPACES.
      ******************************************************************
      * the pair in hand and its comparison
      ******************************************************************
       77 WS-PAIR-REASON            PIC X(44) VALUE SPACES.
       77 WS-SEPARATE-TOTAL         PIC 9(13)V99 VALUE 0.
       77 WS-JOINT-TOTAL            PIC 9(13)V99 VALUE 0.
       77 WS-PAIR-DIFFERENCE        PIC 9(13)V99 VALUE 0.
       77 WS-COMPARED-COUNT         PIC 9(05) VALUE 0.
       77 WS-JOINT-SAVES-COUNT      PIC 9(05) VALUE 0.
       77 WS-SEPARATE-SAVES-COUNT   PIC 9(05) VALUE 0.
       77 WS-EVEN-COUNT             PIC 9(05) VALUE 0.
       77 WS-NOT-COMPARED-COUNT     PIC 9(05) VALUE 0.
       77 WS-JOINT-SAVINGS          PIC 9(13)V99 VALUE 0.
       77 WS-SEPARATE-SAVINGS       PIC 9(13)V99 VALUE 0.
       77 WS-CURRENCY               PIC $$$$,$$$,$$9.99.
       77 WS-CURRENCY-2             PIC $$$$,$$$,$$9.99.
       77 WS-CURRENCY-3             PIC $$$$,$$$,$$9.99.
       77 WS-LINE                   PIC X(132) VALUE SPACES.
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-HOUSEHOLD-RUN
           IF WS-FILES-ARE-OPEN
              PERFORM LOAD-LINKED-CLIENTS
              PERFORM COMPARE-LINKED-PAIRS
              PERFORM REPORT-HOUSEHOLD-TOTALS
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.
      ******************************************************************
      * open the report, the master and the results extract - either
      * input missing yields a one-line report naming it
      ******************************************************************
       INITIALIZE-HOUSEHOLD-RUN SECTION.
           OPEN OUTPUT REPORT-FILE
           MOVE "HOUSEHOLD FILING COMPARISON - JOINT VERSUS SEPARATE"
              TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
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
      * sweep the master in key order against the results extract,
      * which the batch writes in the same order, tabling every
      * client that carries a spouse link
      ******************************************************************
       LOAD-LINKED-CLIENTS SECTION.
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
                    IF CLIENT-SPOUSE-ID NOT EQUAL TO SPACES
                       PERFORM TABLE-LINKED-CLIENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESULTS-FILE
           CLOSE CLIENT-MASTER-FILE.
       TABLE-LINKED-CLIENT SECTION.
           IF WS-LINKED-USED NOT LESS THAN 2000
              SET WS-LINKED-OVERFLOW UP BY 1
           ELSE
              SET WS-LINKED-USED UP BY 1
              MOVE WS-LINKED-USED TO WS-SLOT
              MOVE CLIENT-ID TO WS-LNK-ID(WS-SLOT)
              MOVE CLIENT-NAME TO WS-LNK-NAME(WS-SLOT)
              MOVE CLIENT-SPOUSE-ID TO WS-LNK-SPOUSE-ID(WS-SLOT)
              MOVE CLIENT-STATUS TO WS-LNK-STATUS(WS-SLOT)
              MOVE CLIENT-YEAR TO WS-LNK-YEAR(WS-SLOT)
              MOVE CLIENT-STATE-ABBR TO WS-LNK-STATE(WS-SLOT)
              MOVE CLIENT-ACTIVE TO WS-LNK-ACTIVE(WS-SLOT)
              MOVE CLIENT-AMOUNT TO WS-LNK-AMOUNT(WS-SLOT)
              MOVE CLIENT-ITEMIZED TO WS-LNK-ITEMIZED(WS-SLOT)
              MOVE CLIENT-SE-INCOME TO WS-LNK-SE-INCOME(WS-SLOT)
              MOVE CLIENT-DEPENDENTS TO WS-LNK-DEPENDENTS(WS-SLOT)
              MOVE CLIENT-CAP-GAINS TO WS-LNK-CAP-GAINS(WS-SLOT)
              MOVE SPACES TO WS-LNK-RESULT(WS-SLOT)
              MOVE SPACES TO WS-LNK-RESULT-YEAR(WS-SLOT)
              MOVE 0 TO WS-LNK-TOTAL-TAX(WS-SLOT)
              PERFORM FIND-CLIENT-RESULT
              IF WS-RESULTS-EOF NOT EQUAL TO 'Y'
                 AND RESULT-CLIENT-ID EQUAL TO CLIENT-ID
                 MOVE RESULT-FLAG TO WS-LNK-RESULT(WS-SLOT)
                 MOVE RESULT-YEAR TO WS-LNK-RESULT-YEAR(WS-SLOT)
                 MOVE RESULT-TOTAL-TAX TO WS-LNK-TOTAL-TAX(WS-SLOT)
              END-IF
           END-IF.
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
           END-PERFORM.
      ******************************************************************
      * each pair is taken once, from its lower id - a client whose
      * spouse does not link back to it is taken from its own entry
      * too, so a one-sided link still shows on the report
      ******************************************************************
       COMPARE-LINKED-PAIRS SECTION.
           MOVE SPACES TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "ID     CLIENT NAME              YEAR ST   SEPARATE TAX"
              TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           SET WS-SLOT TO 1
           PERFORM UNTIL WS-SLOT > WS-LINKED-USED
              MOVE WS-LNK-SPOUSE-ID(WS-SLOT) TO WS-SEARCH-ID
              PERFORM FIND-LINKED-SLOT
              MOVE WS-SEARCH-SLOT TO WS-SPOUSE-SLOT
              IF WS-LNK-ID(WS-SLOT) < WS-LNK-SPOUSE-ID(WS-SLOT)
                 OR WS-SPOUSE-SLOT EQUAL TO 0
                 PERFORM COMPARE-ONE-PAIR
              ELSE
                 IF WS-LNK-SPOUSE-ID(WS-SPOUSE-SLOT)
                    NOT EQUAL TO WS-LNK-ID(WS-SLOT)
                    PERFORM COMPARE-ONE-PAIR
                 END-IF
              END-IF
              SET WS-SLOT UP BY 1
           END-PERFORM.
      ******************************************************************
      * the table slot of the linked client WS-SEARCH-ID, zero when
      * it is not a linked client on the master
      ******************************************************************
       FIND-LINKED-SLOT SECTION.
           MOVE 0 TO WS-SEARCH-SLOT
           SET WS-LOOKUP-SUB TO 1
           PERFORM UNTIL WS-LOOKUP-SUB > WS-LINKED-USED
              OR WS-SEARCH-SLOT > 0
              IF WS-LNK-ID(WS-LOOKUP-SUB) EQUAL TO WS-SEARCH-ID
                 MOVE WS-LOOKUP-SUB TO WS-SEARCH-SLOT
              END-IF
              SET WS-LOOKUP-SUB UP BY 1
           END-PERFORM.
      ******************************************************************
      * hold the pair to the rules a fair comparison needs, then
      * either work the joint figure or list the pair with the
      * reason it was not compared
      ******************************************************************
       COMPARE-ONE-PAIR SECTION.
           MOVE SPACES TO WS-PAIR-REASON
           EVALUATE TRUE
              WHEN WS-SPOUSE-SLOT EQUAL TO 0
                 MOVE "spouse not on master or link not returned"
                    TO WS-PAIR-REASON
              WHEN WS-LNK-SPOUSE-ID(WS-SPOUSE-SLOT)
                    NOT EQUAL TO WS-LNK-ID(WS-SLOT)
                 MOVE "spouse is linked to another client"
                    TO WS-PAIR-REASON
              WHEN WS-LNK-ACTIVE(WS-SLOT) NOT EQUAL TO 'A'
                 OR WS-LNK-ACTIVE(WS-SPOUSE-SLOT) NOT EQUAL TO 'A'
                 MOVE "a spouse is inactive" TO WS-PAIR-REASON
              WHEN WS-LNK-STATUS(WS-SLOT) NOT EQUAL TO "separate"
                 OR WS-LNK-STATUS(WS-SPOUSE-SLOT)
                    NOT EQUAL TO "separate"
                 MOVE "a spouse does not file separately"
                    TO WS-PAIR-REASON
              WHEN WS-LNK-YEAR(WS-SLOT)
                    NOT EQUAL TO WS-LNK-YEAR(WS-SPOUSE-SLOT)
                 MOVE "spouses are in different tax years"
                    TO WS-PAIR-REASON
              WHEN WS-LNK-STATE(WS-SLOT)
                    NOT EQUAL TO WS-LNK-STATE(WS-SPOUSE-SLOT)
                 MOVE "spouses are in different states"
                    TO WS-PAIR-REASON
              WHEN WS-LNK-RESULT(WS-SLOT) NOT EQUAL TO 'P'
                 OR WS-LNK-RESULT(WS-SPOUSE-SLOT) NOT EQUAL TO 'P'
                 MOVE "no processed batch result for a spouse"
                    TO WS-PAIR-REASON
              WHEN WS-LNK-RESULT-YEAR(WS-SLOT)
                    NOT EQUAL TO WS-LNK-YEAR(WS-SLOT)
                 OR WS-LNK-RESULT-YEAR(WS-SPOUSE-SLOT)
                    NOT EQUAL TO WS-LNK-YEAR(WS-SLOT)
                 MOVE "batch result is for another tax year"
                    TO WS-PAIR-REASON
           END-EVALUATE
           IF WS-PAIR-REASON EQUAL TO SPACES
              MOVE SPACES TO WS-SCHEDULES-FILENAME
              STRING "schedules/" DELIMITED BY SIZE
                 WS-LNK-YEAR(WS-SLOT) DELIMITED BY SIZE
                 INTO WS-SCHEDULES-FILENAME
              END-STRING
              PERFORM CHECK-SCHEDULES-YEAR
              IF NOT WS-FILE-CHECK-IS-OK
                 MOVE "tax year schedule not found" TO WS-PAIR-REASON
              END-IF
           END-IF
           IF WS-PAIR-REASON EQUAL TO SPACES
              PERFORM COMPUTE-JOINT-LIABILITY
              PERFORM WRITE-PAIR-COMPARISON
           ELSE
              PERFORM WRITE-PAIR-NOT-COMPARED
           END-IF.
      ******************************************************************
      * one joint return on the pair's combined figures, run through
      * the shared load/process sections in the order the batch
      * runs them - federal, state, SE, capital gains, then the
      * surtaxes at the joint thresholds
      ******************************************************************
       COMPUTE-JOINT-LIABILITY SECTION.
           MOVE "joint" TO WS-STATUS
           ADD WS-LNK-AMOUNT(WS-SLOT) WS-LNK-AMOUNT(WS-SPOUSE-SLOT)
              GIVING WS-AMOUNT
           ADD WS-LNK-ITEMIZED(WS-SLOT)
              WS-LNK-ITEMIZED(WS-SPOUSE-SLOT)
              GIVING WS-ITEMIZED-DEDUCT
           ADD WS-LNK-SE-INCOME(WS-SLOT)
              WS-LNK-SE-INCOME(WS-SPOUSE-SLOT)
              GIVING WS-SE-INCOME
           ADD WS-LNK-DEPENDENTS(WS-SLOT)
              WS-LNK-DEPENDENTS(WS-SPOUSE-SLOT)
              GIVING WS-DEPENDENTS
           ADD WS-LNK-CAP-GAINS(WS-SLOT)
              WS-LNK-CAP-GAINS(WS-SPOUSE-SLOT)
              GIVING WS-CG-INCOME
           MOVE WS-LNK-STATE(WS-SLOT) TO WS-STATE-ABBR
           MOVE 0 TO WS-PRIOR-YEAR-TAX
           MOVE 0 TO WS-TAX WS-STATE-TAX WS-COMBINED-TAX WS-SE-TAX
              WS-CG-TAX WS-NIIT-TAX WS-ADDMED-TAX WS-TOTAL-LIABILITY
      * a pair with no gross income between them owes no joint tax -
      * the effective-rate division needs an income to divide by
           IF WS-AMOUNT > ZERO
              PERFORM LOAD-MARGINAL-RATES
              PERFORM PROCESS-MARGINAL-RATES
              IF WS-STATE-ABBR NOT EQUAL TO SPACES
                 PERFORM LOAD-STATE-RATES
                 PERFORM PROCESS-STATE-RATES
              END-IF
              IF WS-SE-INCOME > ZERO
                 PERFORM LOAD-SE-WAGE-BASE
                 PERFORM PROCESS-SELF-EMPLOYMENT-TAX
              ELSE
                 IF WS-STATE-ABBR NOT EQUAL TO SPACES
                    MOVE WS-COMBINED-TAX TO WS-TOTAL-LIABILITY
                 ELSE
                    MOVE WS-TAX TO WS-TOTAL-LIABILITY
                 END-IF
              END-IF
              IF WS-CG-INCOME > ZERO
                 PERFORM LOAD-CAPGAINS-RATES
                 PERFORM PROCESS-CAPITAL-GAINS-TAX
              END-IF
              PERFORM LOAD-SURTAX-RATES
              PERFORM PROCESS-SURTAXES
           END-IF
           MOVE WS-TOTAL-LIABILITY TO WS-JOINT-TOTAL
           ADD WS-LNK-TOTAL-TAX(WS-SLOT)
              WS-LNK-TOTAL-TAX(WS-SPOUSE-SLOT)
              GIVING WS-SEPARATE-TOTAL.
      ******************************************************************
      * two spouse lines with the separate liabilities, then the
      * pair's separate total, the joint figure and which way the
      * difference falls
      ******************************************************************
       WRITE-PAIR-COMPARISON SECTION.
           SET WS-COMPARED-COUNT UP BY 1
           MOVE WS-SLOT TO WS-SEARCH-SLOT
           PERFORM WRITE-SPOUSE-LINE
           MOVE WS-SPOUSE-SLOT TO WS-SEARCH-SLOT
           PERFORM WRITE-SPOUSE-LINE
           MOVE WS-SEPARATE-TOTAL TO WS-CURRENCY
           MOVE WS-JOINT-TOTAL TO WS-CURRENCY-2
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
              WHEN WS-JOINT-TOTAL < WS-SEPARATE-TOTAL
                 SUBTRACT WS-JOINT-TOTAL FROM WS-SEPARATE-TOTAL
                    GIVING WS-PAIR-DIFFERENCE
                 ADD WS-PAIR-DIFFERENCE TO WS-JOINT-SAVINGS
                 SET WS-JOINT-SAVES-COUNT UP BY 1
                 MOVE WS-PAIR-DIFFERENCE TO WS-CURRENCY-3
                 STRING "       SEPARATE: " DELIMITED BY SIZE
                    WS-CURRENCY DELIMITED BY SIZE
                    "   JOINT: " DELIMITED BY SIZE
                    WS-CURRENCY-2 DELIMITED BY SIZE
                    "   FILING JOINTLY SAVES " DELIMITED BY SIZE
                    WS-CURRENCY-3 DELIMITED BY SIZE
                    INTO WS-LINE
                 END-STRING
              WHEN WS-JOINT-TOTAL > WS-SEPARATE-TOTAL
                 SUBTRACT WS-SEPARATE-TOTAL FROM WS-JOINT-TOTAL
                    GIVING WS-PAIR-DIFFERENCE
                 ADD WS-PAIR-DIFFERENCE TO WS-SEPARATE-SAVINGS
                 SET WS-SEPARATE-SAVES-COUNT UP BY 1
                 MOVE WS-PAIR-DIFFERENCE TO WS-CURRENCY-3
                 STRING "       SEPARATE: " DELIMITED BY SIZE
                    WS-CURRENCY DELIMITED BY SIZE
                    "   JOINT: " DELIMITED BY SIZE
                    WS-CURRENCY-2 DELIMITED BY SIZE
                    "   FILING JOINTLY COSTS " DELIMITED BY SIZE
                    WS-CURRENCY-3 DELIMITED BY SIZE
                    INTO WS-LINE
                 END-STRING
              WHEN OTHER
                 SET WS-EVEN-COUNT UP BY 1
                 STRING "       SEPARATE: " DELIMITED BY SIZE
                    WS-CURRENCY DELIMITED BY SIZE
                    "   JOINT: " DELIMITED BY SIZE
                    WS-CURRENCY-2 DELIMITED BY SIZE
                    "   NO DIFFERENCE" DELIMITED BY SIZE
                    INTO WS-LINE
                 END-STRING
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE.
       WRITE-SPOUSE-LINE SECTION.
           MOVE WS-LNK-TOTAL-TAX(WS-SEARCH-SLOT) TO WS-CURRENCY
           MOVE SPACES TO WS-LINE
           STRING WS-LNK-ID(WS-SEARCH-SLOT) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-LNK-NAME(WS-SEARCH-SLOT) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-LNK-YEAR(WS-SEARCH-SLOT) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-LNK-STATE(WS-SEARCH-SLOT) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CURRENCY DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * a pair that could not be compared - the client in hand, the
      * spouse id it names and the reason
      ******************************************************************
       WRITE-PAIR-NOT-COMPARED SECTION.
           SET WS-NOT-COMPARED-COUNT UP BY 1
           MOVE SPACES TO WS-LINE
           STRING WS-LNK-ID(WS-SLOT) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-LNK-NAME(WS-SLOT) DELIMITED BY SIZE
              " SPOUSE " DELIMITED BY SIZE
              WS-LNK-SPOUSE-ID(WS-SLOT) DELIMITED BY SIZE
              " NOT COMPARED - " DELIMITED BY SIZE
              WS-PAIR-REASON DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * the footer - pairs each way and what they add up to
      ******************************************************************
       REPORT-HOUSEHOLD-TOTALS SECTION.
           MOVE SPACES TO WS-LINE
           STRING "LINKED CLIENTS: " DELIMITED BY SIZE
              WS-LINKED-USED DELIMITED BY SIZE
              "   PAIRS COMPARED: " DELIMITED BY SIZE
              WS-COMPARED-COUNT DELIMITED BY SIZE
              "   NOT COMPARED: " DELIMITED BY SIZE
              WS-NOT-COMPARED-COUNT DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE WS-JOINT-SAVINGS TO WS-CURRENCY
           MOVE SPACES TO WS-LINE
           STRING "JOINT SAVES:    " DELIMITED BY SIZE
              WS-JOINT-SAVES-COUNT DELIMITED BY SIZE
              " PAIRS " DELIMITED BY SIZE
              WS-CURRENCY DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE WS-SEPARATE-SAVINGS TO WS-CURRENCY
           MOVE SPACES TO WS-LINE
           STRING "SEPARATE SAVES: " DELIMITED BY SIZE
              WS-SEPARATE-SAVES-COUNT DELIMITED BY SIZE
              " PAIRS " DELIMITED BY SIZE
              WS-CURRENCY DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "NO DIFFERENCE:  " DELIMITED BY SIZE
              WS-EVEN-COUNT DELIMITED BY SIZE
              " PAIRS" DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           IF WS-LINKED-OVERFLOW > 0
              MOVE SPACES TO WS-LINE
              STRING "LINKED CLIENTS OVER THE TABLE LIMIT, "
                 DELIMITED BY SIZE
                 "NOT COMPARED: " DELIMITED BY SIZE
                 WS-LINKED-OVERFLOW DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF.
      ******************************************************************
      * CHECK-SCHEDULES-YEAR, LOAD-MARGINAL-RATES and
      * PROCESS-MARGINAL-RATES shared with MTRC-004 - see SCHDPROC.CPY
      ******************************************************************
       COPY SCHDPROC.
      ******************************************************************
      * the state, SE, capital gains and surtax sections shared with
      * MTRC-004 - see STATPROC.CPY
      ******************************************************************
       COPY STATPROC.
