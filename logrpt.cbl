      *       amount is within TOLERANCE dollars of AMOUNT (100.00
      *       when no tolerance is given), so a disputed quote can be
      *       traced without grepping the raw file by eye
      *    client ID YYMMDD YYMMDD
      *       prints every submission in the date range the
      *       calculator made for the one client - an exact match on
      *       the client id the line carries
      *
      * a log line reads, comma-delimited:
      *    YYMMDD-HHMMSShh,AMOUNT,STATUS,SCHEDULES-FILE,TAX,CLIENTID
      * with AMOUNT and TAX as the raw 15-digit display of a
      * PIC 9(13)V99 field - two implied decimals, no point.  the
      * client id is blank on a walk-in quote.  lines written before
      * the calculator carried the client id end at TAX - such a
      * line still reads in every mode, but can only be found for a
      * client by the amount lookup
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
       77 WS-MODE                   PIC X(8) VALUE SPACES.
           88 WS-SUMMARY-MODE       VALUE "summary".
           88 WS-LOOKUP-MODE        VALUE "lookup".
           88 WS-CLIENT-MODE        VALUE "client".
       77 WS-ARG1                   PIC X(20) VALUE SPACES.
       77 WS-ARG2                   PIC X(20) VALUE SPACES.
       77 WS-ARG3                   PIC X(20) VALUE SPACES.
       77 WS-LOG-STATUS             PIC X(24) VALUE SPACES.
       77 WS-LOG-SCHEDULES          PIC X(50) VALUE SPACES.
       77 WS-LOG-TAX-TEXT           PIC X(15) VALUE SPACES.
       77 WS-LOG-CLIENT-ID          PIC X(6) VALUE SPACES.
       77 WS-LOG-FIELDS             PIC 99 VALUE 0.
           88 WS-LOG-IS-OLD-LAYOUT  VALUE 5.
       77 WS-LOG-RAW                PIC 9(15) VALUE 0.
       77 WS-LOG-AMOUNT             PIC 9(13)V99 VALUE 0.
       77 WS-LOG-TAX                PIC 9(13)V99 VALUE 0.
       77 WS-MONTH-COUNT            PIC 9(05) VALUE 0.
       77 WS-TOTAL-TAX              PIC 9(13)V99 VALUE 0.
       77 WS-AVERAGE-TAX            PIC 9(13)V99 VALUE 0.
       77 WS-CLIENT-QUOTES          PIC 9(05) VALUE 0.
       77 WS-WALKIN-QUOTES          PIC 9(05) VALUE 0.
       77 WS-OLD-LAYOUT-COUNT       PIC 9(05) VALUE 0.
      ******************************************************************
      * date-range and amount lookup
      ******************************************************************
       77 WS-DIFFERENCE             PIC S9(13)V99 VALUE 0.
       77 WS-MATCH-COUNT            PIC 9(05) VALUE 0.
       77 WS-LOG-STAMP-DATE         PIC 9(6) VALUE 0.
       77 WS-INQUIRY-ID             PIC X(6) VALUE SPACES.
       77 WS-COUNTER                PIC 99 VALUE 0.
       77 WS-CURRENCY               PIC $$$$,$$$,$$9.99.
       77 WS-CURRENCY-2             PIC $$$$,$$$,$$9.99.
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-REPORT-RUN
           IF WS-ARGS-ARE-OK
              EVALUATE TRUE
                 WHEN WS-SUMMARY-MODE
                    PERFORM PROCESS-SUMMARY
                    PERFORM WRITE-SUMMARY-REPORT
                 WHEN WS-CLIENT-MODE
                    PERFORM PROCESS-CLIENT-LOOKUP
                 WHEN OTHER
                    PERFORM PROCESS-LOOKUP
              END-EVALUATE
           END-IF
           PERFORM FINALIZE-REPORT-RUN
           STOP RUN.
                       MOVE 'N' TO WS-ARGS-OK
                    END-IF
                 END-IF
              WHEN WS-CLIENT-MODE
                 IF WS-ARG1 EQUAL TO SPACES
                    MOVE 'N' TO WS-ARGS-OK
                 ELSE
                    MOVE WS-ARG1(1:6) TO WS-INQUIRY-ID
                 END-IF
                 IF WS-ARG2(1:6) IS NUMERIC AND
                       WS-ARG3(1:6) IS NUMERIC
                    MOVE WS-ARG2(1:6) TO WS-RANGE-FROM
                    MOVE WS-ARG3(1:6) TO WS-RANGE-TO
                 ELSE
                    MOVE 'N' TO WS-ARGS-OK
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-ARGS-OK
           END-EVALUATE
              MOVE SPACES TO WS-LINE
              STRING "USAGE: summary YYMM | lookup YYMMDD YYMMDD "
                 DELIMITED BY SIZE
                 "AMOUNT [TOLERANCE] | client ID YYMMDD YYMMDD"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
      * one log line into its fields - a line that doesn't unstring
      * into a numeric date stamp and numeric amount and tax is
      * counted malformed and left out of whichever report is being
      * built.  the field count tells the two layouts apart - five
      * fields is a line from before the client id was carried, and
      * leaves WS-LOG-CLIENT-ID blank
      ******************************************************************
       PARSE-LOG-RECORD SECTION.
           MOVE 'Y' TO WS-PARSE-OK
           MOVE SPACES TO WS-LOG-STAMP WS-LOG-AMOUNT-TEXT
              WS-LOG-STATUS WS-LOG-SCHEDULES WS-LOG-TAX-TEXT
              WS-LOG-CLIENT-ID
           MOVE 0 TO WS-LOG-FIELDS
           UNSTRING LOG-RECORD DELIMITED BY ","
              INTO WS-LOG-STAMP, WS-LOG-AMOUNT-TEXT, WS-LOG-STATUS,
                 WS-LOG-SCHEDULES, WS-LOG-TAX-TEXT, WS-LOG-CLIENT-ID
              TALLYING IN WS-LOG-FIELDS
           END-UNSTRING
           IF WS-LOG-STAMP(1:6) IS NUMERIC
              AND WS-LOG-AMOUNT-TEXT IS NUMERIC
           IF WS-YEAR-SLOT > 0
              SET WS-YEAR-TALLY(WS-YEAR-SLOT) UP BY 1
           END-IF
           EVALUATE TRUE
              WHEN WS-LOG-IS-OLD-LAYOUT
                 SET WS-OLD-LAYOUT-COUNT UP BY 1
              WHEN WS-LOG-CLIENT-ID EQUAL TO SPACES
                 SET WS-WALKIN-QUOTES UP BY 1
              WHEN OTHER
                 SET WS-CLIENT-QUOTES UP BY 1
           END-EVALUATE
           ADD WS-LOG-TAX TO WS-TOTAL-TAX.
      ******************************************************************
      * the month-end page - submissions per day, the status and
              WS-CURRENCY-2 DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "CLIENT QUOTES: " DELIMITED BY SIZE
              WS-CLIENT-QUOTES DELIMITED BY SIZE
              "   WALK-IN QUOTES: " DELIMITED BY SIZE
              WS-WALKIN-QUOTES DELIMITED BY SIZE
              "   LINES WITHOUT CLIENT ID FIELD: " DELIMITED BY SIZE
              WS-OLD-LAYOUT-COUNT DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * sweep the logs for submissions inside the date range whose
              CLOSE LOG-FILE
           END-IF.
      ******************************************************************
      * every submission in the date range made for the one client -
      * the same archive-then-live-log sweep the amount lookup makes,
      * matched exactly on the client id.  lines from before the id
      * was carried cannot be matched this way, so the ones inside
      * the range are counted on the footer as a pointer to the
      * amount lookup
      ******************************************************************
       PROCESS-CLIENT-LOOKUP SECTION.
           MOVE SPACES TO WS-LINE
           STRING "CLIENT SUBMISSIONS " DELIMITED BY SIZE
              WS-RANGE-FROM DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              WS-RANGE-TO DELIMITED BY SIZE
              "  CLIENT " DELIMITED BY SIZE
              WS-INQUIRY-ID DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE WS-RANGE-FROM(1:4) TO WS-ARCH-MONTH
           MOVE WS-RANGE-TO(1:4) TO WS-ARCH-END-MONTH
           PERFORM UNTIL WS-ARCH-MONTH > WS-ARCH-END-MONTH
              MOVE WS-ARCH-MONTH TO WS-ARCH-MONTH-X
              MOVE SPACES TO WS-LOG-FILENAME
              STRING "taxcalc." DELIMITED BY SIZE
                 WS-ARCH-MONTH-X DELIMITED BY SIZE
                 INTO WS-LOG-FILENAME
              END-STRING
              PERFORM READ-LOG-FOR-CLIENT
              PERFORM STEP-TO-NEXT-MONTH
           END-PERFORM
           MOVE WS-LIVE-LOG-FILENAME TO WS-LOG-FILENAME
           PERFORM READ-LOG-FOR-CLIENT
           MOVE SPACES TO WS-LINE
           STRING "MATCHES: " DELIMITED BY SIZE
              WS-MATCH-COUNT DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           IF WS-OLD-LAYOUT-COUNT > 0
              MOVE SPACES TO WS-LINE
              STRING "LINES IN RANGE WITHOUT CLIENT ID FIELD: "
                 DELIMITED BY SIZE
                 WS-OLD-LAYOUT-COUNT DELIMITED BY SIZE
                 " - SEE lookup MODE" DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF.
       READ-LOG-FOR-CLIENT SECTION.
           MOVE 'N' TO LOG-FILE-EOF
           OPEN INPUT LOG-FILE
           IF WS-LOG-FILE-STATUS NOT EQUAL TO "00"
              MOVE 'Y' TO LOG-FILE-EOF
           ELSE
              PERFORM UNTIL LOG-FILE-EOF EQUAL TO 'Y'
                 READ LOG-FILE
                    AT END MOVE 'Y' TO LOG-FILE-EOF
                    NOT AT END
                       PERFORM PARSE-LOG-RECORD
                       IF WS-RECORD-PARSES
                          AND WS-LOG-STAMP-DATE NOT LESS THAN
                             WS-RANGE-FROM
                          AND WS-LOG-STAMP-DATE NOT GREATER THAN
                             WS-RANGE-TO
                          IF WS-LOG-IS-OLD-LAYOUT
                             SET WS-OLD-LAYOUT-COUNT UP BY 1
                          ELSE
                             IF WS-LOG-CLIENT-ID EQUAL TO
                                WS-INQUIRY-ID
                                PERFORM WRITE-MATCH-LINE
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOG-FILE
           END-IF.
      ******************************************************************
      * YYMM plus one month, rolling the year over December
      ******************************************************************
       STEP-TO-NEXT-MONTH SECTION.
              WS-LOG-SCHEDULES(11:4) DELIMITED BY SIZE
              "  TAX: " DELIMITED BY SIZE
              WS-CURRENCY-2 DELIMITED BY SIZE
              "  CLIENT: " DELIMITED BY SIZE
              WS-LOG-CLIENT-ID DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
