      ******************************************************************
      * CHGINQ.CBL
      * change-history inquiry - prints the entries of the permanent
      * change-history file (see CHGFDR.CPY) that client maintenance
      * (MTRC-006), payments maintenance (MTRC-010), the nightly
      * batch's pending-change pass (MTRC-005), the lockbox deposit
      * posting (MTRC-019) and the year-end rollover (MTRC-020)
      * append to, so the question of who changed a client's figures,
      * when, and what they were before is answered from one report.
      * two modes, selected on the command line:
      *
      *    client ID
      *       every entry for the one client, oldest first
      *    dates YYYYMMDD YYYYMMDD
      *       every entry made between the two dates inclusive, for
      *       all clients, oldest first
      *
      * the history file is only ever appended to, so it is already
      * in the order the changes were made and is read straight
      * through
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRC-018.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHGFD.
           SELECT REPORT-FILE
              ASSIGN TO DYNAMIC WS-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CHGFDR.

       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CHGWS.
       77 WS-REPORT-FILENAME        PIC X(50) VALUE "chginq.rpt".
      ******************************************************************
      * the command line - a mode word and its arguments
      ******************************************************************
       77 WS-ARGS                   PIC X(80) VALUE SPACES.
       77 WS-MODE                   PIC X(8) VALUE SPACES.
           88 WS-CLIENT-MODE        VALUE "client".
           88 WS-DATES-MODE         VALUE "dates".
       77 WS-ARG1                   PIC X(20) VALUE SPACES.
       77 WS-ARG2                   PIC X(20) VALUE SPACES.
       77 WS-ARGS-OK                PIC X(1) VALUE 'Y'.
           88 WS-ARGS-ARE-OK        VALUE 'Y'.
      ******************************************************************
      * what the entries are matched on
      ******************************************************************
       77 WS-INQUIRY-ID             PIC X(6) VALUE SPACES.
       77 WS-RANGE-FROM             PIC 9(8) VALUE 0.
       77 WS-RANGE-TO               PIC 9(8) VALUE 0.
       77 WS-ENTRY-MATCHES          PIC X(1) VALUE 'N'.
           88 WS-ENTRY-IS-MATCH     VALUE 'Y'.
       77 WS-READ-COUNT             PIC 9(05) VALUE 0.
       77 WS-MATCH-COUNT            PIC 9(05) VALUE 0.
       77 WS-LINE                   PIC X(132) VALUE SPACES.
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-INQUIRY-RUN
           IF WS-ARGS-ARE-OK
              PERFORM PROCESS-CHANGE-HISTORY
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.
      ******************************************************************
      * parse the command line and open the report - a bad mode word
      * or argument yields a one-line report naming the usage rather
      * than a silent empty file
      ******************************************************************
       INITIALIZE-INQUIRY-RUN SECTION.
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-ARGS FROM COMMAND-LINE
           UNSTRING WS-ARGS DELIMITED BY ALL " "
              INTO WS-MODE, WS-ARG1, WS-ARG2
           END-UNSTRING
           EVALUATE TRUE
              WHEN WS-CLIENT-MODE
                 IF WS-ARG1 EQUAL TO SPACES
                    MOVE 'N' TO WS-ARGS-OK
                 ELSE
                    MOVE WS-ARG1(1:6) TO WS-INQUIRY-ID
                 END-IF
              WHEN WS-DATES-MODE
                 IF WS-ARG1(1:8) IS NUMERIC AND
                       WS-ARG2(1:8) IS NUMERIC
                    MOVE WS-ARG1(1:8) TO WS-RANGE-FROM
                    MOVE WS-ARG2(1:8) TO WS-RANGE-TO
                 ELSE
                    MOVE 'N' TO WS-ARGS-OK
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-ARGS-OK
           END-EVALUATE
           IF NOT WS-ARGS-ARE-OK
              MOVE SPACES TO WS-LINE
              STRING "USAGE: client ID | dates YYYYMMDD YYYYMMDD"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF.
      ******************************************************************
      * read the history straight through, printing each entry the
      * inquiry selects, then the count footer.  a history file not
      * yet on disk means nothing has been changed since it was
      * introduced - reported as such rather than as an error
      ******************************************************************
       PROCESS-CHANGE-HISTORY SECTION.
           MOVE SPACES TO WS-LINE
           IF WS-CLIENT-MODE
              STRING "CHANGE HISTORY FOR CLIENT " DELIMITED BY SIZE
                 WS-INQUIRY-ID DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
           ELSE
              STRING "CHANGE HISTORY " DELIMITED BY SIZE
                 WS-RANGE-FROM DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 WS-RANGE-TO DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "DATE     TIME     SOURCE   ACTION   CLIENT "
                 DELIMITED BY SIZE
              "REF      FIELD            BEFORE                   "
                 DELIMITED BY SIZE
              "AFTER" DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE 'N' TO CHANGE-HISTORY-EOF
           OPEN INPUT CHANGE-HISTORY-FILE
           IF WS-CHG-STATUS NOT EQUAL TO "00"
              MOVE "NO CHANGE HISTORY ON FILE" TO WS-LINE
              WRITE REPORT-RECORD FROM WS-LINE
           ELSE
              PERFORM UNTIL CHANGE-HISTORY-EOF EQUAL TO 'Y'
                 READ CHANGE-HISTORY-FILE
                    AT END MOVE 'Y' TO CHANGE-HISTORY-EOF
                    NOT AT END
                       SET WS-READ-COUNT UP BY 1
                       PERFORM SELECT-CHANGE-ENTRY
                       IF WS-ENTRY-IS-MATCH
                          PERFORM WRITE-CHANGE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHANGE-HISTORY-FILE
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "ENTRIES READ: " DELIMITED BY SIZE
              WS-READ-COUNT DELIMITED BY SIZE
              "   ENTRIES LISTED: " DELIMITED BY SIZE
              WS-MATCH-COUNT DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * does the entry in the record area belong on this inquiry -
      * the client id exactly, or the entry date inside the range
      ******************************************************************
       SELECT-CHANGE-ENTRY SECTION.
           MOVE 'N' TO WS-ENTRY-MATCHES
           IF WS-CLIENT-MODE
              IF CHG-CLIENT-ID EQUAL TO WS-INQUIRY-ID
                 MOVE 'Y' TO WS-ENTRY-MATCHES
              END-IF
           ELSE
              IF CHG-DATE IS NUMERIC
                 AND CHG-DATE NOT < WS-RANGE-FROM
                 AND CHG-DATE NOT > WS-RANGE-TO
                 MOVE 'Y' TO WS-ENTRY-MATCHES
              END-IF
           END-IF.
      ******************************************************************
      * one entry, one line - the time shown HH:MM:SS, hundredths
      * dropped
      ******************************************************************
       WRITE-CHANGE-LINE SECTION.
           SET WS-MATCH-COUNT UP BY 1
           MOVE SPACES TO WS-LINE
           STRING CHG-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CHG-TIME(1:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              CHG-TIME(3:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              CHG-TIME(5:2) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CHG-SOURCE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CHG-ACTION DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CHG-CLIENT-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CHG-REFERENCE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CHG-FIELD DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CHG-BEFORE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CHG-AFTER DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
