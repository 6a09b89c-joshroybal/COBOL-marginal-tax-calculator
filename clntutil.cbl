      *             same rules the nightly batch applies before it
      *             trusts a record (filing status, schedules year
      *             on disk, state abbreviation, numeric dollar
      *             fields), reporting counts by active/inactive.
      *             a spouse link (CLIENT-SPOUSE-ID) must name
      *             another client on the master whose own link
      *             points back - a one-sided link is reported
      *
      * a master unloaded before the spouse link was added reloads
      * with the link blank on every record.
      *
      * the nightly export before taxbatch makes any morning
      * disaster recoverable to yesterday.
       77 WS-VALID-COUNT            PIC 9(5) VALUE 0.
       77 WS-INVALID-COUNT          PIC 9(5) VALUE 0.
       77 WS-DUPLICATE-COUNT        PIC 9(5) VALUE 0.
       77 WS-LINKED-COUNT           PIC 9(5) VALUE 0.
      ******************************************************************
      * record verification - the same accept/reject decision the
      * nightly batch makes, plus the raw numeric checks an indexed
       77 WS-RECORD-OK              PIC X(1) VALUE 'Y'.
           88 WS-RECORD-IS-VALID    VALUE 'Y'.
       77 WS-FAIL-REASON            PIC X(40) VALUE SPACES.
      ******************************************************************
      * the record being verified is held while its spouse is read,
      * then read back by key so the sweep resumes where it was
      ******************************************************************
       77 WS-HOLD-CLIENT-RECORD     PIC X(140) VALUE SPACES.
       77 WS-HOLD-CLIENT-ID         PIC X(6) VALUE SPACES.
       77 WS-SPOUSE-FOUND           PIC X(1) VALUE 'N'.
           88 WS-SPOUSE-IS-FOUND    VALUE 'Y'.
       77 WS-SPOUSE-LINKS-BACK      PIC X(1) VALUE 'N'.
           88 WS-SPOUSE-DOES-LINK-BACK VALUE 'Y'.
       77 WS-LINE                   PIC X(132) VALUE SPACES.
      ******************************************************************
      * MAIN PROGRAM
                    TO WS-FAIL-REASON
              END-IF
           END-IF
           IF WS-RECORD-IS-VALID
              AND CLIENT-SPOUSE-ID NOT EQUAL TO SPACES
              PERFORM VERIFY-SPOUSE-LINK
           END-IF
           IF WS-RECORD-IS-VALID
              SET WS-VALID-COUNT UP BY 1
           ELSE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF.
      ******************************************************************
      * a spouse link must be returned - the spouse record is read at
      * random, which moves the sweep's place in the file, so the
      * record under test is held and then read back by its own key
      * before the sweep's next READ NEXT
      ******************************************************************
       VERIFY-SPOUSE-LINK SECTION.
           IF CLIENT-SPOUSE-ID EQUAL TO CLIENT-ID
              MOVE 'N' TO WS-RECORD-OK
              MOVE "spouse link names the client itself"
                 TO WS-FAIL-REASON
           ELSE
              MOVE CLIENT-RECORD TO WS-HOLD-CLIENT-RECORD
              MOVE CLIENT-ID TO WS-HOLD-CLIENT-ID
              MOVE 'N' TO WS-SPOUSE-FOUND
              MOVE 'N' TO WS-SPOUSE-LINKS-BACK
              MOVE CLIENT-SPOUSE-ID TO CLIENT-ID
              READ CLIENT-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-SPOUSE-FOUND
                    IF CLIENT-SPOUSE-ID EQUAL TO WS-HOLD-CLIENT-ID
                       MOVE 'Y' TO WS-SPOUSE-LINKS-BACK
                    END-IF
              END-READ
              MOVE WS-HOLD-CLIENT-ID TO CLIENT-ID
              READ CLIENT-MASTER-FILE
                 INVALID KEY CONTINUE
              END-READ
              MOVE WS-HOLD-CLIENT-RECORD TO CLIENT-RECORD
              EVALUATE TRUE
                 WHEN NOT WS-SPOUSE-IS-FOUND
                    MOVE 'N' TO WS-RECORD-OK
                    MOVE "spouse id not on file" TO WS-FAIL-REASON
                 WHEN NOT WS-SPOUSE-DOES-LINK-BACK
                    MOVE 'N' TO WS-RECORD-OK
                    MOVE "spouse does not link back to client"
                       TO WS-FAIL-REASON
                 WHEN OTHER
                    SET WS-LINKED-COUNT UP BY 1
              END-EVALUATE
           END-IF.
       REPORT-VERIFY-COUNTS SECTION.
           MOVE SPACES TO WS-LINE
           STRING "RECORDS READ: " DELIMITED BY SIZE
              WS-ACTIVE-COUNT DELIMITED BY SIZE
              "   INACTIVE: " DELIMITED BY SIZE
              WS-INACTIVE-COUNT DELIMITED BY SIZE
              "   LINKED TO A SPOUSE: " DELIMITED BY SIZE
              WS-LINKED-COUNT DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
