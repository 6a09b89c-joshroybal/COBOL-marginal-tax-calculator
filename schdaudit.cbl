      *    phase-out floor values
      *    all four CAPGAINS-<status> blocks present, held to the
      *    same count, floor and rate checks as a federal block
      *    NIIT and MEDICARE blocks present, each with a numeric rate
      *    under 1.000 and four numeric filing status thresholds
      * and to every state block in the state file:
      *    block complete - a key line, its bracket count, and the
      *    floor and rate lines the count calls for
              PERFORM AUDIT-FEDERAL-BLOCK
              MOVE "CAPGAINS-head" TO WS-AUDIT-KEY
              PERFORM AUDIT-FEDERAL-BLOCK
              MOVE "NIIT" TO WS-AUDIT-KEY
              PERFORM AUDIT-SURTAX-BLOCK
              MOVE "MEDICARE" TO WS-AUDIT-KEY
              PERFORM AUDIT-SURTAX-BLOCK
           END-IF
           PERFORM AUDIT-STATE-FILE
           PERFORM FINALIZE-AUDIT-RUN
              PERFORM WRITE-FAIL-LINE
           END-IF.
      ******************************************************************
      * one value line of the CREDITS block, or one threshold line of
      * a surtax block - a missing or non-numeric line fails the
      * whole block's check
      ******************************************************************
       AUDIT-CREDITS-VALUE-LINE SECTION.
           READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 END-IF
           END-READ.
      ******************************************************************
      * a surtax block (NIIT or MEDICARE, in WS-AUDIT-KEY) - key line
      * present, a numeric rate line under 1.000, then the four
      * filing status threshold lines LOAD-SURTAX-RATES in
      * STATPROC.CPY reads, each numeric
      ******************************************************************
       AUDIT-SURTAX-BLOCK SECTION.
           MOVE 'N' TO WS-BLOCK-FOUND
           MOVE 'N' TO SCHEDULES-FILE-EOF
           OPEN INPUT SCHEDULES-FILE
           PERFORM UNTIL SCHEDULES-FILE-EOF EQUAL TO 'Y'
              READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 AT END MOVE 'Y' TO SCHEDULES-FILE-EOF
                 NOT AT END
                    IF SCHEDULES-FILE-RECORD EQUAL TO WS-AUDIT-KEY
                       MOVE 'Y' TO WS-BLOCK-FOUND
                       PERFORM AUDIT-SURTAX-RATE-LINE
                       SET WS-COUNTER TO 1
                       PERFORM UNTIL WS-COUNTER > 4
                          PERFORM AUDIT-CREDITS-VALUE-LINE
                          SET WS-COUNTER UP BY 1
                       END-PERFORM
                       MOVE 'Y' TO SCHEDULES-FILE-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SCHEDULES-FILE
           MOVE SPACES TO WS-CHECK-TEXT
           STRING WS-AUDIT-KEY DELIMITED BY SPACE
              " block present with numeric rate and thresholds"
              DELIMITED BY SIZE
              INTO WS-CHECK-TEXT
           END-STRING
           IF WS-BLOCK-IS-FOUND
              PERFORM WRITE-PASS-LINE
           ELSE
              PERFORM WRITE-FAIL-LINE
           END-IF.
      ******************************************************************
      * the rate line of a surtax block - numeric and under 1.000, the
      * same bound a bracket rate is held to
      ******************************************************************
       AUDIT-SURTAX-RATE-LINE SECTION.
           READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
              AT END
                 MOVE 'N' TO WS-BLOCK-FOUND
              NOT AT END
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 MOVE WS-TMP-BUFFER(1:20) TO WS-VAL-TEXT
                 PERFORM VALIDATE-NUMERIC-FIELD
                 IF NOT WS-VAL-IS-OK
                    MOVE 'N' TO WS-BLOCK-FOUND
                 ELSE
                    MOVE WS-TMP-BUFFER TO WS-CURR-RATE
                    IF WS-CURR-RATE NOT LESS THAN 1.000
                       MOVE 'N' TO WS-BLOCK-FOUND
                    END-IF
                 END-IF
           END-READ.
      ******************************************************************
      * the state schedules file - every line that fails the numeric
      * validator is taken as a state key line, and the block under
      * it is held to the same floor and rate checks as a federal
