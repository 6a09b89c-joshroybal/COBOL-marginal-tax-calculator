      ******************************************************************
      * SCHTPROC.CPY
      * the in-memory schedules table sections - register the tax
      * years and states a run needs, load them all once, describe
      * what was loaded for the top of the report, then fetch one
      * client's blocks out of memory into the working fields the
      * SCHDPROC.CPY/STATPROC.CPY PROCESS-* sections compute from.
      * see SCHTWS.CPY for the tables.  the calling program must also
      * copy SCHDFD/SCHDFDR/SCHDWS/SCHDPROC and STATFD/STATFDR/
      * STATWS/STATPROC, whose files and fields these sections use.
      *
      * the loaders scan for each key line exactly the way the LOAD-*
      * sections do - the first line equal to the key, then the count
      * line and the value lines under it - and move every value
      * through WS-TMP-BUFFER into a table field of the same picture
      * the LOAD-* section would have moved it into, so a client
      * computed from the tables comes out to the penny the same as
      * one computed straight from the files
      ******************************************************************
      * look WS-SCHT-WANT-YEAR up among the years already registered -
      * WS-SCHT-YR comes back as its slot, or zero
      ******************************************************************
       FIND-SCHEDULE-YEAR SECTION.
           MOVE 0 TO WS-SCHT-YR
           SET WS-SCHT-LOOKUP-IX TO 1
           PERFORM UNTIL WS-SCHT-LOOKUP-IX > WS-SCHT-YEAR-COUNT
               OR WS-SCHT-YR > 0
              IF WS-SCHT-YEAR(WS-SCHT-LOOKUP-IX)
                    EQUAL TO WS-SCHT-WANT-YEAR
                 MOVE WS-SCHT-LOOKUP-IX TO WS-SCHT-YR
              END-IF
              SET WS-SCHT-LOOKUP-IX UP BY 1
           END-PERFORM.
      ******************************************************************
      * add WS-SCHT-WANT-YEAR to the years the run needs, once - a year
      * past the table's capacity is counted, never loaded, and its
      * clients skip the way a year with no file does
      ******************************************************************
       REGISTER-SCHEDULE-YEAR SECTION.
           PERFORM FIND-SCHEDULE-YEAR
           IF WS-SCHT-YR EQUAL TO 0
              IF WS-SCHT-YEAR-COUNT < WS-SCHT-YEAR-MAX
                 SET WS-SCHT-YEAR-COUNT UP BY 1
                 MOVE WS-SCHT-YEAR-COUNT TO WS-SCHT-YR
                 INITIALIZE WS-SCHT-YEAR-ENTRY(WS-SCHT-YR)
                 MOVE WS-SCHT-WANT-YEAR TO WS-SCHT-YEAR(WS-SCHT-YR)
                 MOVE 'N' TO WS-SCHT-YEAR-FOUND(WS-SCHT-YR)
                    WS-SCHT-WAGE-FOUND(WS-SCHT-YR)
                    WS-SCHT-CTC-FOUND(WS-SCHT-YR)
                    WS-SCHT-NIIT-FOUND(WS-SCHT-YR)
                    WS-SCHT-ADDMED-FOUND(WS-SCHT-YR)
                 SET WS-SCHT-FS TO 1
                 PERFORM UNTIL WS-SCHT-FS > 4
                    MOVE 'N'
                       TO WS-SCHT-FED-FOUND(WS-SCHT-YR, WS-SCHT-FS)
                          WS-SCHT-CG-FOUND(WS-SCHT-YR, WS-SCHT-FS)
                    SET WS-SCHT-FS UP BY 1
                 END-PERFORM
              ELSE
                 SET WS-SCHT-YEARS-DROPPED UP BY 1
              END-IF
           END-IF.
      ******************************************************************
      * WS-STATUS to its slot in the status blocks, zero for a status
      * the schedules files do not carry
      ******************************************************************
       FIND-SCHEDULE-STATUS SECTION.
           MOVE 0 TO WS-SCHT-FS
           SET WS-SCHT-LOOKUP-IX TO 1
           PERFORM UNTIL WS-SCHT-LOOKUP-IX > 4 OR WS-SCHT-FS > 0
              IF WS-SCHT-STATUS-NAME(WS-SCHT-LOOKUP-IX)
                    EQUAL TO WS-STATUS
                 MOVE WS-SCHT-LOOKUP-IX TO WS-SCHT-FS
              END-IF
              SET WS-SCHT-LOOKUP-IX UP BY 1
           END-PERFORM.
      ******************************************************************
      * the same find-or-add pair for the state blocks, keyed on
      * WS-SCHT-WANT-STATE and answering in WS-SCHT-ST
      ******************************************************************
       FIND-SCHEDULE-STATE SECTION.
           MOVE 0 TO WS-SCHT-ST
           SET WS-SCHT-LOOKUP-IX TO 1
           PERFORM UNTIL WS-SCHT-LOOKUP-IX > WS-SCHT-STATE-COUNT
               OR WS-SCHT-ST > 0
              IF WS-SCHT-STATE-ABBR(WS-SCHT-LOOKUP-IX)
                    EQUAL TO WS-SCHT-WANT-STATE
                 MOVE WS-SCHT-LOOKUP-IX TO WS-SCHT-ST
              END-IF
              SET WS-SCHT-LOOKUP-IX UP BY 1
           END-PERFORM.
       REGISTER-SCHEDULE-STATE SECTION.
           PERFORM FIND-SCHEDULE-STATE
           IF WS-SCHT-ST EQUAL TO 0
              IF WS-SCHT-STATE-COUNT < WS-SCHT-STATE-MAX
                 SET WS-SCHT-STATE-COUNT UP BY 1
                 MOVE WS-SCHT-STATE-COUNT TO WS-SCHT-ST
                 INITIALIZE WS-SCHT-STATE-ENTRY(WS-SCHT-ST)
                 MOVE WS-SCHT-WANT-STATE
                    TO WS-SCHT-STATE-ABBR(WS-SCHT-ST)
                 MOVE 'N' TO WS-SCHT-STATE-FOUND(WS-SCHT-ST)
              ELSE
                 SET WS-SCHT-STATES-DROPPED UP BY 1
              END-IF
           END-IF.
      ******************************************************************
      * read every registered year's schedules file, then the state
      * schedules file if any state was registered - the state file
      * is only opened when some client names a state, as before
      ******************************************************************
       LOAD-SCHEDULE-TABLES SECTION.
           SET WS-SCHT-YR TO 1
           PERFORM UNTIL WS-SCHT-YR > WS-SCHT-YEAR-COUNT
              PERFORM LOAD-SCHEDULE-YEAR
              SET WS-SCHT-YR UP BY 1
           END-PERFORM
           SET WS-SCHT-ST TO 1
           PERFORM UNTIL WS-SCHT-ST > WS-SCHT-STATE-COUNT
              PERFORM LOAD-SCHEDULE-STATE
              SET WS-SCHT-ST UP BY 1
           END-PERFORM.
      ******************************************************************
      * one year's file into slot WS-SCHT-YR - the four filing status
      * blocks and their CAPGAINS-<status> blocks, then WAGEBASE,
      * CREDITS, NIIT and MEDICARE.  CHECK-SCHEDULES-YEAR guards the
      * open first, so a year with no file is marked not found
      * instead of hanging
      ******************************************************************
       LOAD-SCHEDULE-YEAR SECTION.
           MOVE SPACES TO WS-SCHEDULES-FILENAME
           STRING "schedules/" DELIMITED BY SIZE
              WS-SCHT-YEAR(WS-SCHT-YR) DELIMITED BY SIZE
              INTO WS-SCHEDULES-FILENAME
           END-STRING
           PERFORM CHECK-SCHEDULES-YEAR
           IF WS-FILE-CHECK-IS-OK
              MOVE 'Y' TO WS-SCHT-YEAR-FOUND(WS-SCHT-YR)
              SET WS-SCHT-FS TO 1
              PERFORM UNTIL WS-SCHT-FS > 4
                 MOVE WS-SCHT-STATUS-NAME(WS-SCHT-FS) TO WS-SCHT-KEY
                 PERFORM FIND-SCHEDULE-KEY
                 IF WS-SCHT-KEY-IS-FOUND
                    PERFORM TABLE-STATUS-BLOCK
                 END-IF
                 CLOSE SCHEDULES-FILE
                 MOVE SPACES TO WS-SCHT-KEY
                 STRING "CAPGAINS-" DELIMITED BY SIZE
                    WS-SCHT-STATUS-NAME(WS-SCHT-FS) DELIMITED BY SPACE
                    INTO WS-SCHT-KEY
                 END-STRING
                 PERFORM FIND-SCHEDULE-KEY
                 IF WS-SCHT-KEY-IS-FOUND
                    PERFORM TABLE-CAPGAINS-BLOCK
                 END-IF
                 CLOSE SCHEDULES-FILE
                 SET WS-SCHT-FS UP BY 1
              END-PERFORM
              MOVE "WAGEBASE" TO WS-SCHT-KEY
              PERFORM FIND-SCHEDULE-KEY
              IF WS-SCHT-KEY-IS-FOUND
                 READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 MOVE WS-TMP-BUFFER TO WS-SCHT-WAGE-BASE(WS-SCHT-YR)
                 MOVE 'Y' TO WS-SCHT-WAGE-FOUND(WS-SCHT-YR)
              END-IF
              CLOSE SCHEDULES-FILE
              MOVE "CREDITS" TO WS-SCHT-KEY
              PERFORM FIND-SCHEDULE-KEY
              IF WS-SCHT-KEY-IS-FOUND
                 READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 MOVE WS-TMP-BUFFER TO WS-SCHT-CTC-PER-CHILD(WS-SCHT-YR)
                 READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 MOVE WS-TMP-BUFFER TO WS-SCHT-CTC-FLOOR(WS-SCHT-YR)
                 MOVE 'Y' TO WS-SCHT-CTC-FOUND(WS-SCHT-YR)
              END-IF
              CLOSE SCHEDULES-FILE
              MOVE "NIIT" TO WS-SCHT-KEY
              PERFORM FIND-SCHEDULE-KEY
              IF WS-SCHT-KEY-IS-FOUND
                 READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 MOVE WS-TMP-BUFFER TO WS-SCHT-NIIT-RATE(WS-SCHT-YR)
                 SET WS-SCHT-IX TO 1
                 PERFORM UNTIL WS-SCHT-IX > 4
                    READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                    MOVE SPACES TO WS-TMP-BUFFER
                    MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                    MOVE WS-TMP-BUFFER
                       TO WS-SCHT-NIIT-FLOOR(WS-SCHT-YR, WS-SCHT-IX)
                    SET WS-SCHT-IX UP BY 1
                 END-PERFORM
                 MOVE 'Y' TO WS-SCHT-NIIT-FOUND(WS-SCHT-YR)
              END-IF
              CLOSE SCHEDULES-FILE
              MOVE "MEDICARE" TO WS-SCHT-KEY
              PERFORM FIND-SCHEDULE-KEY
              IF WS-SCHT-KEY-IS-FOUND
                 READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 MOVE WS-TMP-BUFFER TO WS-SCHT-ADDMED-RATE(WS-SCHT-YR)
                 SET WS-SCHT-IX TO 1
                 PERFORM UNTIL WS-SCHT-IX > 4
                    READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                    MOVE SPACES TO WS-TMP-BUFFER
                    MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                    MOVE WS-TMP-BUFFER
                       TO WS-SCHT-ADDMED-FLOOR(WS-SCHT-YR, WS-SCHT-IX)
                    SET WS-SCHT-IX UP BY 1
                 END-PERFORM
                 MOVE 'Y' TO WS-SCHT-ADDMED-FOUND(WS-SCHT-YR)
              END-IF
              CLOSE SCHEDULES-FILE
           END-IF.
      ******************************************************************
      * open the schedules file and read down to the first line equal
      * to WS-SCHT-KEY - a find leaves the file open and positioned on
      * the line under the key.  the caller closes the file either way
      ******************************************************************
       FIND-SCHEDULE-KEY SECTION.
           MOVE 'N' TO WS-SCHT-KEY-FOUND
           MOVE 'N' TO SCHEDULES-FILE-EOF
           OPEN INPUT SCHEDULES-FILE
           PERFORM UNTIL SCHEDULES-FILE-EOF EQUAL TO 'Y'
              READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 AT END MOVE 'Y' TO SCHEDULES-FILE-EOF
                 NOT AT END
                    IF SCHEDULES-FILE-RECORD EQUAL TO WS-SCHT-KEY
                       MOVE 'Y' TO WS-SCHT-KEY-FOUND
                       MOVE 'Y' TO SCHEDULES-FILE-EOF
                    END-IF
              END-READ
           END-PERFORM.
      ******************************************************************
      * a filing status block under the key just found - the count
      * line, the standard deduction and floor lines, the rate lines.
      * a count the 20-bracket tables cannot hold leaves the block
      * not found rather than loading past the end of them
      ******************************************************************
       TABLE-STATUS-BLOCK SECTION.
           READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
           MOVE SPACES TO WS-TMP-BUFFER
           MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
           MOVE WS-TMP-BUFFER
              TO WS-SCHT-FED-COUNT(WS-SCHT-YR, WS-SCHT-FS)
           IF WS-SCHT-FED-COUNT(WS-SCHT-YR, WS-SCHT-FS) > 0
              AND WS-SCHT-FED-COUNT(WS-SCHT-YR, WS-SCHT-FS) NOT > 20
              MOVE 'Y' TO WS-SCHT-FED-FOUND(WS-SCHT-YR, WS-SCHT-FS)
              SET WS-SCHT-IX TO 1
              PERFORM UNTIL WS-SCHT-IX >
                    WS-SCHT-FED-COUNT(WS-SCHT-YR, WS-SCHT-FS)
                 READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 IF WS-SCHT-IX EQUAL TO 1
                    MOVE WS-TMP-BUFFER
                       TO WS-SCHT-FED-DEDUCT(WS-SCHT-YR, WS-SCHT-FS)
                    MOVE 0 TO WS-SCHT-FED-FLOOR
                       (WS-SCHT-YR, WS-SCHT-FS, WS-SCHT-IX)
                 ELSE
                    MOVE WS-TMP-BUFFER TO WS-SCHT-FED-FLOOR
                       (WS-SCHT-YR, WS-SCHT-FS, WS-SCHT-IX)
                 END-IF
                 SET WS-SCHT-IX UP BY 1
              END-PERFORM
              SET WS-SCHT-IX TO 1
              PERFORM UNTIL WS-SCHT-IX >
                    WS-SCHT-FED-COUNT(WS-SCHT-YR, WS-SCHT-FS)
                 READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 MOVE WS-TMP-BUFFER TO WS-SCHT-FED-RATE
                    (WS-SCHT-YR, WS-SCHT-FS, WS-SCHT-IX)
                 SET WS-SCHT-IX UP BY 1
              END-PERFORM
           END-IF.
      ******************************************************************
      * a CAPGAINS-<status> block under the key just found - every
      * floor line is a floor here, the first being the zero floor
      ******************************************************************
       TABLE-CAPGAINS-BLOCK SECTION.
           READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
           MOVE SPACES TO WS-TMP-BUFFER
           MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
           MOVE WS-TMP-BUFFER
              TO WS-SCHT-CG-COUNT(WS-SCHT-YR, WS-SCHT-FS)
           IF WS-SCHT-CG-COUNT(WS-SCHT-YR, WS-SCHT-FS) > 0
              AND WS-SCHT-CG-COUNT(WS-SCHT-YR, WS-SCHT-FS) NOT > 20
              MOVE 'Y' TO WS-SCHT-CG-FOUND(WS-SCHT-YR, WS-SCHT-FS)
              SET WS-SCHT-IX TO 1
              PERFORM UNTIL WS-SCHT-IX >
                    WS-SCHT-CG-COUNT(WS-SCHT-YR, WS-SCHT-FS)
                 READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 MOVE WS-TMP-BUFFER TO WS-SCHT-CG-FLOOR
                    (WS-SCHT-YR, WS-SCHT-FS, WS-SCHT-IX)
                 SET WS-SCHT-IX UP BY 1
              END-PERFORM
              SET WS-SCHT-IX TO 1
              PERFORM UNTIL WS-SCHT-IX >
                    WS-SCHT-CG-COUNT(WS-SCHT-YR, WS-SCHT-FS)
                 READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 MOVE WS-TMP-BUFFER TO WS-SCHT-CG-RATE
                    (WS-SCHT-YR, WS-SCHT-FS, WS-SCHT-IX)
                 SET WS-SCHT-IX UP BY 1
              END-PERFORM
           END-IF.
      ******************************************************************
      * one state's block out of the state schedules file into slot
      * WS-SCHT-ST, found the way CHECK-STATE-ABBR finds it
      ******************************************************************
       LOAD-SCHEDULE-STATE SECTION.
           MOVE 'N' TO WS-SCHT-KEY-FOUND
           MOVE 'N' TO STATE-SCHEDULES-FILE-EOF
           OPEN INPUT STATE-SCHEDULES-FILE
           PERFORM UNTIL STATE-SCHEDULES-FILE-EOF EQUAL TO 'Y'
              READ STATE-SCHEDULES-FILE INTO STATE-SCHEDULES-FILE-RECORD
                 AT END MOVE 'Y' TO STATE-SCHEDULES-FILE-EOF
                 NOT AT END
                    IF STATE-SCHEDULES-FILE-RECORD
                          EQUAL TO WS-SCHT-STATE-ABBR(WS-SCHT-ST)
                       MOVE 'Y' TO WS-SCHT-KEY-FOUND
                       MOVE 'Y' TO STATE-SCHEDULES-FILE-EOF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SCHT-KEY-IS-FOUND
              PERFORM TABLE-STATE-BLOCK
           END-IF
           CLOSE STATE-SCHEDULES-FILE.
       TABLE-STATE-BLOCK SECTION.
           READ STATE-SCHEDULES-FILE INTO STATE-SCHEDULES-FILE-RECORD
           MOVE SPACES TO WS-TMP-BUFFER
           MOVE STATE-SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
           MOVE WS-TMP-BUFFER TO WS-SCHT-STATE-NCOUNT(WS-SCHT-ST)
           IF WS-SCHT-STATE-NCOUNT(WS-SCHT-ST) > 0
              AND WS-SCHT-STATE-NCOUNT(WS-SCHT-ST) NOT > 20
              MOVE 'Y' TO WS-SCHT-STATE-FOUND(WS-SCHT-ST)
              SET WS-SCHT-IX TO 1
              PERFORM UNTIL WS-SCHT-IX >
                    WS-SCHT-STATE-NCOUNT(WS-SCHT-ST)
                 READ STATE-SCHEDULES-FILE
                    INTO STATE-SCHEDULES-FILE-RECORD
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE STATE-SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 IF WS-SCHT-IX EQUAL TO 1
                    MOVE WS-TMP-BUFFER
                       TO WS-SCHT-STATE-DEDUCT(WS-SCHT-ST)
                    MOVE 0
                       TO WS-SCHT-STATE-FLOOR(WS-SCHT-ST, WS-SCHT-IX)
                 ELSE
                    MOVE WS-TMP-BUFFER
                       TO WS-SCHT-STATE-FLOOR(WS-SCHT-ST, WS-SCHT-IX)
                 END-IF
                 SET WS-SCHT-IX UP BY 1
              END-PERFORM
              SET WS-SCHT-IX TO 1
              PERFORM UNTIL WS-SCHT-IX >
                    WS-SCHT-STATE-NCOUNT(WS-SCHT-ST)
                 READ STATE-SCHEDULES-FILE
                    INTO STATE-SCHEDULES-FILE-RECORD
                 MOVE SPACES TO WS-TMP-BUFFER
                 MOVE STATE-SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                 MOVE WS-TMP-BUFFER
                    TO WS-SCHT-STATE-RATE(WS-SCHT-ST, WS-SCHT-IX)
                 SET WS-SCHT-IX UP BY 1
              END-PERFORM
           END-IF.
      ******************************************************************
      * the load summary for the top of the caller's report - per year
      * the blocks loaded and, on a second line, any missing; then the
      * states loaded and missing, and what did not fit the tables.
      * a missing block is reported here once for the whole run
      ******************************************************************
       DESCRIBE-SCHEDULE-TABLES SECTION.
           MOVE 0 TO WS-SCHT-DESC-COUNT
           MOVE SPACES TO WS-SCHT-DESC-TABLE
           IF WS-SCHT-YEAR-COUNT EQUAL TO 0
              SET WS-SCHT-DESC-COUNT UP BY 1
              MOVE "SCHEDULES: NO TAX YEAR WAS NEEDED FOR THIS RUN"
                 TO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
           END-IF
           SET WS-SCHT-YR TO 1
           PERFORM UNTIL WS-SCHT-YR > WS-SCHT-YEAR-COUNT
              PERFORM DESCRIBE-SCHEDULE-YEAR
              SET WS-SCHT-YR UP BY 1
           END-PERFORM
           IF WS-SCHT-STATE-COUNT > 0
              PERFORM DESCRIBE-SCHEDULE-STATES
           END-IF
           IF WS-SCHT-YEARS-DROPPED > 0
              MOVE WS-SCHT-YEARS-DROPPED TO WS-SCHT-DROPPED-TEXT
              SET WS-SCHT-DESC-COUNT UP BY 1
              STRING "SCHEDULES: " DELIMITED BY SIZE
                 WS-SCHT-DROPPED-TEXT DELIMITED BY SIZE
                 " CLIENT(S) NAME A TAX YEAR PAST THE TABLE'S "
                 DELIMITED BY SIZE
                 "CAPACITY - NOT LOADED" DELIMITED BY SIZE
                 INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
              END-STRING
           END-IF
           IF WS-SCHT-STATES-DROPPED > 0
              MOVE WS-SCHT-STATES-DROPPED TO WS-SCHT-DROPPED-TEXT
              SET WS-SCHT-DESC-COUNT UP BY 1
              STRING "SCHEDULES: " DELIMITED BY SIZE
                 WS-SCHT-DROPPED-TEXT DELIMITED BY SIZE
                 " CLIENT(S) NAME A STATE PAST THE TABLE'S "
                 DELIMITED BY SIZE
                 "CAPACITY - NOT LOADED" DELIMITED BY SIZE
                 INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
              END-STRING
           END-IF.
       DESCRIBE-SCHEDULE-YEAR SECTION.
           SET WS-SCHT-DESC-COUNT UP BY 1
           IF WS-SCHT-YEAR-FOUND(WS-SCHT-YR) NOT EQUAL TO 'Y'
              STRING "TAX YEAR " DELIMITED BY SIZE
                 WS-SCHT-YEAR(WS-SCHT-YR) DELIMITED BY SIZE
                 " NOT LOADED - NO SCHEDULES FILE ON DISK"
                 DELIMITED BY SIZE
                 INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
              END-STRING
           ELSE
              MOVE 1 TO WS-SCHT-DESC-PTR
              MOVE 1 TO WS-SCHT-MISSING-PTR
              MOVE SPACES TO WS-SCHT-MISSING-TEXT
              STRING "TAX YEAR " DELIMITED BY SIZE
                 WS-SCHT-YEAR(WS-SCHT-YR) DELIMITED BY SIZE
                 " LOADED -" DELIMITED BY SIZE
                 INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                 WITH POINTER WS-SCHT-DESC-PTR
              END-STRING
              SET WS-SCHT-FS TO 1
              PERFORM UNTIL WS-SCHT-FS > 4
                 IF WS-SCHT-FED-FOUND(WS-SCHT-YR, WS-SCHT-FS)
                       EQUAL TO 'Y'
                    STRING " " DELIMITED BY SIZE
                       WS-SCHT-STATUS-NAME(WS-SCHT-FS)
                       DELIMITED BY SPACE
                       INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                       WITH POINTER WS-SCHT-DESC-PTR
                    END-STRING
                 ELSE
                    STRING " " DELIMITED BY SIZE
                       WS-SCHT-STATUS-NAME(WS-SCHT-FS)
                       DELIMITED BY SPACE
                       INTO WS-SCHT-MISSING-TEXT
                       WITH POINTER WS-SCHT-MISSING-PTR
                    END-STRING
                 END-IF
                 SET WS-SCHT-FS UP BY 1
              END-PERFORM
              STRING "   CAPGAINS:" DELIMITED BY SIZE
                 INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                 WITH POINTER WS-SCHT-DESC-PTR
              END-STRING
              SET WS-SCHT-FS TO 1
              PERFORM UNTIL WS-SCHT-FS > 4
                 IF WS-SCHT-CG-FOUND(WS-SCHT-YR, WS-SCHT-FS)
                       EQUAL TO 'Y'
                    STRING " " DELIMITED BY SIZE
                       WS-SCHT-STATUS-NAME(WS-SCHT-FS)
                       DELIMITED BY SPACE
                       INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                       WITH POINTER WS-SCHT-DESC-PTR
                    END-STRING
                 ELSE
                    STRING " CAPGAINS-" DELIMITED BY SIZE
                       WS-SCHT-STATUS-NAME(WS-SCHT-FS)
                       DELIMITED BY SPACE
                       INTO WS-SCHT-MISSING-TEXT
                       WITH POINTER WS-SCHT-MISSING-PTR
                    END-STRING
                 END-IF
                 SET WS-SCHT-FS UP BY 1
              END-PERFORM
              STRING "  " DELIMITED BY SIZE
                 INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                 WITH POINTER WS-SCHT-DESC-PTR
              END-STRING
              IF WS-SCHT-WAGE-FOUND(WS-SCHT-YR) EQUAL TO 'Y'
                 STRING " WAGEBASE" DELIMITED BY SIZE
                    INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                    WITH POINTER WS-SCHT-DESC-PTR
                 END-STRING
              ELSE
                 STRING " WAGEBASE" DELIMITED BY SIZE
                    INTO WS-SCHT-MISSING-TEXT
                    WITH POINTER WS-SCHT-MISSING-PTR
                 END-STRING
              END-IF
              IF WS-SCHT-CTC-FOUND(WS-SCHT-YR) EQUAL TO 'Y'
                 STRING " CREDITS" DELIMITED BY SIZE
                    INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                    WITH POINTER WS-SCHT-DESC-PTR
                 END-STRING
              ELSE
                 STRING " CREDITS" DELIMITED BY SIZE
                    INTO WS-SCHT-MISSING-TEXT
                    WITH POINTER WS-SCHT-MISSING-PTR
                 END-STRING
              END-IF
              IF WS-SCHT-NIIT-FOUND(WS-SCHT-YR) EQUAL TO 'Y'
                 STRING " NIIT" DELIMITED BY SIZE
                    INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                    WITH POINTER WS-SCHT-DESC-PTR
                 END-STRING
              ELSE
                 STRING " NIIT" DELIMITED BY SIZE
                    INTO WS-SCHT-MISSING-TEXT
                    WITH POINTER WS-SCHT-MISSING-PTR
                 END-STRING
              END-IF
              IF WS-SCHT-ADDMED-FOUND(WS-SCHT-YR) EQUAL TO 'Y'
                 STRING " MEDICARE" DELIMITED BY SIZE
                    INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                    WITH POINTER WS-SCHT-DESC-PTR
                 END-STRING
              ELSE
                 STRING " MEDICARE" DELIMITED BY SIZE
                    INTO WS-SCHT-MISSING-TEXT
                    WITH POINTER WS-SCHT-MISSING-PTR
                 END-STRING
              END-IF
              IF WS-SCHT-MISSING-PTR > 1
                 SET WS-SCHT-DESC-COUNT UP BY 1
                 STRING "TAX YEAR " DELIMITED BY SIZE
                    WS-SCHT-YEAR(WS-SCHT-YR) DELIMITED BY SIZE
                    " MISSING -" DELIMITED BY SIZE
                    WS-SCHT-MISSING-TEXT DELIMITED BY SIZE
                    INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                 END-STRING
              END-IF
           END-IF.
      ******************************************************************
      * the states, up to 25 to a line, loaded ones first and then any
      * the state schedules file does not carry
      ******************************************************************
       DESCRIBE-SCHEDULE-STATES SECTION.
           MOVE 1 TO WS-SCHT-MISSING-PTR
           MOVE SPACES TO WS-SCHT-MISSING-TEXT
           MOVE 25 TO WS-SCHT-PER-LINE
           SET WS-SCHT-ST TO 1
           PERFORM UNTIL WS-SCHT-ST > WS-SCHT-STATE-COUNT
              IF WS-SCHT-STATE-FOUND(WS-SCHT-ST) EQUAL TO 'Y'
                 IF WS-SCHT-PER-LINE EQUAL TO 25
                    SET WS-SCHT-DESC-COUNT UP BY 1
                    MOVE 1 TO WS-SCHT-DESC-PTR
                    MOVE 0 TO WS-SCHT-PER-LINE
                    STRING "STATES LOADED -" DELIMITED BY SIZE
                       INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                       WITH POINTER WS-SCHT-DESC-PTR
                    END-STRING
                 END-IF
                 STRING " " DELIMITED BY SIZE
                    WS-SCHT-STATE-ABBR(WS-SCHT-ST) DELIMITED BY SIZE
                    INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
                    WITH POINTER WS-SCHT-DESC-PTR
                 END-STRING
                 SET WS-SCHT-PER-LINE UP BY 1
              ELSE
                 STRING " " DELIMITED BY SIZE
                    WS-SCHT-STATE-ABBR(WS-SCHT-ST) DELIMITED BY SIZE
                    INTO WS-SCHT-MISSING-TEXT
                    WITH POINTER WS-SCHT-MISSING-PTR
                 END-STRING
              END-IF
              SET WS-SCHT-ST UP BY 1
           END-PERFORM
           IF WS-SCHT-MISSING-PTR > 1
              SET WS-SCHT-DESC-COUNT UP BY 1
              STRING "STATES MISSING FROM THE STATE SCHEDULES FILE -"
                 DELIMITED BY SIZE
                 WS-SCHT-MISSING-TEXT DELIMITED BY SIZE
                 INTO WS-SCHT-DESC-LINE(WS-SCHT-DESC-COUNT)
              END-STRING
           END-IF.
      ******************************************************************
      * FETCH-MARGINAL-RATES stands in for LOAD-MARGINAL-RATES (and the
      * LOAD-CHILD-CREDIT it performs) for the year in WS-SCHT-YR and
      * the status in WS-SCHT-FS, applying the standard deduction or
      * the itemized override to WS-AMOUNT exactly as that section
      * does.  a year with no CREDITS block fetches zeros, which is
      * what LOAD-CHILD-CREDIT clears to
      ******************************************************************
       FETCH-MARGINAL-RATES SECTION.
           MOVE WS-SCHT-FED-COUNT(WS-SCHT-YR, WS-SCHT-FS)
              TO WS-BRACKET-COUNT
           SUBTRACT 1 FROM WS-BRACKET-COUNT GIVING WS-BRACKET-LIMIT
           MOVE WS-SCHT-FED-DEDUCT(WS-SCHT-YR, WS-SCHT-FS)
              TO WS-STD-DEDUCT
           SET WS-SCHT-IX TO 1
           PERFORM UNTIL WS-SCHT-IX > WS-BRACKET-COUNT
              MOVE WS-SCHT-FED-FLOOR(WS-SCHT-YR, WS-SCHT-FS, WS-SCHT-IX)
                 TO WS-FLOOR(WS-SCHT-IX)
              MOVE WS-SCHT-FED-RATE(WS-SCHT-YR, WS-SCHT-FS, WS-SCHT-IX)
                 TO WS-RATE(WS-SCHT-IX)
              SET WS-SCHT-IX UP BY 1
           END-PERFORM
           IF WS-ITEMIZED-DEDUCT > 0
              SUBTRACT WS-ITEMIZED-DEDUCT FROM WS-AMOUNT GIVING WS-AGI
           ELSE
              SUBTRACT WS-STD-DEDUCT FROM WS-AMOUNT GIVING WS-AGI
           END-IF
           IF WS-AGI < 0 MOVE 0 TO WS-AGI END-IF
           MOVE WS-SCHT-CTC-PER-CHILD(WS-SCHT-YR) TO WS-CTC-PER-CHILD
           MOVE WS-SCHT-CTC-FLOOR(WS-SCHT-YR) TO WS-CTC-PHASEOUT-FLOOR.
      ******************************************************************
      * FETCH-STATE-RATES stands in for LOAD-STATE-RATES for the state
      * in WS-SCHT-ST, state AGI and all
      ******************************************************************
       FETCH-STATE-RATES SECTION.
           MOVE WS-SCHT-STATE-NCOUNT(WS-SCHT-ST)
              TO WS-STATE-BRACKET-COUNT
           SUBTRACT 1 FROM WS-STATE-BRACKET-COUNT
              GIVING WS-STATE-BRACKET-LIMIT
           MOVE WS-SCHT-STATE-DEDUCT(WS-SCHT-ST) TO WS-STATE-STD-DEDUCT
           SET WS-SCHT-IX TO 1
           PERFORM UNTIL WS-SCHT-IX > WS-STATE-BRACKET-COUNT
              MOVE WS-SCHT-STATE-FLOOR(WS-SCHT-ST, WS-SCHT-IX)
                 TO WS-STATE-FLOOR(WS-SCHT-IX)
              MOVE WS-SCHT-STATE-RATE(WS-SCHT-ST, WS-SCHT-IX)
                 TO WS-STATE-RATE(WS-SCHT-IX)
              SET WS-SCHT-IX UP BY 1
           END-PERFORM
           SUBTRACT WS-STATE-STD-DEDUCT FROM WS-AMOUNT
              GIVING WS-STATE-AGI
           IF WS-STATE-AGI < 0 MOVE 0 TO WS-STATE-AGI.
      ******************************************************************
      * FETCH-SE-WAGE-BASE stands in for LOAD-SE-WAGE-BASE - a year
      * with no WAGEBASE block leaves WS-SE-WAGE-BASE as it stands
      ******************************************************************
       FETCH-SE-WAGE-BASE SECTION.
           IF WS-SCHT-WAGE-FOUND(WS-SCHT-YR) EQUAL TO 'Y'
              MOVE WS-SCHT-WAGE-BASE(WS-SCHT-YR) TO WS-SE-WAGE-BASE
           END-IF.
      ******************************************************************
      * FETCH-SURTAX-RATES stands in for LOAD-SURTAX-RATES for the
      * year in WS-SCHT-YR - a block the year's file does not carry
      * fetches a zero rate, which is what LOAD-SURTAX-RATES clears to
      ******************************************************************
       FETCH-SURTAX-RATES SECTION.
           MOVE 0 TO WS-NIIT-RATE WS-ADDMED-RATE
           INITIALIZE WS-NIIT-FLOORS WS-ADDMED-FLOORS
           IF WS-SCHT-NIIT-FOUND(WS-SCHT-YR) EQUAL TO 'Y'
              MOVE WS-SCHT-NIIT-RATE(WS-SCHT-YR) TO WS-NIIT-RATE
              SET WS-SCHT-IX TO 1
              PERFORM UNTIL WS-SCHT-IX > 4
                 MOVE WS-SCHT-NIIT-FLOOR(WS-SCHT-YR, WS-SCHT-IX)
                    TO WS-NIIT-FLOOR(WS-SCHT-IX)
                 SET WS-SCHT-IX UP BY 1
              END-PERFORM
           END-IF
           IF WS-SCHT-ADDMED-FOUND(WS-SCHT-YR) EQUAL TO 'Y'
              MOVE WS-SCHT-ADDMED-RATE(WS-SCHT-YR) TO WS-ADDMED-RATE
              SET WS-SCHT-IX TO 1
              PERFORM UNTIL WS-SCHT-IX > 4
                 MOVE WS-SCHT-ADDMED-FLOOR(WS-SCHT-YR, WS-SCHT-IX)
                    TO WS-ADDMED-FLOOR(WS-SCHT-IX)
                 SET WS-SCHT-IX UP BY 1
              END-PERFORM
           END-IF.
      ******************************************************************
      * FETCH-CAPGAINS-RATES stands in for LOAD-CAPGAINS-RATES for the
      * year in WS-SCHT-YR and the status in WS-SCHT-FS
      ******************************************************************
       FETCH-CAPGAINS-RATES SECTION.
           IF WS-SCHT-CG-FOUND(WS-SCHT-YR, WS-SCHT-FS) EQUAL TO 'Y'
              MOVE WS-SCHT-CG-COUNT(WS-SCHT-YR, WS-SCHT-FS)
                 TO WS-CG-BRACKET-COUNT
              SET WS-SCHT-IX TO 1
              PERFORM UNTIL WS-SCHT-IX > WS-CG-BRACKET-COUNT
                 MOVE WS-SCHT-CG-FLOOR
                    (WS-SCHT-YR, WS-SCHT-FS, WS-SCHT-IX)
                    TO WS-CG-FLOOR(WS-SCHT-IX)
                 MOVE WS-SCHT-CG-RATE
                    (WS-SCHT-YR, WS-SCHT-FS, WS-SCHT-IX)
                    TO WS-CG-RATE(WS-SCHT-IX)
                 SET WS-SCHT-IX UP BY 1
              END-PERFORM
           END-IF.
