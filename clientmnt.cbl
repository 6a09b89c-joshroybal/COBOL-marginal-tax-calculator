      *        INACT   - drop the client from the nightly run without
      *                  deleting the record
      *        REACT   - return an inactivated client to the run
      *        LINK    - pair two separately-filing spouses, keyed
      *                  LINK,ID,SPOUSEID - both records are set to
      *                  point at each other
      *        UNLINK  - break a pair, keyed UNLINK,ID - the client's
      *                  link is cleared, and the spouse's too when it
      *                  points back
      *        LIST    - print every client on the master
      * every applied ADD, CHANGE, INACT, REACT, LINK and UNLINK is
      * also written to the permanent change-history file, one entry
      * per field with its value before and after (see CHGFDR.CPY) -
      * the report is the night's paper, the history file is the
      * record that stays
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY CLNTFD.
           COPY PNDGFD.
           COPY CHGFD.
           SELECT REPORT-FILE
              ASSIGN TO DYNAMIC WS-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       COPY PNDGFDR.

       COPY CHGFDR.

       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CLNTWS.
       COPY PNDGWS.
       COPY CHGWS.
       COPY VALWS.
       77 WS-TRANSACTION-FILENAME   PIC X(50) VALUE "clntmnt.txn".
       77 WS-REPORT-FILENAME        PIC X(50) VALUE "clntmnt.rpt".
       77 WS-TXN-PRIOR-TEXT         PIC X(20) VALUE SPACES.
       77 WS-TXN-DEPS-TEXT          PIC X(20) VALUE SPACES.
       77 WS-TXN-CAPG-TEXT          PIC X(20) VALUE SPACES.
      * a LINK carries the spouse's id in the name position
       77 WS-TXN-SPOUSE-ID          PIC X(6) VALUE SPACES.
       77 WS-TXN-OLD-SPOUSE-ID      PIC X(6) VALUE SPACES.
      ******************************************************************
      * effective-dated changes - a CHANGE keyed with an EFFDATE
      * after today is validated now but parked on the pending file
              CLOSE CLIENT-MASTER-FILE
              OPEN I-O CLIENT-MASTER-FILE
           END-IF
           PERFORM OPEN-CHANGE-HISTORY
           MOVE "MAINT" TO WS-CHG-SET-SOURCE
           MOVE SPACES TO WS-CHG-SET-REFERENCE
           MOVE SPACES TO WS-LINE
           STRING "CLIENT MASTER FILE MAINTENANCE" DELIMITED BY SIZE
              INTO WS-LINE
                 WS-TXN-SEINCOME-TEXT, WS-TXN-PRIOR-TEXT,
                 WS-TXN-DEPS-TEXT, WS-TXN-CAPG-TEXT, WS-TXN-EFFDATE
           END-UNSTRING
           MOVE SPACES TO WS-TXN-SPOUSE-ID
           IF WS-TXN-VERB EQUAL TO "LINK"
              MOVE WS-TXN-NAME TO WS-TXN-SPOUSE-ID
              MOVE SPACES TO WS-TXN-NAME
           END-IF
      * fold the state abbreviation to upper case the same way the
      * web form does, so a correctly-typed lower-case code matches
           INSPECT WS-TXN-STATE CONVERTING
           MOVE 'Y' TO WS-TXN-OK
           MOVE 'N' TO WS-TXN-PENDING
           MOVE SPACES TO WS-TXN-REASON
           MOVE WS-TXN-VERB TO WS-CHG-SET-ACTION
           EVALUATE WS-TXN-VERB
              WHEN "ADD"
                 PERFORM ADD-CLIENT
                 PERFORM INACTIVATE-CLIENT
              WHEN "REACT"
                 PERFORM REACTIVATE-CLIENT
              WHEN "LINK"
                 PERFORM LINK-CLIENTS
              WHEN "UNLINK"
                 PERFORM UNLINK-CLIENTS
              WHEN "LIST"
                 PERFORM LIST-CLIENTS
              WHEN OTHER
                    STRING "client id already on file"
                       DELIMITED BY SIZE INTO WS-TXN-REASON
                    END-STRING
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CHG-ADDING
                    PERFORM LOG-CLIENT-CHANGES
              END-WRITE
           END-IF.
      ******************************************************************
              PERFORM READ-CLIENT-BY-ID
           END-IF
           IF WS-TXN-IS-VALID
              PERFORM SAVE-CLIENT-BEFORE-IMAGE
              IF WS-TXN-NAME NOT EQUAL TO SPACES
                 MOVE WS-TXN-NAME TO CLIENT-NAME
              END-IF
                    PERFORM PARK-PENDING-CHANGE
                 ELSE
                    REWRITE CLIENT-RECORD
                    PERFORM LOG-CLIENT-CHANGES
                 END-IF
              END-IF
           END-IF.
       INACTIVATE-CLIENT SECTION.
           PERFORM READ-CLIENT-BY-ID
           IF WS-TXN-IS-VALID
              PERFORM SAVE-CLIENT-BEFORE-IMAGE
              MOVE 'I' TO CLIENT-ACTIVE
              REWRITE CLIENT-RECORD
              PERFORM LOG-CLIENT-CHANGES
           END-IF.
       REACTIVATE-CLIENT SECTION.
           PERFORM READ-CLIENT-BY-ID
           IF WS-TXN-IS-VALID
              PERFORM SAVE-CLIENT-BEFORE-IMAGE
              MOVE 'A' TO CLIENT-ACTIVE
              REWRITE CLIENT-RECORD
              PERFORM LOG-CLIENT-CHANGES
           END-IF.
      ******************************************************************
      * pair two spouses who file separately - both records must be
      * on file, both filing status separate, and neither already
      * linked to somebody else.  the spouse is checked first, then
      * the client, and only when both pass are the two records
      * rewritten, each pointing at the other, so a rejected LINK
      * leaves no half-made pair behind.  relinking a pair already
      * linked to each other is accepted and logs NO CHANGE
      ******************************************************************
       LINK-CLIENTS SECTION.
           IF WS-TXN-SPOUSE-ID EQUAL TO SPACES
              MOVE 'N' TO WS-TXN-OK
              STRING "spouse id is required" DELIMITED BY SIZE
                 INTO WS-TXN-REASON
              END-STRING
           END-IF
           IF WS-TXN-IS-VALID AND WS-TXN-SPOUSE-ID EQUAL TO WS-TXN-ID
              MOVE 'N' TO WS-TXN-OK
              STRING "client cannot be linked to itself"
                 DELIMITED BY SIZE INTO WS-TXN-REASON
              END-STRING
           END-IF
           IF WS-TXN-IS-VALID
              MOVE WS-TXN-SPOUSE-ID TO CLIENT-ID
              READ CLIENT-MASTER-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-TXN-OK
                    STRING "spouse id not on file" DELIMITED BY SIZE
                       INTO WS-TXN-REASON
                    END-STRING
              END-READ
           END-IF
           IF WS-TXN-IS-VALID
              IF CLIENT-SPOUSE-ID NOT EQUAL TO SPACES
                 AND CLIENT-SPOUSE-ID NOT EQUAL TO WS-TXN-ID
                 MOVE 'N' TO WS-TXN-OK
                 STRING "spouse already linked to another client"
                    DELIMITED BY SIZE INTO WS-TXN-REASON
                 END-STRING
              END-IF
           END-IF
           IF WS-TXN-IS-VALID AND CLIENT-STATUS NOT EQUAL TO "separate"
              MOVE 'N' TO WS-TXN-OK
              STRING "spouse does not file separately"
                 DELIMITED BY SIZE INTO WS-TXN-REASON
              END-STRING
           END-IF
           IF WS-TXN-IS-VALID
              PERFORM READ-CLIENT-BY-ID
           END-IF
           IF WS-TXN-IS-VALID
              IF CLIENT-SPOUSE-ID NOT EQUAL TO SPACES
                 AND CLIENT-SPOUSE-ID NOT EQUAL TO WS-TXN-SPOUSE-ID
                 MOVE 'N' TO WS-TXN-OK
                 STRING "client already linked to another client"
                    DELIMITED BY SIZE INTO WS-TXN-REASON
                 END-STRING
              END-IF
           END-IF
           IF WS-TXN-IS-VALID AND CLIENT-STATUS NOT EQUAL TO "separate"
              MOVE 'N' TO WS-TXN-OK
              STRING "client does not file separately"
                 DELIMITED BY SIZE INTO WS-TXN-REASON
              END-STRING
           END-IF
           IF WS-TXN-IS-VALID
              MOVE CLIENT-NAME TO WS-TXN-NAME
              MOVE WS-TXN-SPOUSE-ID TO WS-CHG-SET-REFERENCE
              PERFORM SAVE-CLIENT-BEFORE-IMAGE
              MOVE WS-TXN-SPOUSE-ID TO CLIENT-SPOUSE-ID
              REWRITE CLIENT-RECORD
              PERFORM LOG-CLIENT-CHANGES
              MOVE WS-TXN-SPOUSE-ID TO CLIENT-ID
              READ CLIENT-MASTER-FILE
                 INVALID KEY CONTINUE
              END-READ
              MOVE WS-TXN-ID TO WS-CHG-SET-REFERENCE
              PERFORM SAVE-CLIENT-BEFORE-IMAGE
              MOVE WS-TXN-ID TO CLIENT-SPOUSE-ID
              REWRITE CLIENT-RECORD
              PERFORM LOG-CLIENT-CHANGES
              MOVE SPACES TO WS-CHG-SET-REFERENCE
           END-IF.
      ******************************************************************
      * break a pair - the client's link is cleared, and the spouse's
      * as well when it points back at this client.  a spouse record
      * gone from the master or pointing elsewhere is left as it is,
      * so UNLINK also clears the one-sided links the integrity check
      * (MTRC-015 verify) reports
      ******************************************************************
       UNLINK-CLIENTS SECTION.
           PERFORM READ-CLIENT-BY-ID
           IF WS-TXN-IS-VALID AND CLIENT-SPOUSE-ID EQUAL TO SPACES
              MOVE 'N' TO WS-TXN-OK
              STRING "client is not linked" DELIMITED BY SIZE
                 INTO WS-TXN-REASON
              END-STRING
           END-IF
           IF WS-TXN-IS-VALID
              MOVE CLIENT-NAME TO WS-TXN-NAME
              MOVE CLIENT-SPOUSE-ID TO WS-TXN-OLD-SPOUSE-ID
              MOVE WS-TXN-OLD-SPOUSE-ID TO WS-CHG-SET-REFERENCE
              PERFORM SAVE-CLIENT-BEFORE-IMAGE
              MOVE SPACES TO CLIENT-SPOUSE-ID
              REWRITE CLIENT-RECORD
              PERFORM LOG-CLIENT-CHANGES
              MOVE WS-TXN-OLD-SPOUSE-ID TO CLIENT-ID
              READ CLIENT-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF CLIENT-SPOUSE-ID EQUAL TO WS-TXN-ID
                       MOVE WS-TXN-ID TO WS-CHG-SET-REFERENCE
                       PERFORM SAVE-CLIENT-BEFORE-IMAGE
                       MOVE SPACES TO CLIENT-SPOUSE-ID
                       REWRITE CLIENT-RECORD
                       PERFORM LOG-CLIENT-CHANGES
                    END-IF
              END-READ
              MOVE SPACES TO WS-CHG-SET-REFERENCE
           END-IF.
      ******************************************************************
      * sweep the whole master in key order and print one line per
       LIST-CLIENTS SECTION.
           MOVE SPACES TO WS-LINE
           STRING "ID     CLIENT NAME             " DELIMITED BY SIZE
              "STATUS    YEAR ST A      GROSS INCOME SPOUSE"
              DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
                       CLIENT-ACTIVE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CURRENCY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CLIENT-SPOUSE-ID DELIMITED BY SIZE
                       INTO WS-LINE
                    END-STRING
                    WRITE REPORT-RECORD FROM WS-LINE
              WS-PENDED-COUNT DELIMITED BY SIZE
              "     REJECTED: " DELIMITED BY SIZE
              WS-REJECTED-COUNT DELIMITED BY SIZE
              "     HISTORY ENTRIES: " DELIMITED BY SIZE
              WS-CHG-ENTRIES DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           PERFORM CLOSE-CHANGE-HISTORY
           CLOSE TRANSACTION-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE.
      * program - see VALPROC.CPY
      ******************************************************************
       COPY VALPROC.
      ******************************************************************
      * the change-history sections, shared with MTRC-005 and MTRC-010
      * - see CHGPROC.CPY
      ******************************************************************
       COPY CHGPROC.
