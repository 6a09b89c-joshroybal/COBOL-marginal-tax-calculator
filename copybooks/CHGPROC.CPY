      ******************************************************************
      * CHGPROC.CPY
      * the change-history sections for the client master - see
      * CHGWS.CPY for the fields these sections depend on.  the
      * calling program performs OPEN-CHANGE-HISTORY once at start
      * and CLOSE-CHANGE-HISTORY at the end, SAVE-CLIENT-BEFORE-IMAGE
      * straight after reading the record a transaction names, and
      * LOG-CLIENT-CHANGES once the record has been written or
      * rewritten - one entry goes out per field that differs from
      * the before image, every field for an ADD.  the calling
      * program must have CLIENT-RECORD (CLNTFDR.CPY) in its FILE
      * SECTION.  CHGPPROC.CPY carries the payments ledger entries.
      ******************************************************************
      * the file is only ever appended to - the first change of a
      * new installation creates it
      ******************************************************************
       OPEN-CHANGE-HISTORY SECTION.
           MOVE 0 TO WS-CHG-ENTRIES
           OPEN EXTEND CHANGE-HISTORY-FILE
           IF WS-CHG-STATUS EQUAL TO "35"
              OPEN OUTPUT CHANGE-HISTORY-FILE
           END-IF.
       CLOSE-CHANGE-HISTORY SECTION.
           CLOSE CHANGE-HISTORY-FILE.
       SAVE-CLIENT-BEFORE-IMAGE SECTION.
           MOVE CLIENT-RECORD TO WS-CHG-OLD-CLIENT.
      ******************************************************************
      * compare the record field by field against the before image -
      * an ADD starts from a blank image, so every field is logged.
      * a transaction that changed nothing still leaves one NO CHANGE
      * entry, so every applied transaction is on the file
      ******************************************************************
       LOG-CLIENT-CHANGES SECTION.
           MOVE 0 TO WS-CHG-TXN-ENTRIES
           MOVE CLIENT-ID TO WS-CHG-SET-ID
           IF WS-CHG-IS-ADD
              INITIALIZE WS-CHG-OLD-CLIENT
           END-IF
           IF CLIENT-NAME NOT EQUAL TO WS-CHG-OLD-NAME OR WS-CHG-IS-ADD
              MOVE "NAME" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-NAME TO WS-CHG-BEFORE
              MOVE CLIENT-NAME TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF CLIENT-AMOUNT NOT EQUAL TO WS-CHG-OLD-AMOUNT
              OR WS-CHG-IS-ADD
              MOVE "AMOUNT" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-AMOUNT TO WS-CHG-MONEY
              MOVE WS-CHG-MONEY TO WS-CHG-BEFORE
              MOVE CLIENT-AMOUNT TO WS-CHG-MONEY
              MOVE WS-CHG-MONEY TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF CLIENT-STATUS NOT EQUAL TO WS-CHG-OLD-STATUS
              OR WS-CHG-IS-ADD
              MOVE "STATUS" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-STATUS TO WS-CHG-BEFORE
              MOVE CLIENT-STATUS TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF CLIENT-YEAR NOT EQUAL TO WS-CHG-OLD-YEAR OR WS-CHG-IS-ADD
              MOVE "YEAR" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-YEAR TO WS-CHG-BEFORE
              MOVE CLIENT-YEAR TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF CLIENT-STATE-ABBR NOT EQUAL TO WS-CHG-OLD-STATE-ABBR
              OR WS-CHG-IS-ADD
              MOVE "STATE" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-STATE-ABBR TO WS-CHG-BEFORE
              MOVE CLIENT-STATE-ABBR TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF CLIENT-ITEMIZED NOT EQUAL TO WS-CHG-OLD-ITEMIZED
              OR WS-CHG-IS-ADD
              MOVE "ITEMIZED" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-ITEMIZED TO WS-CHG-MONEY
              MOVE WS-CHG-MONEY TO WS-CHG-BEFORE
              MOVE CLIENT-ITEMIZED TO WS-CHG-MONEY
              MOVE WS-CHG-MONEY TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF CLIENT-SE-INCOME NOT EQUAL TO WS-CHG-OLD-SE-INCOME
              OR WS-CHG-IS-ADD
              MOVE "SE-INCOME" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-SE-INCOME TO WS-CHG-MONEY
              MOVE WS-CHG-MONEY TO WS-CHG-BEFORE
              MOVE CLIENT-SE-INCOME TO WS-CHG-MONEY
              MOVE WS-CHG-MONEY TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF CLIENT-PRIOR-TAX NOT EQUAL TO WS-CHG-OLD-PRIOR-TAX
              OR WS-CHG-IS-ADD
              MOVE "PRIOR-TAX" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-PRIOR-TAX TO WS-CHG-MONEY
              MOVE WS-CHG-MONEY TO WS-CHG-BEFORE
              MOVE CLIENT-PRIOR-TAX TO WS-CHG-MONEY
              MOVE WS-CHG-MONEY TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF CLIENT-DEPENDENTS NOT EQUAL TO WS-CHG-OLD-DEPENDENTS
              OR WS-CHG-IS-ADD
              MOVE "DEPENDENTS" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-DEPENDENTS TO WS-CHG-COUNT-SHOWN
              MOVE WS-CHG-COUNT-SHOWN TO WS-CHG-BEFORE
              MOVE CLIENT-DEPENDENTS TO WS-CHG-COUNT-SHOWN
              MOVE WS-CHG-COUNT-SHOWN TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF CLIENT-CAP-GAINS NOT EQUAL TO WS-CHG-OLD-CAP-GAINS
              OR WS-CHG-IS-ADD
              MOVE "CAP-GAINS" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-CAP-GAINS TO WS-CHG-MONEY
              MOVE WS-CHG-MONEY TO WS-CHG-BEFORE
              MOVE CLIENT-CAP-GAINS TO WS-CHG-MONEY
              MOVE WS-CHG-MONEY TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF CLIENT-ACTIVE NOT EQUAL TO WS-CHG-OLD-ACTIVE
              OR WS-CHG-IS-ADD
              MOVE "ACTIVE" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-ACTIVE TO WS-CHG-BEFORE
              MOVE CLIENT-ACTIVE TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
      * a new record never carries a spouse link - LINK sets it
      * afterwards - so the link is only logged when it moves
           IF CLIENT-SPOUSE-ID NOT EQUAL TO WS-CHG-OLD-SPOUSE-ID
              MOVE "SPOUSE-ID" TO WS-CHG-FIELD
              MOVE WS-CHG-OLD-SPOUSE-ID TO WS-CHG-BEFORE
              MOVE CLIENT-SPOUSE-ID TO WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           IF WS-CHG-TXN-ENTRIES EQUAL TO 0
              MOVE "NO CHANGE" TO WS-CHG-FIELD
              MOVE SPACES TO WS-CHG-BEFORE WS-CHG-AFTER
              PERFORM WRITE-CHANGE-ENTRY
           END-IF
           MOVE 'N' TO WS-CHG-ADDING.
      ******************************************************************
      * one entry, stamped with the date and time it is written - a
      * blank before value on an ADD, a blank after on a DELETE
      ******************************************************************
       WRITE-CHANGE-ENTRY SECTION.
           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHG-TIME FROM TIME
           MOVE SPACES TO CHANGE-RECORD
           MOVE WS-CHG-DATE TO CHG-DATE
           MOVE WS-CHG-TIME TO CHG-TIME
           MOVE WS-CHG-SET-SOURCE TO CHG-SOURCE
           MOVE WS-CHG-SET-ACTION TO CHG-ACTION
           MOVE WS-CHG-SET-ID TO CHG-CLIENT-ID
           MOVE WS-CHG-SET-REFERENCE TO CHG-REFERENCE
           MOVE WS-CHG-FIELD TO CHG-FIELD
           IF WS-CHG-IS-ADD
              MOVE SPACES TO CHG-BEFORE
           ELSE
              MOVE WS-CHG-BEFORE TO CHG-BEFORE
           END-IF
           MOVE WS-CHG-AFTER TO CHG-AFTER
           WRITE CHANGE-RECORD
           SET WS-CHG-ENTRIES UP BY 1
           SET WS-CHG-TXN-ENTRIES UP BY 1.
