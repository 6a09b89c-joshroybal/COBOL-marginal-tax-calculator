      ******************************************************************
      * CHGPPROC.CPY
      * the change-history entries for the payments ledger - the
      * payment in PAYMENT-RECORD (PAYFDR.CPY) goes on the file as
      * three entries, its date, type and amount, against the
      * sequence number.  an ADD logs them as the after values, a
      * DELETE as the before values.  the calling program sets
      * WS-CHG-SET-SOURCE and WS-CHG-SET-ACTION first, and copies
      * CHGPROC.CPY as well for WRITE-CHANGE-ENTRY and the open and
      * close sections.
      ******************************************************************
       LOG-PAYMENT-CHANGE SECTION.
           MOVE 0 TO WS-CHG-TXN-ENTRIES
           MOVE PAYMENT-CLIENT-ID TO WS-CHG-SET-ID
           MOVE PAYMENT-SEQ TO WS-CHG-SET-REFERENCE
           MOVE "PAYMENT-DATE" TO WS-CHG-FIELD
           MOVE PAYMENT-DATE TO WS-CHG-BEFORE
           PERFORM SPLIT-PAYMENT-ENTRY
           MOVE "PAYMENT-TYPE" TO WS-CHG-FIELD
           MOVE PAYMENT-TYPE TO WS-CHG-BEFORE
           PERFORM SPLIT-PAYMENT-ENTRY
           MOVE "PAYMENT-AMOUNT" TO WS-CHG-FIELD
           MOVE PAYMENT-AMOUNT TO WS-CHG-MONEY
           MOVE WS-CHG-MONEY TO WS-CHG-BEFORE
           PERFORM SPLIT-PAYMENT-ENTRY.
      * the value goes on the after side for an ADD, the before side
      * for a DELETE
       SPLIT-PAYMENT-ENTRY SECTION.
           IF WS-CHG-SET-ACTION EQUAL TO "DELETE"
              MOVE SPACES TO WS-CHG-AFTER
           ELSE
              MOVE WS-CHG-BEFORE TO WS-CHG-AFTER
              MOVE SPACES TO WS-CHG-BEFORE
           END-IF
           PERFORM WRITE-CHANGE-ENTRY.
