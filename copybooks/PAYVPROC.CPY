      ******************************************************************
      * PAYVPROC.CPY
      * the payment posting rules - see PAYVWS.CPY for the fields
      * these sections depend on.  the calling program moves one
      * payment into WS-TXN-ID, WS-TXN-DATE, WS-TXN-TYPE (folded to
      * lower case) and WS-TXN-AMOUNT-TEXT, sets WS-TXN-OK to 'Y',
      * performs VALIDATE-TRANSACTION-FIELDS, and for a valid payment
      * performs FIND-NEXT-PAYMENT-SEQ and writes PAYMENT-RECORD with
      * WS-NEXT-SEQ and WS-VAL-RESULT.  the calling program must have
      * CLIENT-RECORD (CLNTFDR.CPY) open for input and PAYMENT-RECORD
      * (PAYFDR.CPY) open I-O, and must copy VALWS and VALPROC.
      ******************************************************************
      * every required field checked before anything is written
      ******************************************************************
       VALIDATE-TRANSACTION-FIELDS SECTION.
           IF WS-TXN-ID EQUAL TO SPACES
              MOVE 'N' TO WS-TXN-OK
              STRING "client id is required" DELIMITED BY SIZE
                 INTO WS-TXN-REASON
              END-STRING
           END-IF
      * a payment keyed against a client the master has never heard
      * of would dangle against nothing the batch totals - reject it
      * here instead
           IF WS-TXN-IS-VALID
              MOVE WS-TXN-ID TO CLIENT-ID
              READ CLIENT-MASTER-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-TXN-OK
                    STRING "client id not on master" DELIMITED BY SIZE
                       INTO WS-TXN-REASON
                    END-STRING
              END-READ
           END-IF
           IF WS-TXN-IS-VALID AND WS-TXN-DATE IS NOT NUMERIC
              MOVE 'N' TO WS-TXN-OK
              STRING "payment date must be numeric YYYYMMDD"
                 DELIMITED BY SIZE INTO WS-TXN-REASON
              END-STRING
           END-IF
           IF WS-TXN-IS-VALID
              MOVE WS-TXN-TYPE TO PAYMENT-TYPE
              IF NOT PAYMENT-TYPE-IS-VALID
                 MOVE 'N' TO WS-TXN-OK
                 STRING "type must be withholding, estimated or "
                    DELIMITED BY SIZE
                    "extension" DELIMITED BY SIZE
                    INTO WS-TXN-REASON
                 END-STRING
              END-IF
           END-IF
           IF WS-TXN-IS-VALID
              MOVE WS-TXN-AMOUNT-TEXT TO WS-VAL-TEXT
              PERFORM VALIDATE-NUMERIC-FIELD
              IF NOT WS-VAL-IS-OK
                 MOVE 'N' TO WS-TXN-OK
                 STRING "amount must be a numeric dollar amount"
                    DELIMITED BY SIZE INTO WS-TXN-REASON
                 END-STRING
              END-IF
           END-IF.
      ******************************************************************
      * one up from the client's highest sequence number on file -
      * position at the client's first payment and read forward until
      * the id changes, the same linear sweep the batch totals with
      ******************************************************************
       FIND-NEXT-PAYMENT-SEQ SECTION.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-TXN-ID TO PAYMENT-CLIENT-ID
           MOVE ZEROS TO PAYMENT-SEQ
           START PAYMENTS-FILE KEY IS >= PAYMENT-KEY
              INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE EQUAL TO 'Y'
              READ PAYMENTS-FILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-SCAN-DONE
                 NOT AT END
                    IF PAYMENT-CLIENT-ID EQUAL TO WS-TXN-ID
                       ADD 1 PAYMENT-SEQ GIVING WS-NEXT-SEQ
                    ELSE
                       MOVE 'Y' TO WS-SCAN-DONE
                    END-IF
              END-READ
           END-PERFORM.
