      *        DELETE  - back a mis-keyed payment out, named by
      *                  client id and sequence number
      *        LIST    - print every payment on the ledger
      * every applied ADD and DELETE is also written to the permanent
      * change-history file - the payment's date, type and amount
      * against its sequence number (see CHGFDR.CPY)
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY PAYFD.
           COPY CLNTFD.
           COPY CHGFD.
           SELECT REPORT-FILE
              ASSIGN TO DYNAMIC WS-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       COPY CLNTFDR.

       COPY CHGFDR.

       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PAYWS.
       COPY CLNTWS.
       COPY CHGWS.
       COPY VALWS.
       77 WS-TRANSACTION-FILENAME   PIC X(50) VALUE "paymnt.txn".
       77 WS-REPORT-FILENAME        PIC X(50) VALUE "paymnt.rpt".
      * one maintenance transaction, unstrung into these fields
      ******************************************************************
       77 WS-TXN-VERB               PIC X(8) VALUE SPACES.
      ******************************************************************
      * a transaction with a bad verb, a client not on the master, a
      * malformed date or type, or an amount VALIDATE-NUMERIC-FIELD
      * rejects is written to the report with a reason and applied to
      * nothing - the fields and the posting rules are shared with the
      * bank deposit interface, MTRC-019 (see PAYVWS.CPY)
      ******************************************************************
       COPY PAYVWS.
       77 WS-APPLIED-COUNT          PIC 9(05) VALUE 0.
       77 WS-REJECTED-COUNT         PIC 9(05) VALUE 0.
       77 WS-SEQ-INTEGER            PIC 9(13) VALUE 0.
      ******************************************************************
      * with no client master on disk the ADD guard's READ can never
      * say "not on file", so the whole run is refused up front
           IF NOT WS-RUN-IS-OK
              CLOSE TRANSACTION-FILE
              CLOSE PAYMENTS-FILE
              PERFORM CLOSE-CHANGE-HISTORY
              CLOSE REPORT-FILE
              STOP RUN
           END-IF
              OPEN I-O PAYMENTS-FILE
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           PERFORM OPEN-CHANGE-HISTORY
           MOVE "PAYMENTS" TO WS-CHG-SET-SOURCE
           MOVE SPACES TO WS-LINE
           STRING "CLIENT PAYMENTS LEDGER MAINTENANCE"
              DELIMITED BY SIZE
       APPLY-TRANSACTION SECTION.
           MOVE 'Y' TO WS-TXN-OK
           MOVE SPACES TO WS-TXN-REASON
           MOVE WS-TXN-VERB TO WS-CHG-SET-ACTION
           EVALUATE WS-TXN-VERB
              WHEN "ADD"
                 PERFORM ADD-PAYMENT
                    STRING "payment key already on file"
                       DELIMITED BY SIZE INTO WS-TXN-REASON
                    END-STRING
                 NOT INVALID KEY
                    PERFORM LOG-PAYMENT-CHANGE
              END-WRITE
           END-IF.
      ******************************************************************
      * back a mis-keyed payment out - client id and sequence number
      * name the record, a key not on file rejects the transaction.
      * the record is read before it is deleted, so the history
      * entry carries what was backed out
      ******************************************************************
       DELETE-PAYMENT SECTION.
           IF WS-TXN-ID EQUAL TO SPACES
              ELSE
                 MOVE WS-TXN-ID TO PAYMENT-CLIENT-ID
                 MOVE WS-SEQ-INTEGER TO PAYMENT-SEQ
                 READ PAYMENTS-FILE
                    INVALID KEY
                       MOVE 'N' TO WS-TXN-OK
                       STRING "payment not on file"
                          DELIMITED BY SIZE INTO WS-TXN-REASON
                       END-STRING
                 END-READ
              END-IF
              IF WS-TXN-IS-VALID
                 DELETE PAYMENTS-FILE
                    INVALID KEY
                       MOVE 'N' TO WS-TXN-OK
                       STRING "payment not on file"
                          DELIMITED BY SIZE INTO WS-TXN-REASON
                       END-STRING
                    NOT INVALID KEY
                       PERFORM LOG-PAYMENT-CHANGE
                 END-DELETE
              END-IF
           END-IF.
              END-READ
           END-PERFORM.
      ******************************************************************
      * one audit line per transaction - applied or rejected with the
      * reason, so the report is the paper trail for the ledger
      ******************************************************************
              WS-APPLIED-COUNT DELIMITED BY SIZE
              "     TRANSACTIONS REJECTED: " DELIMITED BY SIZE
              WS-REJECTED-COUNT DELIMITED BY SIZE
              "     HISTORY ENTRIES: " DELIMITED BY SIZE
              WS-CHG-ENTRIES DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           PERFORM CLOSE-CHANGE-HISTORY
           CLOSE TRANSACTION-FILE
           CLOSE PAYMENTS-FILE
           CLOSE CLIENT-MASTER-FILE
      * MTRC-006 - see VALPROC.CPY
      ******************************************************************
       COPY VALPROC.
      ******************************************************************
      * the payment posting rules, shared with MTRC-019 - see
      * PAYVPROC.CPY
      ******************************************************************
       COPY PAYVPROC.
      ******************************************************************
      * the change-history sections, shared with MTRC-005 and MTRC-006
      * - see CHGPROC.CPY, and CHGPPROC.CPY for the ledger entries
      ******************************************************************
       COPY CHGPROC.
       COPY CHGPPROC.
