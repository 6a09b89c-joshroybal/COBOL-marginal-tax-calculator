      ******************************************************************
      * LOCKBOX.CBL
      * bank lockbox / payroll deposit interface - posts the bank's
      * daily deposit file to the payments ledger, so the withholding,
      * estimated and extension payments the bank has already
      * received are not keyed a second time through the payments
      * maintenance program (MTRC-010).  each deposit item names the
      * client it belongs to by client id; an item that matches a
      * client on the master and passes the same posting rules
      * MTRC-010 applies to a keyed ADD (see PAYVPROC.CPY) is written
      * to the ledger under the client's next sequence number and to
      * the change-history file (see CHGFDR.CPY) with source LOCKBOX.
      * an item that does not is written to the suspense file with
      * the reason, for the front desk to research and key by hand.
      *
      * the deposit file, comma-delimited, one header, the items and
      * one trailer:
      *    H,FILEID,YYYYMMDD            bank file id, deposit date
      *    D,ITEMNO,CLIENTID,YYYYMMDD,TYPE,AMOUNT
      *                                 one deposit item - type is
      *                                 withholding, estimated or
      *                                 extension
      *    T,COUNT,TOTAL                items in the file, their sum
      *
      * the file is read through once before anything is posted -
      * a missing or repeated header or trailer, an unreadable
      * amount, or an item count or total that does not agree with
      * the trailer refuses the whole file, since a file that does
      * not balance to the bank's own control cannot be trusted item
      * by item.  every file posted is entered on the register file
      * by its bank file id, and a file whose id - or whose deposit
      * date, item count and total together - is already on the
      * register is refused, so the same deposit can never post
      * twice.  the register takes a STARTED entry before the first
      * item posts and a POSTED entry after the last; a run that dies
      * between the two leaves its file refused until the ledger has
      * been checked against the change history by hand.
      *
      *    usage: lockbox [DEPOSIT-FILE]   (lockbox.dat by default)
      *
      * the control report (lockbox.rpt) lists every item, posted or
      * suspended, and closes with the trailer's count and total
      * against what was posted plus what went to suspense.
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRC-019.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE
              ASSIGN TO DYNAMIC WS-DEPOSIT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPOSIT-STATUS.
           COPY PAYFD.
           COPY CLNTFD.
           COPY CHGFD.
           SELECT REGISTER-FILE
              ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SUSPENSE-FILE
              ASSIGN TO DYNAMIC WS-SUSPENSE-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO DYNAMIC WS-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSIT-FILE.
       01 DEPOSIT-RECORD             PIC X(160).
       01 DEPOSIT-FILE-EOF           PIC X(1).

       COPY PAYFDR.

       COPY CLNTFDR.

       COPY CHGFDR.

      ******************************************************************
      * one register entry per stage of a file's posting - STARTED
      * before the first item, POSTED after the last
      ******************************************************************
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REG-FILE-ID           PIC X(20).
           05 FILLER                PIC X(1).
           05 REG-DEPOSIT-DATE      PIC X(8).
           05 FILLER                PIC X(1).
           05 REG-ITEM-COUNT        PIC 9(05).
           05 FILLER                PIC X(1).
           05 REG-TOTAL             PIC 9(13)V99.
           05 FILLER                PIC X(1).
           05 REG-STATUS            PIC X(8).
           05 FILLER                PIC X(1).
           05 REG-STAMP-DATE        PIC 9(8).
           05 REG-STAMP-TIME        PIC 9(8).
       01 REGISTER-FILE-EOF          PIC X(1).

      ******************************************************************
      * one suspended item, comma-delimited - the deposit date and
      * bank file id, the item as the bank sent it, and the reason
      ******************************************************************
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD            PIC X(200).

       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PAYWS.
       COPY CLNTWS.
       COPY CHGWS.
       COPY VALWS.
       COPY PAYVWS.
       77 WS-DEPOSIT-FILENAME       PIC X(50) VALUE "lockbox.dat".
       77 WS-DEPOSIT-STATUS         PIC X(2) VALUE SPACES.
       77 WS-REGISTER-FILENAME      PIC X(50) VALUE "lockbox.reg".
       77 WS-REGISTER-STATUS        PIC X(2) VALUE SPACES.
       77 WS-SUSPENSE-FILENAME      PIC X(50) VALUE "lockbox.sus".
       77 WS-SUSPENSE-STATUS        PIC X(2) VALUE SPACES.
       77 WS-REPORT-FILENAME        PIC X(50) VALUE "lockbox.rpt".
       77 WS-ARGS                   PIC X(80) VALUE SPACES.
      ******************************************************************
      * one deposit file record, unstrung - the record code, then the
      * fields in the order the code's layout gives them (see the
      * banner at the top of the program)
      ******************************************************************
       77 WS-DEP-CODE               PIC X(1) VALUE SPACES.
           88 WS-DEP-IS-HEADER      VALUE 'H'.
           88 WS-DEP-IS-DETAIL      VALUE 'D'.
           88 WS-DEP-IS-TRAILER     VALUE 'T'.
       77 WS-DEP-FIELD-1            PIC X(20) VALUE SPACES.
       77 WS-DEP-FIELD-2            PIC X(20) VALUE SPACES.
       77 WS-DEP-FIELD-3            PIC X(20) VALUE SPACES.
       77 WS-DEP-FIELD-4            PIC X(20) VALUE SPACES.
       77 WS-DEP-FIELD-5            PIC X(20) VALUE SPACES.
      ******************************************************************
      * the control pass - what the header and trailer say, and what
      * the items themselves add up to
      ******************************************************************
       77 WS-BANK-FILE-ID           PIC X(20) VALUE SPACES.
       77 WS-DEPOSIT-DATE           PIC X(8) VALUE SPACES.
       77 WS-RECORD-COUNT           PIC 9(05) VALUE 0.
       77 WS-HEADER-COUNT           PIC 9(05) VALUE 0.
       77 WS-TRAILER-COUNT          PIC 9(05) VALUE 0.
       77 WS-UNKNOWN-COUNT          PIC 9(05) VALUE 0.
       77 WS-BAD-AMOUNT-COUNT       PIC 9(05) VALUE 0.
       77 WS-MISPLACED-COUNT        PIC 9(05) VALUE 0.
       77 WS-TRAILER-ITEMS          PIC 9(05) VALUE 0.
       77 WS-TRAILER-TOTAL          PIC 9(13)V99 VALUE 0.
       77 WS-TRAILER-OK             PIC X(1) VALUE 'N'.
           88 WS-TRAILER-IS-OK      VALUE 'Y'.
       77 WS-DETAIL-ITEMS           PIC 9(05) VALUE 0.
       77 WS-DETAIL-TOTAL           PIC 9(13)V99 VALUE 0.
      ******************************************************************
      * the posting pass
      ******************************************************************
       77 WS-ITEM-AMOUNT            PIC 9(13)V99 VALUE 0.
       77 WS-POSTED-ITEMS           PIC 9(05) VALUE 0.
       77 WS-POSTED-TOTAL           PIC 9(13)V99 VALUE 0.
       77 WS-SUSPENSE-ITEMS         PIC 9(05) VALUE 0.
       77 WS-SUSPENSE-TOTAL         PIC 9(13)V99 VALUE 0.
       77 WS-ACCOUNTED-ITEMS        PIC 9(05) VALUE 0.
       77 WS-ACCOUNTED-TOTAL        PIC 9(13)V99 VALUE 0.
       77 WS-POSTING-DONE           PIC X(1) VALUE 'N'.
           88 WS-POSTING-IS-DONE    VALUE 'Y'.
      ******************************************************************
      * the register check - the last stage recorded for a file with
      * the same id, or the id of a file with the same deposit date,
      * item count and total
      ******************************************************************
       77 WS-REG-FOUND-STATUS       PIC X(8) VALUE SPACES.
       77 WS-REG-FOUND-DATE         PIC 9(8) VALUE 0.
       77 WS-REG-TWIN-ID            PIC X(20) VALUE SPACES.
       77 WS-REG-SET-STATUS         PIC X(8) VALUE SPACES.
      ******************************************************************
      * anything that refuses the file sets WS-RUN-OK 'N' and the
      * reason, which REFUSE-DEPOSIT-FILE puts on the report
      ******************************************************************
       77 WS-RUN-OK                 PIC X(1) VALUE 'Y'.
           88 WS-RUN-IS-OK          VALUE 'Y'.
       77 WS-REFUSE-REASON          PIC X(100) VALUE SPACES.
       77 WS-COUNT-SHOWN            PIC ZZZZ9.
       77 WS-CURRENCY               PIC $$$$,$$$,$$9.99.
       77 WS-LINE                   PIC X(132) VALUE SPACES.
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-LOCKBOX-RUN
           IF WS-RUN-IS-OK
              PERFORM CHECK-DEPOSIT-CONTROLS
           END-IF
           IF WS-RUN-IS-OK
              PERFORM CHECK-DEPOSIT-REGISTER
           END-IF
           IF WS-RUN-IS-OK
              PERFORM POST-DEPOSIT-FILE
           END-IF
           PERFORM FINALIZE-LOCKBOX-RUN
           STOP RUN.
      ******************************************************************
      * the deposit file named on the command line, or lockbox.dat
      ******************************************************************
       INITIALIZE-LOCKBOX-RUN SECTION.
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-ARGS FROM COMMAND-LINE
           IF WS-ARGS NOT EQUAL TO SPACES
              MOVE WS-ARGS TO WS-DEPOSIT-FILENAME
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "BANK DEPOSIT POSTING - " DELIMITED BY SIZE
              WS-DEPOSIT-FILENAME DELIMITED BY SPACE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * the control pass - read the whole file, posting nothing, and
      * hold it up against its own header and trailer
      ******************************************************************
       CHECK-DEPOSIT-CONTROLS SECTION.
           MOVE 'N' TO DEPOSIT-FILE-EOF
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-STATUS NOT EQUAL TO "00"
              MOVE "DEPOSIT FILE COULD NOT BE OPENED"
                 TO WS-REFUSE-REASON
              PERFORM REFUSE-DEPOSIT-FILE
           ELSE
              PERFORM UNTIL DEPOSIT-FILE-EOF EQUAL TO 'Y'
                 READ DEPOSIT-FILE
                    AT END MOVE 'Y' TO DEPOSIT-FILE-EOF
                    NOT AT END
                       SET WS-RECORD-COUNT UP BY 1
                       PERFORM UNSTRING-DEPOSIT-RECORD
                       PERFORM TALLY-DEPOSIT-RECORD
                 END-READ
              END-PERFORM
              CLOSE DEPOSIT-FILE
              PERFORM JUDGE-DEPOSIT-CONTROLS
           END-IF.
       UNSTRING-DEPOSIT-RECORD SECTION.
           MOVE SPACES TO WS-DEP-CODE WS-DEP-FIELD-1 WS-DEP-FIELD-2
              WS-DEP-FIELD-3 WS-DEP-FIELD-4 WS-DEP-FIELD-5
           UNSTRING DEPOSIT-RECORD DELIMITED BY ","
              INTO WS-DEP-CODE, WS-DEP-FIELD-1, WS-DEP-FIELD-2,
                 WS-DEP-FIELD-3, WS-DEP-FIELD-4, WS-DEP-FIELD-5
           END-UNSTRING.
      ******************************************************************
      * one record into the control counts - the header must be the
      * first record and nothing may follow the trailer
      ******************************************************************
       TALLY-DEPOSIT-RECORD SECTION.
           IF WS-TRAILER-COUNT > 0
              SET WS-MISPLACED-COUNT UP BY 1
           END-IF
           EVALUATE TRUE
              WHEN WS-DEP-IS-HEADER
                 SET WS-HEADER-COUNT UP BY 1
                 IF WS-RECORD-COUNT NOT EQUAL TO 1
                    SET WS-MISPLACED-COUNT UP BY 1
                 END-IF
                 MOVE WS-DEP-FIELD-1 TO WS-BANK-FILE-ID
                 MOVE WS-DEP-FIELD-2(1:8) TO WS-DEPOSIT-DATE
              WHEN WS-DEP-IS-DETAIL
                 SET WS-DETAIL-ITEMS UP BY 1
                 MOVE WS-DEP-FIELD-5 TO WS-VAL-TEXT
                 PERFORM VALIDATE-NUMERIC-FIELD
                 IF WS-VAL-IS-OK
                    ADD WS-VAL-RESULT TO WS-DETAIL-TOTAL
                 ELSE
                    SET WS-BAD-AMOUNT-COUNT UP BY 1
                 END-IF
              WHEN WS-DEP-IS-TRAILER
                 SET WS-TRAILER-COUNT UP BY 1
                 MOVE 'Y' TO WS-TRAILER-OK
                 MOVE WS-DEP-FIELD-1 TO WS-VAL-TEXT
                 PERFORM VALIDATE-NUMERIC-FIELD
                 IF WS-VAL-IS-OK
                    MOVE WS-VAL-RESULT TO WS-TRAILER-ITEMS
                 ELSE
                    MOVE 'N' TO WS-TRAILER-OK
                 END-IF
                 MOVE WS-DEP-FIELD-2 TO WS-VAL-TEXT
                 PERFORM VALIDATE-NUMERIC-FIELD
                 IF WS-VAL-IS-OK
                    MOVE WS-VAL-RESULT TO WS-TRAILER-TOTAL
                 ELSE
                    MOVE 'N' TO WS-TRAILER-OK
                 END-IF
              WHEN OTHER
                 SET WS-UNKNOWN-COUNT UP BY 1
           END-EVALUATE.
      ******************************************************************
      * the file balances or it is refused - the first failure found
      * is the reason given
      ******************************************************************
       JUDGE-DEPOSIT-CONTROLS SECTION.
           EVALUATE TRUE
              WHEN WS-HEADER-COUNT NOT EQUAL TO 1
                 MOVE "FILE MUST CARRY EXACTLY ONE HEADER RECORD"
                    TO WS-REFUSE-REASON
              WHEN WS-TRAILER-COUNT NOT EQUAL TO 1
                 MOVE "FILE MUST CARRY EXACTLY ONE TRAILER RECORD"
                    TO WS-REFUSE-REASON
              WHEN WS-MISPLACED-COUNT > 0
                 MOVE "HEADER NOT FIRST OR RECORDS AFTER TRAILER"
                    TO WS-REFUSE-REASON
              WHEN WS-UNKNOWN-COUNT > 0
                 MOVE "RECORD CODE OTHER THAN H, D OR T ON FILE"
                    TO WS-REFUSE-REASON
              WHEN WS-BANK-FILE-ID EQUAL TO SPACES
                 OR WS-DEPOSIT-DATE IS NOT NUMERIC
                 MOVE "HEADER FILE ID OR DEPOSIT DATE MISSING"
                    TO WS-REFUSE-REASON
              WHEN NOT WS-TRAILER-IS-OK
                 MOVE "TRAILER COUNT OR TOTAL NOT NUMERIC"
                    TO WS-REFUSE-REASON
              WHEN WS-BAD-AMOUNT-COUNT > 0
                 MOVE "ITEM AMOUNT NOT NUMERIC - FILE CANNOT BALANCE"
                    TO WS-REFUSE-REASON
              WHEN WS-DETAIL-ITEMS NOT EQUAL TO WS-TRAILER-ITEMS
                 MOVE "ITEM COUNT DOES NOT AGREE WITH TRAILER"
                    TO WS-REFUSE-REASON
              WHEN WS-DETAIL-TOTAL NOT EQUAL TO WS-TRAILER-TOTAL
                 MOVE "ITEM TOTAL DOES NOT AGREE WITH TRAILER"
                    TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON NOT EQUAL TO SPACES
              PERFORM REFUSE-DEPOSIT-FILE
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "BANK FILE " DELIMITED BY SIZE
              WS-BANK-FILE-ID DELIMITED BY SIZE
              " DEPOSIT DATE " DELIMITED BY SIZE
              WS-DEPOSIT-DATE DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * the register - a file already posted, or part posted, under
      * its own id or as a twin of the same deposit under another id
      * is refused before anything touches the ledger.  no register
      * on disk yet is the first run; one there but unreadable
      * refuses the file, since the duplicate check cannot be made
      ******************************************************************
       CHECK-DEPOSIT-REGISTER SECTION.
           MOVE 'N' TO REGISTER-FILE-EOF
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT EQUAL TO "00"
              MOVE 'Y' TO REGISTER-FILE-EOF
              IF WS-REGISTER-STATUS NOT EQUAL TO "35"
                 MOVE "DEPOSIT REGISTER COULD NOT BE READ"
                    TO WS-REFUSE-REASON
                 PERFORM REFUSE-DEPOSIT-FILE
              END-IF
           ELSE
              PERFORM UNTIL REGISTER-FILE-EOF EQUAL TO 'Y'
                 READ REGISTER-FILE
                    AT END MOVE 'Y' TO REGISTER-FILE-EOF
                    NOT AT END
                       IF REG-FILE-ID EQUAL TO WS-BANK-FILE-ID
                          MOVE REG-STATUS TO WS-REG-FOUND-STATUS
                          MOVE REG-STAMP-DATE TO WS-REG-FOUND-DATE
                       ELSE
                          IF REG-DEPOSIT-DATE EQUAL TO WS-DEPOSIT-DATE
                             AND REG-ITEM-COUNT EQUAL TO
                                WS-TRAILER-ITEMS
                             AND REG-TOTAL EQUAL TO WS-TRAILER-TOTAL
                             MOVE REG-FILE-ID TO WS-REG-TWIN-ID
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTER-FILE
           END-IF
           EVALUATE TRUE
              WHEN WS-REG-FOUND-STATUS EQUAL TO "POSTED"
                 STRING "FILE ALREADY POSTED ON " DELIMITED BY SIZE
                    WS-REG-FOUND-DATE DELIMITED BY SIZE
                    INTO WS-REFUSE-REASON
                 END-STRING
                 PERFORM REFUSE-DEPOSIT-FILE
              WHEN WS-REG-FOUND-STATUS EQUAL TO "STARTED"
                 STRING "POSTING STARTED ON " DELIMITED BY SIZE
                    WS-REG-FOUND-DATE DELIMITED BY SIZE
                    " NEVER FINISHED - CHECK LEDGER BY HAND"
                    DELIMITED BY SIZE
                    INTO WS-REFUSE-REASON
                 END-STRING
                 PERFORM REFUSE-DEPOSIT-FILE
              WHEN WS-REG-TWIN-ID NOT EQUAL TO SPACES
                 STRING "SAME DATE, COUNT AND TOTAL AS FILE "
                    DELIMITED BY SIZE
                    WS-REG-TWIN-ID DELIMITED BY SPACE
                    " ALREADY ON REGISTER" DELIMITED BY SIZE
                    INTO WS-REFUSE-REASON
                 END-STRING
                 PERFORM REFUSE-DEPOSIT-FILE
           END-EVALUATE.
      ******************************************************************
      * the posting pass - the master must be readable before the
      * register is stamped, so a refused run leaves no STARTED entry
      * behind.  a ledger not yet on disk is created empty first,
      * the same arrangement MTRC-010 makes; one that still cannot be
      * opened refuses the file the same way
      ******************************************************************
       POST-DEPOSIT-FILE SECTION.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENT-MASTER-STATUS NOT EQUAL TO "00"
              MOVE "CLIENT MASTER COULD NOT BE OPENED"
                 TO WS-REFUSE-REASON
              PERFORM REFUSE-DEPOSIT-FILE
           ELSE
              OPEN I-O PAYMENTS-FILE
              IF WS-PAYMENTS-STATUS EQUAL TO "35"
                 OPEN OUTPUT PAYMENTS-FILE
                 CLOSE PAYMENTS-FILE
                 OPEN I-O PAYMENTS-FILE
              END-IF
              IF WS-PAYMENTS-STATUS NOT EQUAL TO "00"
                 MOVE "PAYMENTS LEDGER COULD NOT BE OPENED"
                    TO WS-REFUSE-REASON
                 PERFORM REFUSE-DEPOSIT-FILE
                 CLOSE CLIENT-MASTER-FILE
              ELSE
                 MOVE "STARTED" TO WS-REG-SET-STATUS
                 PERFORM STAMP-DEPOSIT-REGISTER
                 OPEN EXTEND SUSPENSE-FILE
                 IF WS-SUSPENSE-STATUS EQUAL TO "35"
                    OPEN OUTPUT SUSPENSE-FILE
                 END-IF
                 PERFORM OPEN-CHANGE-HISTORY
                 MOVE "LOCKBOX" TO WS-CHG-SET-SOURCE
                 MOVE "ADD" TO WS-CHG-SET-ACTION
                 MOVE SPACES TO WS-LINE
                 STRING "ITEM       CLIENT DATE     TYPE         "
                    DELIMITED BY SIZE
                    "         AMOUNT  DISPOSITION" DELIMITED BY SIZE
                    INTO WS-LINE
                 END-STRING
                 WRITE REPORT-RECORD FROM WS-LINE
                 MOVE 'N' TO DEPOSIT-FILE-EOF
                 OPEN INPUT DEPOSIT-FILE
                 PERFORM UNTIL DEPOSIT-FILE-EOF EQUAL TO 'Y'
                    READ DEPOSIT-FILE
                       AT END MOVE 'Y' TO DEPOSIT-FILE-EOF
                       NOT AT END
                          PERFORM UNSTRING-DEPOSIT-RECORD
                          IF WS-DEP-IS-DETAIL
                             PERFORM POST-DEPOSIT-ITEM
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE DEPOSIT-FILE
                 PERFORM CLOSE-CHANGE-HISTORY
                 CLOSE SUSPENSE-FILE
                 CLOSE PAYMENTS-FILE
                 CLOSE CLIENT-MASTER-FILE
                 MOVE "POSTED" TO WS-REG-SET-STATUS
                 PERFORM STAMP-DEPOSIT-REGISTER
                 MOVE 'Y' TO WS-POSTING-DONE
              END-IF
           END-IF.
      ******************************************************************
      * one deposit item - held to the posting rules a keyed ADD
      * meets, then either posted under the client's next sequence
      * number or suspended with the reason.  a reference longer than
      * a client id cannot name a client and is suspended as such
      ******************************************************************
       POST-DEPOSIT-ITEM SECTION.
           MOVE WS-DEP-FIELD-5 TO WS-VAL-TEXT
           PERFORM VALIDATE-NUMERIC-FIELD
           MOVE WS-VAL-RESULT TO WS-ITEM-AMOUNT
           MOVE SPACES TO WS-TXN-ID WS-TXN-DATE WS-TXN-TYPE
              WS-TXN-AMOUNT-TEXT WS-TXN-REASON
           MOVE WS-DEP-FIELD-2(1:6) TO WS-TXN-ID
           MOVE WS-DEP-FIELD-3(1:8) TO WS-TXN-DATE
           MOVE WS-DEP-FIELD-4(1:12) TO WS-TXN-TYPE
           INSPECT WS-TXN-TYPE CONVERTING
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
              "abcdefghijklmnopqrstuvwxyz"
           MOVE WS-DEP-FIELD-5 TO WS-TXN-AMOUNT-TEXT
           MOVE 'Y' TO WS-TXN-OK
           IF WS-DEP-FIELD-2(7:) NOT EQUAL TO SPACES
              MOVE 'N' TO WS-TXN-OK
              STRING "reference is not a client id" DELIMITED BY SIZE
                 INTO WS-TXN-REASON
              END-STRING
           ELSE
              PERFORM VALIDATE-TRANSACTION-FIELDS
           END-IF
           IF WS-TXN-IS-VALID
              PERFORM FIND-NEXT-PAYMENT-SEQ
              MOVE SPACES TO PAYMENT-RECORD
              MOVE WS-TXN-ID TO PAYMENT-CLIENT-ID
              MOVE WS-NEXT-SEQ TO PAYMENT-SEQ
              MOVE WS-TXN-DATE TO PAYMENT-DATE
              MOVE WS-TXN-TYPE TO PAYMENT-TYPE
              MOVE WS-ITEM-AMOUNT TO PAYMENT-AMOUNT
              WRITE PAYMENT-RECORD
                 INVALID KEY
                    MOVE 'N' TO WS-TXN-OK
                    STRING "payment key already on file"
                       DELIMITED BY SIZE INTO WS-TXN-REASON
                    END-STRING
                 NOT INVALID KEY
                    PERFORM LOG-PAYMENT-CHANGE
              END-WRITE
              IF WS-TXN-IS-VALID
                 AND WS-PAYMENTS-STATUS(1:1) NOT EQUAL TO "0"
                 MOVE 'N' TO WS-TXN-OK
                 STRING "payment could not be written, status "
                    DELIMITED BY SIZE
                    WS-PAYMENTS-STATUS DELIMITED BY SIZE
                    INTO WS-TXN-REASON
                 END-STRING
              END-IF
           END-IF
           IF WS-TXN-IS-VALID
              SET WS-POSTED-ITEMS UP BY 1
              ADD WS-ITEM-AMOUNT TO WS-POSTED-TOTAL
           ELSE
              PERFORM WRITE-SUSPENSE-ITEM
           END-IF
           PERFORM WRITE-ITEM-LINE.
       WRITE-SUSPENSE-ITEM SECTION.
           SET WS-SUSPENSE-ITEMS UP BY 1
           ADD WS-ITEM-AMOUNT TO WS-SUSPENSE-TOTAL
           MOVE SPACES TO SUSPENSE-RECORD
           STRING WS-DEPOSIT-DATE DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              WS-BANK-FILE-ID DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-DEP-FIELD-1 DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-DEP-FIELD-2 DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-DEP-FIELD-3 DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-DEP-FIELD-4 DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-DEP-FIELD-5 DELIMITED BY SPACE
              "," DELIMITED BY SIZE
              WS-TXN-REASON DELIMITED BY SIZE
              INTO SUSPENSE-RECORD
           END-STRING
           WRITE SUSPENSE-RECORD.
       WRITE-ITEM-LINE SECTION.
           MOVE WS-ITEM-AMOUNT TO WS-CURRENCY
           MOVE SPACES TO WS-LINE
           STRING WS-DEP-FIELD-1(1:10) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-DEP-FIELD-2(1:6) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-DEP-FIELD-3(1:8) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-DEP-FIELD-4(1:12) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CURRENCY DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           IF WS-TXN-IS-VALID
              STRING "POSTED SEQ " DELIMITED BY SIZE
                 WS-NEXT-SEQ DELIMITED BY SIZE
                 INTO WS-LINE(58:)
              END-STRING
           ELSE
              STRING "SUSPENSE - " DELIMITED BY SIZE
                 WS-TXN-REASON DELIMITED BY SIZE
                 INTO WS-LINE(58:)
              END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * one register entry for the file at the stage just reached
      ******************************************************************
       STAMP-DEPOSIT-REGISTER SECTION.
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS EQUAL TO "35"
              OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE SPACES TO REGISTER-RECORD
           MOVE WS-BANK-FILE-ID TO REG-FILE-ID
           MOVE WS-DEPOSIT-DATE TO REG-DEPOSIT-DATE
           MOVE WS-TRAILER-ITEMS TO REG-ITEM-COUNT
           MOVE WS-TRAILER-TOTAL TO REG-TOTAL
           MOVE WS-REG-SET-STATUS TO REG-STATUS
           ACCEPT REG-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT REG-STAMP-TIME FROM TIME
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE.
       REFUSE-DEPOSIT-FILE SECTION.
           MOVE 'N' TO WS-RUN-OK
           MOVE SPACES TO WS-LINE
           STRING "FILE REFUSED - " DELIMITED BY SIZE
              WS-REFUSE-REASON DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * the control totals - the bank's trailer, the items on file,
      * and the posted and suspended items that must add back up to
      * them.  a refused file shows the trailer and item figures the
      * control pass found, and nothing posted
      ******************************************************************
       FINALIZE-LOCKBOX-RUN SECTION.
           MOVE SPACES TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "CONTROL TOTALS" TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE "  BANK TRAILER      " TO WS-LINE
           MOVE WS-TRAILER-ITEMS TO WS-COUNT-SHOWN
           MOVE WS-TRAILER-TOTAL TO WS-CURRENCY
           PERFORM WRITE-CONTROL-LINE
           MOVE "  ITEMS ON FILE     " TO WS-LINE
           MOVE WS-DETAIL-ITEMS TO WS-COUNT-SHOWN
           MOVE WS-DETAIL-TOTAL TO WS-CURRENCY
           PERFORM WRITE-CONTROL-LINE
           MOVE "  POSTED TO LEDGER  " TO WS-LINE
           MOVE WS-POSTED-ITEMS TO WS-COUNT-SHOWN
           MOVE WS-POSTED-TOTAL TO WS-CURRENCY
           PERFORM WRITE-CONTROL-LINE
           MOVE "  TO SUSPENSE       " TO WS-LINE
           MOVE WS-SUSPENSE-ITEMS TO WS-COUNT-SHOWN
           MOVE WS-SUSPENSE-TOTAL TO WS-CURRENCY
           PERFORM WRITE-CONTROL-LINE
           ADD WS-POSTED-ITEMS WS-SUSPENSE-ITEMS
              GIVING WS-ACCOUNTED-ITEMS
           ADD WS-POSTED-TOTAL WS-SUSPENSE-TOTAL
              GIVING WS-ACCOUNTED-TOTAL
           MOVE "  POSTED + SUSPENSE " TO WS-LINE
           MOVE WS-ACCOUNTED-ITEMS TO WS-COUNT-SHOWN
           MOVE WS-ACCOUNTED-TOTAL TO WS-CURRENCY
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
              WHEN NOT WS-POSTING-IS-DONE
                 MOVE "NOTHING POSTED - FILE REFUSED" TO WS-LINE
              WHEN WS-ACCOUNTED-ITEMS EQUAL TO WS-TRAILER-ITEMS
                 AND WS-ACCOUNTED-TOTAL EQUAL TO WS-TRAILER-TOTAL
                 MOVE "POSTED + SUSPENSE TIES TO BANK TRAILER"
                    TO WS-LINE
              WHEN OTHER
                 STRING "*** POSTED + SUSPENSE DOES NOT TIE"
                    DELIMITED BY SIZE
                    " TO BANK TRAILER ***" DELIMITED BY SIZE
                    INTO WS-LINE
                 END-STRING
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "HISTORY ENTRIES: " DELIMITED BY SIZE
              WS-CHG-ENTRIES DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           CLOSE REPORT-FILE.
       WRITE-CONTROL-LINE SECTION.
           STRING "ITEMS " DELIMITED BY SIZE
              WS-COUNT-SHOWN DELIMITED BY SIZE
              "   TOTAL " DELIMITED BY SIZE
              WS-CURRENCY DELIMITED BY SIZE
              INTO WS-LINE(21:)
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * generic dollar-amount validator, shared with MTRC-004 and
      * MTRC-006 - see VALPROC.CPY
      ******************************************************************
       COPY VALPROC.
      ******************************************************************
      * the payment posting rules, shared with MTRC-010 - see
      * PAYVPROC.CPY
      ******************************************************************
       COPY PAYVPROC.
      ******************************************************************
      * the change-history sections, shared with MTRC-005, MTRC-006
      * and MTRC-010 - see CHGPROC.CPY, and CHGPPROC.CPY for the
      * ledger entries
      ******************************************************************
       COPY CHGPROC.
       COPY CHGPPROC.
