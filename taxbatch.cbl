      * nightly batch run of the marginal tax calculation across the
      * whole client master - sweeps the indexed client master file
      * (see CLNTFDR.CPY) in key order and prints a summary per active
      * client to REPORT-FILE, using the same PROCESS-MARGINAL-RATES
      * logic as the interactive calculator (see SCHDPROC.CPY) so the
      * two never disagree on a client's tax.  the schedules every
      * client needs are read once at the top of the run into the
      * in-memory tables of SCHTWS.CPY rather than per client.  each
      * pending change applied to the master goes on the permanent
      * change-history file (see CHGFDR.CPY) with its before and
      * after values
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
           COPY PAYFD.
           COPY RUNCFD.
           COPY PNDGFD.
           COPY CHGFD.
           SELECT PENDING-HOLD-FILE
              ASSIGN TO DYNAMIC WS-PENDING-HOLD-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       COPY PNDGFDR.

       COPY CHGFDR.

       FD PENDING-HOLD-FILE.
       01 PENDING-HOLD-RECORD        PIC X(200).
       01 PENDING-HOLD-EOF           PIC X(1).
       COPY SCHDWS.
       COPY CLNTWS.
       COPY STATWS.
       COPY SCHTWS.
       COPY RSLTWS.
       COPY PAYWS.
       COPY RUNCWS.
       COPY PNDGWS.
       COPY CHGWS.
       COPY VALWS.
       77 WS-SCHEDULES-FILENAME     PIC X(50) VALUE SPACES.
       77 WS-STATUS                 PIC X(24) VALUE SPACES.
       77 WS-LINE                   PIC X(132) VALUE SPACES.
      ******************************************************************
      * client record validation - a record with an unrecognized
      * filing status, or a tax year, filing status block or state
      * the schedule tables could not load, is skipped and flagged in
      * the report instead of silently computing against stale or
      * zero rate data.  what was and was not loaded is listed once
      * at the top of the report, so the skip line only has to name
      * which gap the client fell into
      ******************************************************************
       77 WS-RECORD-OK              PIC X(1) VALUE 'Y'.
           88 WS-RECORD-IS-VALID    VALUE 'Y'.
       77 WS-SKIP-REASON            PIC X(40) VALUE SPACES.
      * the schedule pre-pass - the master (or, on a resubmission, the
      * reject file) is read through once before the run proper to
      * register every tax year and state the run will need
       77 WS-SCHEDULE-SWEEP-EOF     PIC X(1) VALUE 'N'.
       77 WS-SUMMARY-IX             PIC 99 VALUE 0.
      ******************************************************************
      * payments ledger totaling - what the client has actually paid
      * in (withholding, estimated, extension - see PAYFDR.CPY) is
           END-IF
           PERFORM INITIALIZE-BATCH-RUN
           PERFORM APPLY-PENDING-CHANGES
           PERFORM LOAD-RUN-SCHEDULES
           PERFORM POSITION-MASTER-SWEEP
           PERFORM UNTIL WS-CLIENT-MASTER-EOF EQUAL "Y"
              READ CLIENT-MASTER-FILE NEXT RECORD
              END-IF
           END-IF.
      ******************************************************************
      * the schedule pre-pass - read the master through once, after
      * the pending changes have landed, registering the tax year and
      * state of every active client; load every one of them into the
      * schedule tables and list what was loaded at the top of the
      * report.  the sweep proper repositions the master afterwards
      ******************************************************************
       LOAD-RUN-SCHEDULES SECTION.
           IF WS-CLIENT-MASTER-EOF NOT EQUAL TO 'Y'
              MOVE 'N' TO WS-SCHEDULE-SWEEP-EOF
              MOVE LOW-VALUES TO CLIENT-ID
              START CLIENT-MASTER-FILE KEY IS >= CLIENT-ID
                 INVALID KEY MOVE 'Y' TO WS-SCHEDULE-SWEEP-EOF
              END-START
              PERFORM UNTIL WS-SCHEDULE-SWEEP-EOF EQUAL TO 'Y'
                 READ CLIENT-MASTER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-SCHEDULE-SWEEP-EOF
                    NOT AT END
                       IF NOT CLIENT-IS-INACTIVE
                          MOVE CLIENT-YEAR TO WS-SCHT-WANT-YEAR
                          PERFORM REGISTER-SCHEDULE-YEAR
                          IF CLIENT-STATE-ABBR NOT EQUAL TO SPACES
                             MOVE CLIENT-STATE-ABBR
                                TO WS-SCHT-WANT-STATE
                             PERFORM REGISTER-SCHEDULE-STATE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           PERFORM LOAD-SCHEDULE-TABLES
           PERFORM WRITE-SCHEDULE-SUMMARY.
      ******************************************************************
      * the load summary DESCRIBE-SCHEDULE-TABLES builds, onto the
      * report - see SCHTPROC.CPY
      ******************************************************************
       WRITE-SCHEDULE-SUMMARY SECTION.
           PERFORM DESCRIBE-SCHEDULE-TABLES
           SET WS-SUMMARY-IX TO 1
           PERFORM UNTIL WS-SUMMARY-IX > WS-SCHT-DESC-COUNT
              WRITE REPORT-RECORD FROM WS-SCHT-DESC-LINE(WS-SUMMARY-IX)
              SET WS-SUMMARY-IX UP BY 1
           END-PERFORM.
      ******************************************************************
      * sweep the pending-changes file MTRC-006 parks future-dated
      * CHANGEs on - each one whose effective date has arrived is
      * merged into its master record and audited on the report,
              ELSE
                 MOVE 'Y' TO WS-PENDING-ON-FILE
                 OPEN OUTPUT PENDING-HOLD-FILE
                 PERFORM OPEN-CHANGE-HISTORY
                 MOVE "PENDING" TO WS-CHG-SET-SOURCE
                 MOVE "CHANGE" TO WS-CHG-SET-ACTION
                 ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                 MOVE WS-TODAY-DATE TO WS-TODAY-X
                 PERFORM UNTIL PENDING-FILE-EOF EQUAL TO 'Y'
                          PERFORM HANDLE-PENDING-RECORD
                    END-READ
                 END-PERFORM
                 PERFORM CLOSE-CHANGE-HISTORY
                 CLOSE PENDING-FILE
                 CLOSE PENDING-HOLD-FILE
                 PERFORM REWRITE-PENDING-FILE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           ELSE
              PERFORM SAVE-CLIENT-BEFORE-IMAGE
              IF WS-PND-NAME NOT EQUAL TO SPACES
                 MOVE WS-PND-NAME TO CLIENT-NAME
              END-IF
                 END-IF
              END-IF
              REWRITE CLIENT-RECORD
              MOVE WS-PND-EFFDATE TO WS-CHG-SET-REFERENCE
              PERFORM LOG-CLIENT-CHANGES
              SET WS-PENDING-APPLIED UP BY 1
              MOVE SPACES TO WS-LINE
              STRING "PENDING CHANGE APPLIED " DELIMITED BY SIZE
      * self-employment income must not inherit the last client's
      * state tax, SE tax or capital gains tax
           MOVE 0 TO WS-STATE-TAX WS-COMBINED-TAX WS-SE-TAX
              WS-CG-TAX WS-NIIT-TAX WS-ADDMED-TAX WS-TOTAL-LIABILITY.
      ******************************************************************
      * a client record must name a real filing status, and a tax
      * year, filing status block and state the schedule tables hold,
      * before it is trusted - plus a capital gains block when the
      * client has gains to tax.  the slots found here are the ones
      * PROCESS-CLIENT fetches from
      ******************************************************************
       VALIDATE-CLIENT-RECORD SECTION.
           MOVE 'Y' TO WS-RECORD-OK
                 INTO WS-SKIP-REASON
              END-STRING
           ELSE
              PERFORM FIND-SCHEDULE-STATUS
              MOVE WS-YEAR TO WS-SCHT-WANT-YEAR
              PERFORM FIND-SCHEDULE-YEAR
              IF WS-SCHT-YR EQUAL TO 0
                 MOVE 'N' TO WS-RECORD-OK
              ELSE
                 IF WS-SCHT-YEAR-FOUND(WS-SCHT-YR) NOT EQUAL TO 'Y'
                    MOVE 'N' TO WS-RECORD-OK
                 END-IF
              END-IF
              IF NOT WS-RECORD-IS-VALID
                 STRING "tax year schedule not found" DELIMITED BY SIZE
                    INTO WS-SKIP-REASON
                 END-STRING
              END-IF
           END-IF
           IF WS-RECORD-IS-VALID
              IF WS-SCHT-FED-FOUND(WS-SCHT-YR, WS-SCHT-FS)
                    NOT EQUAL TO 'Y'
                 MOVE 'N' TO WS-RECORD-OK
                 STRING "no schedule block for filing status"
                    DELIMITED BY SIZE INTO WS-SKIP-REASON
                 END-STRING
              END-IF
           END-IF
           IF WS-RECORD-IS-VALID AND WS-CG-INCOME > ZERO
              IF WS-SCHT-CG-FOUND(WS-SCHT-YR, WS-SCHT-FS)
                    NOT EQUAL TO 'Y'
                 MOVE 'N' TO WS-RECORD-OK
                 STRING "no capital gains block for filing status"
                    DELIMITED BY SIZE INTO WS-SKIP-REASON
                 END-STRING
              END-IF
           END-IF
      * a state abbreviation the state schedules file doesn't carry
      * would compute against the previous client's state tables -
      * skip the record instead, the same guard MTRC-004 applies to
      * the web form's state field
           IF WS-RECORD-IS-VALID
              AND WS-STATE-ABBR NOT EQUAL TO SPACES
              MOVE WS-STATE-ABBR TO WS-SCHT-WANT-STATE
              PERFORM FIND-SCHEDULE-STATE
              IF WS-SCHT-ST EQUAL TO 0
                 MOVE 'N' TO WS-RECORD-OK
              ELSE
                 IF WS-SCHT-STATE-FOUND(WS-SCHT-ST) NOT EQUAL TO 'Y'
                    MOVE 'N' TO WS-RECORD-OK
                 END-IF
              END-IF
              IF NOT WS-RECORD-IS-VALID
                 STRING "state abbreviation not recognized"
                    DELIMITED BY SIZE INTO WS-SKIP-REASON
                 END-STRING
      * never disagree on a client's numbers
      ******************************************************************
       PROCESS-CLIENT SECTION.
           PERFORM FETCH-MARGINAL-RATES
           PERFORM PROCESS-MARGINAL-RATES
           IF WS-STATE-ABBR NOT EQUAL TO SPACES
              PERFORM FETCH-STATE-RATES
              PERFORM PROCESS-STATE-RATES
           END-IF
           IF WS-SE-INCOME > ZERO
              PERFORM FETCH-SE-WAGE-BASE
              PERFORM PROCESS-SELF-EMPLOYMENT-TAX
           ELSE
              IF WS-STATE-ABBR NOT EQUAL TO SPACES
              END-IF
           END-IF
           IF WS-CG-INCOME > ZERO
              PERFORM FETCH-CAPGAINS-RATES
              PERFORM PROCESS-CAPITAL-GAINS-TAX
           END-IF
           PERFORM FETCH-SURTAX-RATES
           PERFORM PROCESS-SURTAXES
           PERFORM PROCESS-QUARTERLY-ESTIMATE
           PERFORM TOTAL-CLIENT-PAYMENTS.
      ******************************************************************
              END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-LINE
      * the two surtaxes only reach the higher incomes - their line
      * is left off the report for everyone else
           IF WS-NIIT-TAX > ZERO OR WS-ADDMED-TAX > ZERO
              MOVE WS-NIIT-TAX TO WS-CURRENCY
              MOVE SPACES TO WS-LINE
              STRING "     NIIT: " DELIMITED BY SIZE
                 WS-CURRENCY DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              MOVE WS-ADDMED-TAX TO WS-CURRENCY
              STRING "   ADDL MEDICARE TAX: " DELIMITED BY SIZE
                 WS-CURRENCY DELIMITED BY SIZE
                 INTO WS-LINE(37:)
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF
           MOVE WS-TOTAL-LIABILITY TO WS-CURRENCY
           MOVE SPACES TO WS-LINE
           STRING "     TOTAL LIABILITY: " DELIMITED BY SIZE
           MOVE WS-SE-TAX TO RESULT-SE-TAX
           MOVE WS-QTR-PAYMENT TO RESULT-QTR-PAYMENT
           MOVE 'P' TO RESULT-FLAG
           MOVE WS-NIIT-TAX TO RESULT-NIIT-TAX
           MOVE WS-ADDMED-TAX TO RESULT-MEDICARE-TAX
           WRITE RESULT-RECORD.
      ******************************************************************
      * a skipped client still gets an extract record, flagged 'S'
           MOVE ZEROS TO RESULT-GROSS-INCOME RESULT-AGI
              RESULT-TOTAL-TAX RESULT-TOTAL-PAID RESULT-BALANCE-DUE
              RESULT-FEDERAL-TAX RESULT-STATE-TAX RESULT-SE-TAX
              RESULT-QTR-PAYMENT RESULT-NIIT-TAX RESULT-MEDICARE-TAX
           MOVE 'S' TO RESULT-FLAG
           WRITE RESULT-RECORD.
      ******************************************************************
      * the main run flags a skip
      ******************************************************************
       RESUBMISSION-RUN SECTION.
           PERFORM LOAD-RESUBMIT-SCHEDULES
           MOVE 'N' TO REJECT-FILE-EOF
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT EQUAL TO "00"
           END-IF
           MOVE "RESUBMISSION RUN" TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           PERFORM WRITE-SCHEDULE-SUMMARY
           PERFORM UNTIL REJECT-FILE-EOF EQUAL TO 'Y'
              READ REJECT-FILE
                 AT END MOVE 'Y' TO REJECT-FILE-EOF
           CLOSE RESULTS-FILE
           CLOSE REPORT-FILE.
      ******************************************************************
      * the resubmission's schedule pre-pass - the corrected reject
      * file is read through once to register the tax years and
      * states it names, and those are loaded before it is read again
      * for processing
      ******************************************************************
       LOAD-RESUBMIT-SCHEDULES SECTION.
           MOVE 'N' TO WS-SCHEDULE-SWEEP-EOF
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT EQUAL TO "00"
              MOVE 'Y' TO WS-SCHEDULE-SWEEP-EOF
           ELSE
              PERFORM UNTIL WS-SCHEDULE-SWEEP-EOF EQUAL TO 'Y'
                 READ REJECT-FILE
                    AT END MOVE 'Y' TO WS-SCHEDULE-SWEEP-EOF
                    NOT AT END
                       PERFORM UNSTRING-REJECT-RECORD
                       MOVE WS-YEAR TO WS-SCHT-WANT-YEAR
                       PERFORM REGISTER-SCHEDULE-YEAR
                       IF WS-STATE-ABBR NOT EQUAL TO SPACES
                          MOVE WS-STATE-ABBR TO WS-SCHT-WANT-STATE
                          PERFORM REGISTER-SCHEDULE-STATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REJECT-FILE
           END-IF
           PERFORM LOAD-SCHEDULE-TABLES.
      ******************************************************************
      * one corrected reject line back into the working fields - the
      * dollar fields are hand-edited text again, so they go back
      * through the same validator the web form and the maintenance
              MOVE WS-VAL-RESULT TO WS-CG-INCOME
           END-IF
           MOVE 0 TO WS-STATE-TAX WS-COMBINED-TAX WS-SE-TAX
              WS-CG-TAX WS-NIIT-TAX WS-ADDMED-TAX WS-TOTAL-LIABILITY.
      ******************************************************************
      * an optional dollar field left blank on a corrected line is
      * zero, a keyed one that fails validation rejects the line
      ******************************************************************
       COPY STATPROC.
      ******************************************************************
      * the in-memory schedule tables - every year and state the run
      * needs, loaded once - see SCHTPROC.CPY
      ******************************************************************
       COPY SCHTPROC.
      ******************************************************************
      * generic dollar-amount validator, shared with MTRC-004 and
      * MTRC-006 - holds the hand-edited dollar fields of a corrected
      * reject line to the same rules - see VALPROC.CPY
      * see RUNCPROC.CPY
      ******************************************************************
       COPY RUNCPROC.
      ******************************************************************
      * the change-history sections, shared with MTRC-006 and MTRC-010
      * - see CHGPROC.CPY
      ******************************************************************
       COPY CHGPROC.
