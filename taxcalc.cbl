              ASSIGN TO KEYBOARD.
           COPY SCHDFD.
           COPY STATFD.
           COPY CLNTFD.
           SELECT LOG-FILE
              ASSIGN TO DYNAMIC WS-LOG-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       COPY STATFDR.

       COPY CLNTFDR.

       FD LOG-FILE.
       01 LOG-RECORD                PIC X(200).

       77 WS-LOG-TIME                PIC 9(8) VALUE 0.
       77 WS-LOG-LINE               PIC X(200) VALUE SPACES.
      ******************************************************************
      * client master lookup - a client id keyed on the form pulls the
      * client's figures off the master (see CLNTFDR.CPY).  a form
      * field left blank is filled from the master, one keyed in
      * overrides the master for this quote only.  filing status and
      * tax year always come from the master, since the form always
      * posts a status and a year.  WS-SOURCE-FLAG is 'M' for a
      * figure the master supplied, in WS-SOURCE-NAME order
      ******************************************************************
       COPY CLNTWS.
       77 WS-QUOTE-CLIENT-ID        PIC X(6) VALUE SPACES.
       77 WS-QUOTE-FROM-MASTER      PIC X(1) VALUE 'N'.
           88 WS-QUOTE-IS-FROM-MASTER VALUE 'Y'.
       77 WS-MASTER-FIGURE          PIC 9(13)V99 VALUE 0.
       77 WS-MASTER-FIGURE-TEXT     PIC X(20) VALUE SPACES.
       77 WS-MASTER-LEAD            PIC 99 VALUE 0.
       01 WS-SOURCE-NAMES.
           05 FILLER            PIC X(24) VALUE "gross income".
           05 FILLER            PIC X(24) VALUE "filing status".
           05 FILLER            PIC X(24) VALUE "tax year".
           05 FILLER            PIC X(24) VALUE "state".
           05 FILLER            PIC X(24) VALUE "itemized deductions".
           05 FILLER            PIC X(24) VALUE "prior year total tax".
           05 FILLER            PIC X(24) VALUE "net SE income".
           05 FILLER            PIC X(24) VALUE "dependent children".
           05 FILLER            PIC X(24) VALUE "capital gains".
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05 WS-SOURCE-NAME        PIC X(24) OCCURS 9 TIMES.
       01 WS-SOURCE-FLAGS.
           05 WS-SOURCE-FLAG        PIC X(1) OCCURS 9 TIMES.
       77 WS-SOURCE-SUB             PIC 99 VALUE 0.
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
                 IF WS-COUNTER = 12
                    MOVE WS-TMP-BUFFER(1:20) TO WS-CAPGAINS-TEXT
                 END-IF
                 IF WS-COUNTER = 13
                    MOVE WS-TMP-BUFFER(1:6) TO WS-QUOTE-CLIENT-ID
                 END-IF
              END-IF
           END-PERFORM
           CLOSE STDIN
                 PERFORM LOAD-CAPGAINS-RATES
                 PERFORM PROCESS-CAPITAL-GAINS-TAX
              END-IF
              PERFORM LOAD-SURTAX-RATES
              PERFORM PROCESS-SURTAXES
              PERFORM PROCESS-QUARTERLY-ESTIMATE
      * compareyear is ignored on a csv request - the csv breakdown
      * always reflects the primary year, and there is no comparison
              DISPLAY "<div class='error'><p>", WS-ERROR-MESSAGE,
              "</p></div>"
           END-IF
           IF WS-INPUT-IS-VALID AND WS-QUOTE-IS-FROM-MASTER
              PERFORM OUTPUT-CLIENT-SOURCE-HTML
           END-IF
           IF WS-INPUT-IS-VALID AND WS-AMOUNT NOT EQUAL TO ZERO
              EVALUATE TRUE
                 WHEN WS-STATUS-COMPARE-ASKED
              NO ADVANCING
           DISPLAY "data'>"

      * the box is left empty on a fresh form and after a client id
      * lookup, so the next client id posted takes its income from
      * the master rather than from the figure last shown
           DISPLAY "<div>ANNUAL INCOME : $<input type = 'text' "
              NO ADVANCING
           IF WS-AMOUNT EQUAL TO ZERO OR WS-QUOTE-IS-FROM-MASTER
              DISPLAY "name = 'amount' size='25' value=''></div>"
           ELSE
              DISPLAY "name = 'amount' size='25' value='",
              WS-AMT-STR(WS-COUNTER : WS-STR-LEN), "'></div>"
           END-IF

           IF WS-STATUS IS EQUAL TO "single"
              DISPLAY "<div><label><input type='radio' name='status' "
           DISPLAY "<div>LONG-TERM CAPITAL GAINS : $<input type = "
              NO ADVANCING
           DISPLAY "'text' name = 'capgains' size='25' value=''></div>"
           DISPLAY "<div>CLIENT ID (fills blank fields from the client "
              NO ADVANCING
           DISPLAY "master) : <input type = 'text' name = 'clientid' "
              NO ADVANCING
           DISPLAY "size='6' value='", WS-QUOTE-CLIENT-ID, "'></div>"
           DISPLAY "<br>"
           DISPLAY "<div><input type = 'submit' value = 'Submit'></div>"
           DISPLAY "</form>"
       VALIDATE-INPUT SECTION.
           MOVE 'Y' TO WS-INPUT-VALID
           MOVE SPACES TO WS-ERROR-MESSAGE
      * a client id fills the blank fields from the master before any
      * of them is validated, so a master figure passes the same
      * checks a keyed one does
           IF WS-QUOTE-CLIENT-ID NOT EQUAL TO SPACES
              PERFORM READ-CLIENT-FOR-QUOTE
           END-IF
           IF WS-INPUT-IS-VALID
              MOVE WS-AMOUNT-TEXT TO WS-VAL-TEXT
              PERFORM VALIDATE-NUMERIC-FIELD
              IF WS-VAL-IS-OK
                 MOVE WS-VAL-RESULT TO WS-AMOUNT
              ELSE
                 MOVE 'N' TO WS-INPUT-VALID
                 STRING "annual income must be a numeric dollar amount"
                    DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                 END-STRING
              END-IF
           END-IF
           IF WS-INPUT-IS-VALID AND NOT WS-STATUS-IS-VALID
              MOVE 'N' TO WS-INPUT-VALID
      ******************************************************************
       COPY VALPROC.
      ******************************************************************
      * fetch the client the form names - an id not on the master, or
      * a master that cannot be opened, fails the submission with a
      * message rather than quoting a walk-in by mistake
      ******************************************************************
       READ-CLIENT-FOR-QUOTE SECTION.
           MOVE 'N' TO WS-QUOTE-FROM-MASTER
           MOVE SPACES TO WS-SOURCE-FLAGS
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENT-MASTER-STATUS NOT EQUAL TO "00"
              MOVE 'N' TO WS-INPUT-VALID
              STRING "client master is not available for lookup"
                 DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
              END-STRING
           ELSE
              MOVE WS-QUOTE-CLIENT-ID TO CLIENT-ID
              READ CLIENT-MASTER-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-INPUT-VALID
                    STRING "client id not found on the client master"
                       DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                    END-STRING
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-QUOTE-FROM-MASTER
              END-READ
              CLOSE CLIENT-MASTER-FILE
           END-IF
           IF WS-QUOTE-IS-FROM-MASTER
              PERFORM FILL-FORM-FROM-MASTER
           END-IF.
      ******************************************************************
      * the master's figures into the raw form fields the preparer
      * left blank, as plain digits-and-point text, and the status
      * and year over whatever the form posted
      ******************************************************************
       FILL-FORM-FROM-MASTER SECTION.
           IF WS-AMOUNT-TEXT EQUAL TO SPACES
              MOVE CLIENT-AMOUNT TO WS-MASTER-FIGURE
              PERFORM FORMAT-MASTER-FIGURE
              MOVE WS-MASTER-FIGURE-TEXT TO WS-AMOUNT-TEXT
              MOVE 'M' TO WS-SOURCE-FLAG(1)
           END-IF
           MOVE CLIENT-STATUS TO WS-STATUS
           MOVE 'M' TO WS-SOURCE-FLAG(2)
           MOVE SPACES TO WS-SCHEDULES-FILENAME
           STRING "schedules/" DELIMITED BY SIZE
              CLIENT-YEAR DELIMITED BY SIZE
              INTO WS-SCHEDULES-FILENAME
           END-STRING
           MOVE 'M' TO WS-SOURCE-FLAG(3)
           IF WS-STATE-ABBR EQUAL TO SPACES
              MOVE CLIENT-STATE-ABBR TO WS-STATE-ABBR
              MOVE 'M' TO WS-SOURCE-FLAG(4)
           END-IF
           IF WS-ITEMIZED-TEXT EQUAL TO SPACES
              MOVE CLIENT-ITEMIZED TO WS-MASTER-FIGURE
              PERFORM FORMAT-MASTER-FIGURE
              MOVE WS-MASTER-FIGURE-TEXT TO WS-ITEMIZED-TEXT
              MOVE 'M' TO WS-SOURCE-FLAG(5)
           END-IF
           IF WS-PRIORYEAR-TEXT EQUAL TO SPACES
              MOVE CLIENT-PRIOR-TAX TO WS-MASTER-FIGURE
              PERFORM FORMAT-MASTER-FIGURE
              MOVE WS-MASTER-FIGURE-TEXT TO WS-PRIORYEAR-TEXT
              MOVE 'M' TO WS-SOURCE-FLAG(6)
           END-IF
           IF WS-SEINCOME-TEXT EQUAL TO SPACES
              MOVE CLIENT-SE-INCOME TO WS-MASTER-FIGURE
              PERFORM FORMAT-MASTER-FIGURE
              MOVE WS-MASTER-FIGURE-TEXT TO WS-SEINCOME-TEXT
              MOVE 'M' TO WS-SOURCE-FLAG(7)
           END-IF
           IF WS-DEPENDENTS-TEXT EQUAL TO SPACES
              MOVE CLIENT-DEPENDENTS TO WS-MASTER-FIGURE
              PERFORM FORMAT-MASTER-FIGURE
              MOVE WS-MASTER-FIGURE-TEXT TO WS-DEPENDENTS-TEXT
              MOVE 'M' TO WS-SOURCE-FLAG(8)
           END-IF
           IF WS-CAPGAINS-TEXT EQUAL TO SPACES
              MOVE CLIENT-CAP-GAINS TO WS-MASTER-FIGURE
              PERFORM FORMAT-MASTER-FIGURE
              MOVE WS-MASTER-FIGURE-TEXT TO WS-CAPGAINS-TEXT
              MOVE 'M' TO WS-SOURCE-FLAG(9)
           END-IF.
      ******************************************************************
      * WS-MASTER-FIGURE as left-justified text VALIDATE-NUMERIC-FIELD
      * accepts - the edited picture with its leading spaces dropped
      ******************************************************************
       FORMAT-MASTER-FIGURE SECTION.
           MOVE WS-MASTER-FIGURE TO WS-AMT-STR
           MOVE 0 TO WS-MASTER-LEAD
           INSPECT WS-AMT-STR TALLYING WS-MASTER-LEAD
              FOR LEADING SPACE
           MOVE SPACES TO WS-MASTER-FIGURE-TEXT
           MOVE WS-AMT-STR(WS-MASTER-LEAD + 1:)
              TO WS-MASTER-FIGURE-TEXT.
      ******************************************************************
      * appends one line per submission to the transaction log so a
      * disputed quote can be traced back to what was actually keyed
      * in and computed.  the client id closes the line, blank for a
      * walk-in quote - lines written before it was carried have one
      * field fewer, and the log readers take either
      ******************************************************************
       LOG-TRANSACTION SECTION.
           ACCEPT WS-LOG-DATE FROM DATE
              WS-SCHEDULES-FILENAME DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              WS-TAX DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              WS-QUOTE-CLIENT-ID DELIMITED BY SIZE
              INTO WS-LOG-LINE
           END-STRING
           OPEN EXTEND LOG-FILE
              DISPLAY "<td style='text-align:right;'>", WS-CURRENCY,
              "</td></tr>"
           END-IF
           IF WS-NIIT-TAX > ZERO
              MOVE WS-NIIT-TAX TO WS-CURRENCY
              DISPLAY "<tr><th style='text-align:left;'>" NO ADVANCING
              DISPLAY "net investment income tax</th>" NO ADVANCING
              DISPLAY "<td style='text-align:right;'>", WS-CURRENCY,
              "</td></tr>"
           END-IF
           IF WS-ADDMED-TAX > ZERO
              MOVE WS-ADDMED-TAX TO WS-CURRENCY
              DISPLAY "<tr><th style='text-align:left;'>" NO ADVANCING
              DISPLAY "additional medicare tax</th>" NO ADVANCING
              DISPLAY "<td style='text-align:right;'>", WS-CURRENCY,
              "</td></tr>"
           END-IF
           IF WS-SE-INCOME > ZERO OR WS-CG-INCOME > ZERO
              OR WS-NIIT-TAX > ZERO OR WS-ADDMED-TAX > ZERO
              MOVE WS-TOTAL-LIABILITY TO WS-CURRENCY
              DISPLAY "<tr><th style='text-align:left;'>" NO ADVANCING
              DISPLAY "total liability</th>" NO ADVANCING
           DISPLAY "</table>"
           DISPLAY "<br>".
      ******************************************************************
      * which figures of the quote the client master supplied and
      * which were keyed on the form, above whichever result table
      * the submission asked for
      ******************************************************************
       OUTPUT-CLIENT-SOURCE-HTML SECTION.
           DISPLAY WS-BLANK-LINE
           DISPLAY "<table class='gradienttable'>"
           DISPLAY "<tr><th colspan='2'>client " NO ADVANCING
           DISPLAY CLIENT-ID, " - ", CLIENT-NAME NO ADVANCING
           IF CLIENT-IS-INACTIVE
              DISPLAY " (inactive)" NO ADVANCING
           END-IF
           DISPLAY "</th></tr>"
           SET WS-SOURCE-SUB TO 1
           PERFORM UNTIL WS-SOURCE-SUB > 9
              DISPLAY "<tr><th style='text-align:left;'>" NO ADVANCING
              DISPLAY WS-SOURCE-NAME(WS-SOURCE-SUB), "</th>"
                 NO ADVANCING
              IF WS-SOURCE-FLAG(WS-SOURCE-SUB) EQUAL TO 'M'
                 DISPLAY "<td>client master</td></tr>"
              ELSE
                 DISPLAY "<td>keyed on form</td></tr>"
              END-IF
              SET WS-SOURCE-SUB UP BY 1
           END-PERFORM
           DISPLAY "</table>"
           DISPLAY "<br>".
      ******************************************************************
      * two schedule years, side by side, for the same amount/status -
      * spares the preparer from filling out and reading two separate
      * pages to see the year-over-year effect of a law change
