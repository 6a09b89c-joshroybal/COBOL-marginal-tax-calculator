      * command line and prints one dossier to the screen: the master
      * record fields (see CLNTFDR.CPY), the latest batch results
      * extract figures for the client with whether last night's run
      * processed or skipped them (RESULT-FLAG), and the client's
      * calculator submissions in the transaction log - those the
      * calculator logged against the client id, plus any from
      * before the log carried the id whose keyed amount lands near
      * the client's income on file.  one command, one page,
      * instead of a LIST run, the results extract and taxcalc.log
      * open side by side with a highlighter.
      * Copyright 2015-2018 Josh Roybal
       77 WS-LOG-STATUS             PIC X(24) VALUE SPACES.
       77 WS-LOG-SCHEDULES          PIC X(50) VALUE SPACES.
       77 WS-LOG-TAX-TEXT           PIC X(15) VALUE SPACES.
       77 WS-LOG-CLIENT-ID          PIC X(6) VALUE SPACES.
       77 WS-LOG-FIELDS             PIC 99 VALUE 0.
           88 WS-LOG-IS-OLD-LAYOUT  VALUE 5.
       77 WS-LOG-RAW                PIC 9(15) VALUE 0.
       77 WS-LOG-AMOUNT             PIC 9(13)V99 VALUE 0.
       77 WS-LOG-TAX                PIC 9(13)V99 VALUE 0.
       77 WS-TOLERANCE              PIC 9(13)V99 VALUE 100.
       77 WS-DIFFERENCE             PIC S9(13)V99 VALUE 0.
       77 WS-MATCH-COUNT            PIC 9(05) VALUE 0.
       77 WS-NEAR-COUNT             PIC 9(05) VALUE 0.
       77 WS-OVERPAID-AMOUNT        PIC 9(13)V99 VALUE 0.
       77 WS-CURRENCY               PIC $$$$,$$$,$$9.99.
       77 WS-CURRENCY-2             PIC $$$$,$$$,$$9.99.
           END-IF
           END-IF.
      ******************************************************************
      * the client's calculator submissions - a line carrying a
      * client id matches on the id exactly.  a line from before the
      * calculator logged the id falls back on the amount-near
      * matching MTRC-008's lookup mode applies, within the tolerance
      * of the client's income on file, and is marked as estimated
      ******************************************************************
       PRINT-LOG-SECTION SECTION.
           DISPLAY " "
           DISPLAY "CALCULATOR SUBMISSIONS"
           DISPLAY "----------------------------------------"
           MOVE 'N' TO LOG-FILE-EOF
           OPEN INPUT LOG-FILE
              END-READ
           END-PERFORM
           CLOSE LOG-FILE
           DISPLAY "MATCHES: " WS-MATCH-COUNT
           IF WS-NEAR-COUNT > 0
              MOVE CLIENT-AMOUNT TO WS-CURRENCY
              DISPLAY "  OF WHICH ESTIMATED (*) - NO CLIENT ID ON THE "
                 "LINE, AMOUNT NEAR " WS-CURRENCY ": " WS-NEAR-COUNT
           END-IF.
       MATCH-LOG-RECORD SECTION.
           MOVE SPACES TO WS-LOG-STAMP WS-LOG-AMOUNT-TEXT
              WS-LOG-STATUS WS-LOG-SCHEDULES WS-LOG-TAX-TEXT
              WS-LOG-CLIENT-ID
           MOVE 0 TO WS-LOG-FIELDS
           UNSTRING LOG-RECORD DELIMITED BY ","
              INTO WS-LOG-STAMP, WS-LOG-AMOUNT-TEXT, WS-LOG-STATUS,
                 WS-LOG-SCHEDULES, WS-LOG-TAX-TEXT, WS-LOG-CLIENT-ID
              TALLYING IN WS-LOG-FIELDS
           END-UNSTRING
           IF WS-LOG-AMOUNT-TEXT IS NUMERIC
              AND WS-LOG-TAX-TEXT IS NUMERIC
              DIVIDE WS-LOG-RAW BY 100 GIVING WS-LOG-AMOUNT
              MOVE WS-LOG-TAX-TEXT TO WS-LOG-RAW
              DIVIDE WS-LOG-RAW BY 100 GIVING WS-LOG-TAX
              MOVE WS-LOG-AMOUNT TO WS-CURRENCY
              MOVE WS-LOG-TAX TO WS-CURRENCY-2
              IF WS-LOG-IS-OLD-LAYOUT
                 SUBTRACT CLIENT-AMOUNT FROM WS-LOG-AMOUNT
                    GIVING WS-DIFFERENCE
                 IF WS-DIFFERENCE < 0
                    MULTIPLY WS-DIFFERENCE BY -1 GIVING WS-DIFFERENCE
                 END-IF
                 IF WS-DIFFERENCE NOT GREATER THAN WS-TOLERANCE
                    DISPLAY WS-LOG-STAMP "  " WS-CURRENCY "  "
                       WS-LOG-STATUS WS-LOG-SCHEDULES(11:4)
                       "  TAX: " WS-CURRENCY-2 " *"
                    SET WS-MATCH-COUNT UP BY 1
                    SET WS-NEAR-COUNT UP BY 1
                 END-IF
              ELSE
                 IF WS-LOG-CLIENT-ID EQUAL TO WS-INQUIRY-ID
                    DISPLAY WS-LOG-STAMP "  " WS-CURRENCY "  "
                       WS-LOG-STATUS WS-LOG-SCHEDULES(11:4)
                       "  TAX: " WS-CURRENCY-2
                    SET WS-MATCH-COUNT UP BY 1
                 END-IF
              END-IF
           END-IF.
