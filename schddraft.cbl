      ******************************************************************
      * SCHDDRAFT.CBL
      * next-year schedules file draft - reads a certified year's
      * federal bracket schedules file and writes the following
      * year's file with every dollar figure indexed by the
      * inflation adjustment factor the IRS publishes, so the
      * preparer checks the official release against a draft and
      * corrects only the lines that differ instead of retyping
      * the whole file.  the base year and the factor are taken
      * from the command line:
      *
      *    YYYY FACTOR          e.g.  2019 1.016500
      *
      * the draft is written to schedules/<YYYY+1> and a run is
      * refused when that file already exists, so a corrected or
      * certified file is never overwritten by a fresh draft.
      *
      * figures are indexed the way the code indexes them - the
      * increase (the figure times the factor less the figure) is
      * rounded down to the next lowest multiple of:
      *    $50  the standard deduction line of a status block
      *    $25  every bracket floor of a status block and every
      *         floor of a CAPGAINS-<status> block
      * the WAGEBASE figure is the figure times the factor rounded
      * to the nearest $300, the way the wage base is announced.
      * the CREDITS figures and the NIIT and MEDICARE thresholds are
      * fixed by statute rather than indexed and are carried over as
      * they stand, as are every bracket count and rate line.  a
      * block the program does not know is carried over line for
      * line.
      *
      * every line of the base file gets one line on REPORT-FILE -
      * the line number, the block and field it belongs to, the old
      * and new figures and the difference - and the footer lists
      * any block SCHDAUDIT (MTRC-007) certifies that the base file
      * did not carry, since the draft cannot carry it either.  the
      * draft is a starting point only - it goes through MTRC-007
      * like any hand-typed file before it is trusted.
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRC-016.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SCHDFD.
           SELECT DRAFT-FILE
              ASSIGN TO DYNAMIC WS-DRAFT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRAFT-FILE-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO DYNAMIC WS-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY SCHDFDR.

       FD DRAFT-FILE.
       01 DRAFT-RECORD               PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY VALWS.
       77 WS-SCHEDULES-FILENAME     PIC X(50) VALUE SPACES.
       77 WS-SCHEDULES-FILE-STATUS  PIC X(2) VALUE SPACES.
       77 WS-DRAFT-FILENAME         PIC X(50) VALUE SPACES.
       77 WS-DRAFT-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 WS-REPORT-FILENAME        PIC X(50) VALUE "schddraft.rpt".
      ******************************************************************
      * the command line - the base year and the factor
      ******************************************************************
       77 WS-ARGS                   PIC X(80) VALUE SPACES.
       77 WS-ARG1                   PIC X(20) VALUE SPACES.
       77 WS-ARG2                   PIC X(20) VALUE SPACES.
       77 WS-ARGS-OK                PIC X(1) VALUE 'Y'.
           88 WS-ARGS-ARE-OK        VALUE 'Y'.
       77 WS-DRAFT-OK               PIC X(1) VALUE 'Y'.
           88 WS-DRAFT-IS-OK        VALUE 'Y'.
       77 WS-BASE-YEAR              PIC 9(4) VALUE 0.
       77 WS-DRAFT-YEAR             PIC 9(4) VALUE 0.
      ******************************************************************
      * the factor is published to six places, finer than the
      * validator's two - it is checked for shape by the validator,
      * then its digits are laid into the picture below.  the whole
      * part must be a single digit and the factor at least 1, the
      * indexing provisions having no deflation leg
      ******************************************************************
       77 WS-FACTOR-INT-TEXT        PIC X(20) VALUE SPACES.
       77 WS-FACTOR-INT-LEN         PIC 99 VALUE 0.
       77 WS-FACTOR-DEC-TEXT        PIC X(20) VALUE SPACES.
       77 WS-FACTOR-DEC-LEN         PIC 99 VALUE 0.
       01 WS-FACTOR-DIGITS.
           05 WS-FACTOR-INT-DIGIT   PIC X(1).
           05 WS-FACTOR-DEC-DIGITS  PIC X(6).
       01 WS-FACTOR-VALUE REDEFINES WS-FACTOR-DIGITS PIC 9V9(6).
       77 WS-FACTOR                 PIC 9V9(6) VALUE 0.
       77 WS-FACTOR-EXCESS          PIC V9(6) VALUE 0.
       77 WS-FACTOR-SHOWN           PIC 9.9(6).
      ******************************************************************
      * the block the current line belongs to - its key, its kind,
      * the line's place after the key line and the block's bracket
      * count once the count line has been read
      ******************************************************************
       77 WS-BLOCK-KEY              PIC X(18) VALUE SPACES.
       77 WS-BLOCK-KIND             PIC X(1) VALUE SPACE.
           88 WS-STATUS-BLOCK       VALUE 'S'.
           88 WS-CAPGAINS-BLOCK     VALUE 'G'.
           88 WS-WAGEBASE-BLOCK     VALUE 'W'.
           88 WS-CREDITS-BLOCK      VALUE 'C'.
           88 WS-SURTAX-BLOCK       VALUE 'T'.
           88 WS-OTHER-BLOCK        VALUE 'O'.
       77 WS-BLOCK-STEP             PIC 99 VALUE 0.
       77 WS-BLOCK-COUNT            PIC 99 VALUE 0.
       77 WS-BLOCK-LAST-FLOOR       PIC 99 VALUE 0.
       77 WS-BLOCK-LAST-RATE        PIC 99 VALUE 0.
       77 WS-FIELD-NO               PIC 99 VALUE 0.
      ******************************************************************
      * the blocks MTRC-007 certifies, in file order - each flag is
      * set as the block's key line goes past, and the footer names
      * any the base file did not carry
      ******************************************************************
       01 WS-REQUIRED-NAMES.
           05 FILLER                PIC X(18) VALUE "single".
           05 FILLER                PIC X(18) VALUE "joint".
           05 FILLER                PIC X(18) VALUE "separate".
           05 FILLER                PIC X(18) VALUE "head".
           05 FILLER                PIC X(18) VALUE "WAGEBASE".
           05 FILLER                PIC X(18) VALUE "CREDITS".
           05 FILLER                PIC X(18) VALUE "CAPGAINS-single".
           05 FILLER                PIC X(18) VALUE "CAPGAINS-joint".
           05 FILLER                PIC X(18)
              VALUE "CAPGAINS-separate".
           05 FILLER                PIC X(18) VALUE "CAPGAINS-head".
           05 FILLER                PIC X(18) VALUE "NIIT".
           05 FILLER                PIC X(18) VALUE "MEDICARE".
       01 WS-REQUIRED-TABLE REDEFINES WS-REQUIRED-NAMES.
           05 WS-REQUIRED-NAME      PIC X(18) OCCURS 12 TIMES.
       01 WS-REQUIRED-SEEN-FLAGS.
           05 WS-REQUIRED-SEEN      PIC X(1) OCCURS 12 TIMES.
       77 WS-REQUIRED-MAX           PIC 99 VALUE 12.
       77 WS-REQUIRED-IX            PIC 99 VALUE 0.
       77 WS-MISSING-COUNT          PIC 9(03) VALUE 0.
      ******************************************************************
      * the line being drafted - old and new text, the figures either
      * side of the indexing, and the rounding applied
      ******************************************************************
       77 WS-OLD-TEXT               PIC X(80) VALUE SPACES.
       77 WS-NEW-TEXT               PIC X(80) VALUE SPACES.
       77 WS-FIELD-TEXT             PIC X(20) VALUE SPACES.
       77 WS-NOTE-TEXT              PIC X(30) VALUE SPACES.
       77 WS-FIGURE-INDEXED         PIC X(1) VALUE 'N'.
           88 WS-FIGURE-IS-INDEXED  VALUE 'Y'.
       77 WS-ROUND-UNIT             PIC 9(3) VALUE 0.
       77 WS-ROUND-NEAREST          PIC X(1) VALUE 'N'.
           88 WS-ROUND-TO-NEAREST   VALUE 'Y'.
       77 WS-ROUND-UNITS            PIC 9(13) VALUE 0.
       77 WS-OLD-VALUE              PIC 9(13)V99 VALUE 0.
       77 WS-NEW-VALUE              PIC 9(13)V99 VALUE 0.
       77 WS-INCREASE               PIC 9(13)V9(8) VALUE 0.
       77 WS-DIFFERENCE             PIC S9(13)V99 VALUE 0.
       77 WS-NEW-DOLLARS            PIC 9(13) VALUE 0.
       77 WS-NEW-WHOLE              PIC Z(12)9.
       77 WS-NEW-CENTS              PIC Z(12)9.99.
       77 WS-LEAD-COUNT             PIC 99 VALUE 0.
      ******************************************************************
      * run counts for the footer
      ******************************************************************
       77 WS-LINE-NO                PIC 9(05) VALUE 0.
       77 WS-LINE-NO-SHOWN          PIC ZZZZ9.
       77 WS-INDEXED-COUNT          PIC 9(05) VALUE 0.
       77 WS-CHANGED-COUNT          PIC 9(05) VALUE 0.
       77 WS-CARRIED-COUNT          PIC 9(05) VALUE 0.
       77 WS-BAD-COUNT              PIC 9(05) VALUE 0.
       77 WS-CURRENCY               PIC $$$$,$$$,$$9.99.
       77 WS-CURRENCY-2             PIC $$$$,$$$,$$9.99.
       77 WS-DIFF-CURRENCY          PIC $$$$,$$$,$$9.99+.
       77 WS-LINE                   PIC X(132) VALUE SPACES.
      ******************************************************************
      * MAIN PROGRAM
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-DRAFT-RUN
           IF WS-DRAFT-IS-OK
              PERFORM DRAFT-SCHEDULES-FILE
              PERFORM FINALIZE-DRAFT-RUN
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.
      ******************************************************************
      * parse the command line, confirm the base year's file is there
      * and the draft year's is not, and head the report - a refused
      * run leaves a report that says why and no draft file
      ******************************************************************
       INITIALIZE-DRAFT-RUN SECTION.
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-ARGS FROM COMMAND-LINE
           UNSTRING WS-ARGS DELIMITED BY ALL " "
              INTO WS-ARG1, WS-ARG2
           END-UNSTRING
           IF WS-ARG1(1:4) IS NUMERIC AND WS-ARG1(5:) EQUAL TO SPACES
              MOVE WS-ARG1(1:4) TO WS-BASE-YEAR
              ADD 1 TO WS-BASE-YEAR GIVING WS-DRAFT-YEAR
           ELSE
              MOVE 'N' TO WS-ARGS-OK
           END-IF
           PERFORM PARSE-INDEX-FACTOR
           IF NOT WS-ARGS-ARE-OK
              MOVE 'N' TO WS-DRAFT-OK
              MOVE SPACES TO WS-LINE
              STRING "USAGE: YYYY FACTOR - base tax year and an "
                 DELIMITED BY SIZE
                 "inflation factor of at least 1, e.g. 2019 1.016500"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           ELSE
              MOVE SPACES TO WS-SCHEDULES-FILENAME
              STRING "schedules/" DELIMITED BY SIZE
                 WS-BASE-YEAR DELIMITED BY SIZE
                 INTO WS-SCHEDULES-FILENAME
              END-STRING
              MOVE SPACES TO WS-DRAFT-FILENAME
              STRING "schedules/" DELIMITED BY SIZE
                 WS-DRAFT-YEAR DELIMITED BY SIZE
                 INTO WS-DRAFT-FILENAME
              END-STRING
              MOVE WS-FACTOR TO WS-FACTOR-SHOWN
              MOVE SPACES TO WS-LINE
              STRING "SCHEDULES FILE DRAFT - TAX YEAR "
                 DELIMITED BY SIZE
                 WS-DRAFT-YEAR DELIMITED BY SIZE
                 " FROM TAX YEAR " DELIMITED BY SIZE
                 WS-BASE-YEAR DELIMITED BY SIZE
                 " AT FACTOR " DELIMITED BY SIZE
                 WS-FACTOR-SHOWN DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
              PERFORM CHECK-DRAFT-FILES
           END-IF.
      ******************************************************************
      * the factor off the command line - one decimal point with a
      * single digit before it and up to six after, at least 1.000000
      ******************************************************************
       PARSE-INDEX-FACTOR SECTION.
           MOVE WS-ARG2 TO WS-VAL-TEXT
           PERFORM VALIDATE-NUMERIC-FIELD
           IF NOT WS-VAL-IS-OK
              MOVE 'N' TO WS-ARGS-OK
           ELSE
              MOVE SPACES TO WS-FACTOR-INT-TEXT WS-FACTOR-DEC-TEXT
              MOVE 0 TO WS-FACTOR-INT-LEN WS-FACTOR-DEC-LEN
              UNSTRING WS-ARG2 DELIMITED BY "." OR " "
                 INTO WS-FACTOR-INT-TEXT COUNT IN WS-FACTOR-INT-LEN
                      WS-FACTOR-DEC-TEXT COUNT IN WS-FACTOR-DEC-LEN
              END-UNSTRING
              IF WS-FACTOR-INT-LEN NOT EQUAL TO 1
                 OR WS-FACTOR-DEC-LEN > 6
                 MOVE 'N' TO WS-ARGS-OK
              ELSE
                 MOVE WS-FACTOR-INT-TEXT(1:1) TO WS-FACTOR-INT-DIGIT
                 MOVE WS-FACTOR-DEC-TEXT(1:6) TO WS-FACTOR-DEC-DIGITS
                 INSPECT WS-FACTOR-DEC-DIGITS REPLACING ALL SPACE BY "0"
                 MOVE WS-FACTOR-VALUE TO WS-FACTOR
                 IF WS-FACTOR < 1
                    MOVE 'N' TO WS-ARGS-OK
                 ELSE
                    SUBTRACT 1 FROM WS-FACTOR GIVING WS-FACTOR-EXCESS
                 END-IF
              END-IF
           END-IF.
      ******************************************************************
      * the base year's file must open, and the draft year's must not
      * - a file already on disk for the draft year may be the typed,
      * corrected or certified one, and a draft never replaces it
      ******************************************************************
       CHECK-DRAFT-FILES SECTION.
           OPEN INPUT SCHEDULES-FILE
           IF WS-SCHEDULES-FILE-STATUS EQUAL TO "00"
              CLOSE SCHEDULES-FILE
           ELSE
              MOVE 'N' TO WS-DRAFT-OK
              MOVE SPACES TO WS-LINE
              STRING "REFUSED - NO SCHEDULES FILE ON DISK FOR TAX YEAR "
                 DELIMITED BY SIZE
                 WS-BASE-YEAR DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF
           OPEN INPUT DRAFT-FILE
           IF WS-DRAFT-FILE-STATUS EQUAL TO "00"
              CLOSE DRAFT-FILE
              MOVE 'N' TO WS-DRAFT-OK
              MOVE SPACES TO WS-LINE
              STRING "REFUSED - " DELIMITED BY SIZE
                 WS-DRAFT-FILENAME DELIMITED BY SPACE
                 " ALREADY EXISTS - REMOVE OR RENAME IT TO DRAFT AGAIN"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF
           IF WS-DRAFT-IS-OK
              MOVE SPACES TO WS-LINE
              WRITE REPORT-RECORD FROM WS-LINE
              MOVE SPACES TO WS-LINE
              STRING " LINE  BLOCK" DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              MOVE "FIELD" TO WS-LINE(27:5)
              MOVE "OLD" TO WS-LINE(55:3)
              MOVE "NEW" TO WS-LINE(71:3)
              MOVE "DIFFERENCE" TO WS-LINE(80:10)
              MOVE "NOTE" TO WS-LINE(98:4)
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF.
      ******************************************************************
      * one pass of the base file - every line read is written to the
      * draft, indexed or carried, and reported
      ******************************************************************
       DRAFT-SCHEDULES-FILE SECTION.
           MOVE SPACES TO WS-REQUIRED-SEEN-FLAGS
           MOVE SPACE TO WS-BLOCK-KIND
           MOVE SPACES TO WS-BLOCK-KEY
           MOVE 'N' TO SCHEDULES-FILE-EOF
           OPEN INPUT SCHEDULES-FILE
           OPEN OUTPUT DRAFT-FILE
           PERFORM UNTIL SCHEDULES-FILE-EOF EQUAL TO 'Y'
              READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 AT END MOVE 'Y' TO SCHEDULES-FILE-EOF
                 NOT AT END
                    PERFORM DRAFT-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE SCHEDULES-FILE
           CLOSE DRAFT-FILE.
      ******************************************************************
      * a key line starts a block; any other line is placed by the
      * block it falls in and its position after the key line
      ******************************************************************
       DRAFT-ONE-LINE SECTION.
           SET WS-LINE-NO UP BY 1
           MOVE SCHEDULES-FILE-RECORD TO WS-OLD-TEXT
           MOVE WS-OLD-TEXT TO WS-NEW-TEXT
           MOVE SPACES TO WS-FIELD-TEXT WS-NOTE-TEXT
           MOVE 'N' TO WS-FIGURE-INDEXED
           PERFORM CHECK-BLOCK-KEY-LINE
           IF WS-FIELD-TEXT EQUAL TO SPACES
              IF WS-BLOCK-STEP < 99
                 SET WS-BLOCK-STEP UP BY 1
              END-IF
              EVALUATE TRUE
                 WHEN WS-STATUS-BLOCK
                    PERFORM DRAFT-BRACKET-BLOCK-LINE
                 WHEN WS-CAPGAINS-BLOCK
                    PERFORM DRAFT-BRACKET-BLOCK-LINE
                 WHEN WS-WAGEBASE-BLOCK
                    PERFORM DRAFT-WAGEBASE-LINE
                 WHEN WS-CREDITS-BLOCK
                    PERFORM DRAFT-CREDITS-LINE
                 WHEN WS-SURTAX-BLOCK
                    PERFORM DRAFT-SURTAX-LINE
                 WHEN OTHER
                    MOVE "line" TO WS-FIELD-TEXT
                    MOVE "carried - block not indexed" TO WS-NOTE-TEXT
              END-EVALUATE
           END-IF
           IF NOT WS-FIGURE-IS-INDEXED
              SET WS-CARRIED-COUNT UP BY 1
           END-IF
           MOVE WS-NEW-TEXT TO DRAFT-RECORD
           WRITE DRAFT-RECORD
           PERFORM WRITE-DRAFT-REPORT-LINE.
      ******************************************************************
      * a line matching a known block key starts that block.  any
      * other line that does not begin with a digit or a decimal
      * point is taken as the key of a block this program does not
      * know, and the block is carried over line for line
      ******************************************************************
       CHECK-BLOCK-KEY-LINE SECTION.
           MOVE 0 TO WS-REQUIRED-IX
           SET WS-FIELD-NO TO 1
           PERFORM UNTIL WS-FIELD-NO > WS-REQUIRED-MAX
              IF WS-OLD-TEXT EQUAL TO WS-REQUIRED-NAME(WS-FIELD-NO)
                 MOVE WS-FIELD-NO TO WS-REQUIRED-IX
                 MOVE WS-REQUIRED-MAX TO WS-FIELD-NO
              END-IF
              SET WS-FIELD-NO UP BY 1
           END-PERFORM
           IF WS-REQUIRED-IX > 0
              MOVE 'Y' TO WS-REQUIRED-SEEN(WS-REQUIRED-IX)
              EVALUATE WS-REQUIRED-IX
                 WHEN 1 THRU 4
                    MOVE 'S' TO WS-BLOCK-KIND
                 WHEN 5
                    MOVE 'W' TO WS-BLOCK-KIND
                 WHEN 6
                    MOVE 'C' TO WS-BLOCK-KIND
                 WHEN 11 THRU 12
                    MOVE 'T' TO WS-BLOCK-KIND
                 WHEN OTHER
                    MOVE 'G' TO WS-BLOCK-KIND
              END-EVALUATE
           ELSE
              IF WS-OLD-TEXT(1:1) IS NOT NUMERIC
                 AND WS-OLD-TEXT(1:1) NOT EQUAL TO "."
                 AND WS-OLD-TEXT NOT EQUAL TO SPACES
                 MOVE 'O' TO WS-BLOCK-KIND
                 MOVE 99 TO WS-REQUIRED-IX
              END-IF
           END-IF
           IF WS-REQUIRED-IX > 0
              MOVE WS-OLD-TEXT TO WS-BLOCK-KEY
              MOVE 0 TO WS-BLOCK-STEP WS-BLOCK-COUNT
                 WS-BLOCK-LAST-FLOOR WS-BLOCK-LAST-RATE
              MOVE "key line" TO WS-FIELD-TEXT
           END-IF.
      ******************************************************************
      * a status or CAPGAINS-<status> block - the count line, then
      * count figure lines (a status block's first is the standard
      * deduction, a CAPGAINS block's first its zero floor), then
      * count rate lines.  a count line that does not read as 1 to
      * 20 leaves the rest of the block carried as it stands
      ******************************************************************
       DRAFT-BRACKET-BLOCK-LINE SECTION.
           EVALUATE TRUE
              WHEN WS-BLOCK-STEP EQUAL TO 1
                 MOVE "bracket count" TO WS-FIELD-TEXT
                 IF WS-OLD-TEXT(1:2) IS NUMERIC
                    MOVE WS-OLD-TEXT(1:2) TO WS-BLOCK-COUNT
                 ELSE
                    IF WS-OLD-TEXT(1:1) IS NUMERIC
                       AND WS-OLD-TEXT(2:1) EQUAL TO SPACE
                       MOVE WS-OLD-TEXT(1:1) TO WS-BLOCK-COUNT
                    ELSE
                       MOVE 0 TO WS-BLOCK-COUNT
                    END-IF
                 END-IF
                 IF WS-BLOCK-COUNT < 1 OR WS-BLOCK-COUNT > 20
                    MOVE 0 TO WS-BLOCK-COUNT
                    MOVE "COUNT UNREADABLE - CARRIED" TO WS-NOTE-TEXT
                    SET WS-BAD-COUNT UP BY 1
                 ELSE
                    MOVE "carried" TO WS-NOTE-TEXT
                    ADD 1 WS-BLOCK-COUNT GIVING WS-BLOCK-LAST-FLOOR
                    ADD WS-BLOCK-COUNT WS-BLOCK-LAST-FLOOR
                       GIVING WS-BLOCK-LAST-RATE
                 END-IF
              WHEN WS-BLOCK-STEP NOT GREATER THAN WS-BLOCK-LAST-FLOOR
                 SUBTRACT 1 FROM WS-BLOCK-STEP GIVING WS-FIELD-NO
                 IF WS-STATUS-BLOCK AND WS-FIELD-NO EQUAL TO 1
                    MOVE "std deduction" TO WS-FIELD-TEXT
                    MOVE 50 TO WS-ROUND-UNIT
                    MOVE "indexed - down to $50" TO WS-NOTE-TEXT
                 ELSE
                    STRING "floor " DELIMITED BY SIZE
                       WS-FIELD-NO DELIMITED BY SIZE
                       INTO WS-FIELD-TEXT
                    END-STRING
                    MOVE 25 TO WS-ROUND-UNIT
                    MOVE "indexed - down to $25" TO WS-NOTE-TEXT
                 END-IF
                 MOVE 'N' TO WS-ROUND-NEAREST
                 PERFORM INDEX-FIGURE
              WHEN WS-BLOCK-STEP NOT GREATER THAN WS-BLOCK-LAST-RATE
                 SUBTRACT WS-BLOCK-LAST-FLOOR FROM WS-BLOCK-STEP
                    GIVING WS-FIELD-NO
                 STRING "rate " DELIMITED BY SIZE
                    WS-FIELD-NO DELIMITED BY SIZE
                    INTO WS-FIELD-TEXT
                 END-STRING
                 MOVE "carried" TO WS-NOTE-TEXT
              WHEN OTHER
                 MOVE "line" TO WS-FIELD-TEXT
                 MOVE "carried - outside the block" TO WS-NOTE-TEXT
           END-EVALUATE.
      ******************************************************************
      * the wage base is announced rounded to the nearest $300
      ******************************************************************
       DRAFT-WAGEBASE-LINE SECTION.
           IF WS-BLOCK-STEP EQUAL TO 1
              MOVE "wage base" TO WS-FIELD-TEXT
              MOVE 300 TO WS-ROUND-UNIT
              MOVE 'Y' TO WS-ROUND-NEAREST
              MOVE "indexed - nearest $300" TO WS-NOTE-TEXT
              PERFORM INDEX-FIGURE
           ELSE
              MOVE "line" TO WS-FIELD-TEXT
              MOVE "carried - outside the block" TO WS-NOTE-TEXT
           END-IF.
      ******************************************************************
      * the per-child credit and its phase-out floor are fixed in the
      * statute, not indexed - carried so the preparer confirms them
      ******************************************************************
       DRAFT-CREDITS-LINE SECTION.
           EVALUATE WS-BLOCK-STEP
              WHEN 1
                 MOVE "per-child credit" TO WS-FIELD-TEXT
                 MOVE "carried - fixed by statute" TO WS-NOTE-TEXT
              WHEN 2
                 MOVE "phase-out floor" TO WS-FIELD-TEXT
                 MOVE "carried - fixed by statute" TO WS-NOTE-TEXT
              WHEN OTHER
                 MOVE "line" TO WS-FIELD-TEXT
                 MOVE "carried - outside the block" TO WS-NOTE-TEXT
           END-EVALUATE.
      ******************************************************************
      * the NIIT and MEDICARE surtax rates and their filing status
      * thresholds are fixed in the statute, not indexed - carried
      * the same way the CREDITS figures are
      ******************************************************************
       DRAFT-SURTAX-LINE SECTION.
           EVALUATE WS-BLOCK-STEP
              WHEN 1
                 MOVE "surtax rate" TO WS-FIELD-TEXT
                 MOVE "carried" TO WS-NOTE-TEXT
              WHEN 2
                 MOVE "single threshold" TO WS-FIELD-TEXT
                 MOVE "carried - fixed by statute" TO WS-NOTE-TEXT
              WHEN 3
                 MOVE "joint threshold" TO WS-FIELD-TEXT
                 MOVE "carried - fixed by statute" TO WS-NOTE-TEXT
              WHEN 4
                 MOVE "separate threshold" TO WS-FIELD-TEXT
                 MOVE "carried - fixed by statute" TO WS-NOTE-TEXT
              WHEN 5
                 MOVE "head threshold" TO WS-FIELD-TEXT
                 MOVE "carried - fixed by statute" TO WS-NOTE-TEXT
              WHEN OTHER
                 MOVE "line" TO WS-FIELD-TEXT
                 MOVE "carried - outside the block" TO WS-NOTE-TEXT
           END-EVALUATE.
      ******************************************************************
      * index the figure on WS-OLD-TEXT by the factor.  a floor or a
      * deduction has its increase rounded down to the next lowest
      * multiple of WS-ROUND-UNIT and added back on; the wage base is
      * the whole indexed figure rounded to the nearest unit.  a line
      * that does not read as a figure is carried and flagged
      ******************************************************************
       INDEX-FIGURE SECTION.
           MOVE WS-OLD-TEXT(1:20) TO WS-VAL-TEXT
           PERFORM VALIDATE-NUMERIC-FIELD
           IF NOT WS-VAL-IS-OK
              MOVE "NOT NUMERIC - CARRIED" TO WS-NOTE-TEXT
              SET WS-BAD-COUNT UP BY 1
           ELSE
              MOVE WS-VAL-RESULT TO WS-OLD-VALUE
              IF WS-ROUND-TO-NEAREST
                 COMPUTE WS-ROUND-UNITS ROUNDED =
                    WS-OLD-VALUE * WS-FACTOR / WS-ROUND-UNIT
                 END-COMPUTE
                 COMPUTE WS-NEW-VALUE = WS-ROUND-UNITS * WS-ROUND-UNIT
              ELSE
                 COMPUTE WS-INCREASE = WS-OLD-VALUE * WS-FACTOR-EXCESS
                 DIVIDE WS-INCREASE BY WS-ROUND-UNIT
                    GIVING WS-ROUND-UNITS
                 COMPUTE WS-NEW-VALUE =
                    WS-OLD-VALUE + WS-ROUND-UNITS * WS-ROUND-UNIT
                 END-COMPUTE
              END-IF
              PERFORM FORMAT-NEW-FIGURE
              MOVE 'Y' TO WS-FIGURE-INDEXED
              SET WS-INDEXED-COUNT UP BY 1
              IF WS-NEW-VALUE NOT EQUAL TO WS-OLD-VALUE
                 SET WS-CHANGED-COUNT UP BY 1
              END-IF
           END-IF.
      ******************************************************************
      * the new figure goes on the draft left-justified, the way the
      * hand-typed files hold them - whole dollars, or dollars and
      * cents when the base figure carried cents
      ******************************************************************
       FORMAT-NEW-FIGURE SECTION.
           MOVE SPACES TO WS-NEW-TEXT
           MOVE 0 TO WS-LEAD-COUNT
           MOVE WS-NEW-VALUE TO WS-NEW-DOLLARS
           IF WS-NEW-DOLLARS EQUAL TO WS-NEW-VALUE
              MOVE WS-NEW-VALUE TO WS-NEW-WHOLE
              INSPECT WS-NEW-WHOLE TALLYING WS-LEAD-COUNT
                 FOR LEADING SPACE
              MOVE WS-NEW-WHOLE(WS-LEAD-COUNT + 1:) TO WS-NEW-TEXT
           ELSE
              MOVE WS-NEW-VALUE TO WS-NEW-CENTS
              INSPECT WS-NEW-CENTS TALLYING WS-LEAD-COUNT
                 FOR LEADING SPACE
              MOVE WS-NEW-CENTS(WS-LEAD-COUNT + 1:) TO WS-NEW-TEXT
           END-IF.
      ******************************************************************
      * one report line per base file line.  a figure that was
      * indexed shows the old and new amounts and the difference; a
      * carried line shows its text either side
      ******************************************************************
       WRITE-DRAFT-REPORT-LINE SECTION.
           MOVE WS-LINE-NO TO WS-LINE-NO-SHOWN
           MOVE SPACES TO WS-LINE
           STRING WS-LINE-NO-SHOWN DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-BLOCK-KEY DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           MOVE WS-FIELD-TEXT TO WS-LINE(27:20)
           IF WS-FIGURE-IS-INDEXED
              MOVE WS-OLD-VALUE TO WS-CURRENCY
              MOVE WS-NEW-VALUE TO WS-CURRENCY-2
              SUBTRACT WS-OLD-VALUE FROM WS-NEW-VALUE
                 GIVING WS-DIFFERENCE
              MOVE WS-DIFFERENCE TO WS-DIFF-CURRENCY
              STRING WS-CURRENCY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-CURRENCY-2 DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-DIFF-CURRENCY DELIMITED BY SIZE
                 INTO WS-LINE(43:)
              END-STRING
           ELSE
              MOVE WS-OLD-TEXT(1:15) TO WS-LINE(47:15)
              MOVE WS-NEW-TEXT(1:15) TO WS-LINE(63:15)
           END-IF
           MOVE WS-NOTE-TEXT TO WS-LINE(98:30)
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * footer - the line counts, and any certified block the base
      * file did not carry, which leaves the draft short of it too
      ******************************************************************
       FINALIZE-DRAFT-RUN SECTION.
           MOVE SPACES TO WS-LINE
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING "LINES DRAFTED: " DELIMITED BY SIZE
              WS-LINE-NO DELIMITED BY SIZE
              "     FIGURES INDEXED: " DELIMITED BY SIZE
              WS-INDEXED-COUNT DELIMITED BY SIZE
              "     CHANGED: " DELIMITED BY SIZE
              WS-CHANGED-COUNT DELIMITED BY SIZE
              "     CARRIED: " DELIMITED BY SIZE
              WS-CARRIED-COUNT DELIMITED BY SIZE
              INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           IF WS-BAD-COUNT > 0
              MOVE SPACES TO WS-LINE
              STRING "LINES FLAGGED UNREADABLE: " DELIMITED BY SIZE
                 WS-BAD-COUNT DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              WRITE REPORT-RECORD FROM WS-LINE
           END-IF
           MOVE 0 TO WS-MISSING-COUNT
           SET WS-REQUIRED-IX TO 1
           PERFORM UNTIL WS-REQUIRED-IX > WS-REQUIRED-MAX
              IF WS-REQUIRED-SEEN(WS-REQUIRED-IX) NOT EQUAL TO 'Y'
                 SET WS-MISSING-COUNT UP BY 1
                 MOVE SPACES TO WS-LINE
                 STRING "BLOCK MISSING FROM BASE YEAR - "
                    DELIMITED BY SIZE
                    WS-REQUIRED-NAME(WS-REQUIRED-IX) DELIMITED BY SPACE
                    INTO WS-LINE
                 END-STRING
                 WRITE REPORT-RECORD FROM WS-LINE
              END-IF
              SET WS-REQUIRED-IX UP BY 1
           END-PERFORM
           MOVE SPACES TO WS-LINE
           IF WS-MISSING-COUNT EQUAL TO 0 AND WS-BAD-COUNT EQUAL TO 0
              STRING "DRAFT WRITTEN TO " DELIMITED BY SIZE
                 WS-DRAFT-FILENAME DELIMITED BY SPACE
                 " - CHECK AGAINST THE RELEASE, THEN CERTIFY"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
           ELSE
              STRING "DRAFT WRITTEN TO " DELIMITED BY SIZE
                 WS-DRAFT-FILENAME DELIMITED BY SPACE
                 " - INCOMPLETE, COMPLETE IT BEFORE CERTIFYING"
                 DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-LINE.
      ******************************************************************
      * generic dollar-amount validator, shared with MTRC-004 and
      * MTRC-006 - here it reads each base figure and checks the
      * shape of the factor - see VALPROC.CPY
      ******************************************************************
       COPY VALPROC.
