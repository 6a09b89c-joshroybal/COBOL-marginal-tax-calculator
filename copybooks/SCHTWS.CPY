      ******************************************************************
      * SCHTWS.CPY
      * WORKING-STORAGE for the in-memory schedules tables - a run
      * that computes many clients reads every tax year file it needs
      * (and the state file) once, at the top of the run, into the
      * tables below, and each client's brackets are then pulled out
      * of memory instead of rescanning the schedules files per
      * client.  paired with SCHTPROC.CPY, whose FETCH-* sections fill
      * the same SCHDWS.CPY/STATWS.CPY fields the LOAD-* sections do,
      * so the PROCESS-* bracket arithmetic runs unchanged.
      *
      * each table entry holds its figures in the same pictures as
      * the working fields it is fetched into, so a figure passes
      * through the table without any change of precision
      ******************************************************************
      * the tax years the run asked for, one entry per distinct year.
      * WS-SCHT-YEAR-FOUND is 'Y' once the year's schedules file was
      * opened and read; each block inside carries its own found flag
      * so a file missing one block still serves the others.
      * WS-SCHT-YR, WS-SCHT-FS and WS-SCHT-ST are the year, filing
      * status and state slots the FIND-* sections set - short names,
      * since the bracket tables are subscripted three deep
      ******************************************************************
       77 WS-SCHT-YEAR-MAX          PIC 99 VALUE 10.
       77 WS-SCHT-YEAR-COUNT        PIC 99 VALUE 0.
       77 WS-SCHT-YR                PIC 99 VALUE 0.
       77 WS-SCHT-YEARS-DROPPED     PIC 9(05) VALUE 0.
       77 WS-SCHT-WANT-YEAR         PIC X(4) VALUE SPACES.
       01 WS-SCHT-YEAR-TABLE.
           05 WS-SCHT-YEAR-ENTRY OCCURS 10 TIMES.
               10 WS-SCHT-YEAR          PIC X(4).
               10 WS-SCHT-YEAR-FOUND    PIC X(1).
               10 WS-SCHT-WAGE-FOUND    PIC X(1).
               10 WS-SCHT-WAGE-BASE     PIC 9(9).
               10 WS-SCHT-CTC-FOUND     PIC X(1).
               10 WS-SCHT-CTC-PER-CHILD PIC 9(9)V99.
               10 WS-SCHT-CTC-FLOOR     PIC 9(12)V99.
               10 WS-SCHT-NIIT-FOUND    PIC X(1).
               10 WS-SCHT-NIIT-RATE     PIC V999.
               10 WS-SCHT-NIIT-FLOOR    PIC 9(12)V99 OCCURS 4 TIMES.
               10 WS-SCHT-ADDMED-FOUND  PIC X(1).
               10 WS-SCHT-ADDMED-RATE   PIC V999.
               10 WS-SCHT-ADDMED-FLOOR  PIC 9(12)V99 OCCURS 4 TIMES.
               10 WS-SCHT-STATUS-ENTRY OCCURS 4 TIMES.
                   15 WS-SCHT-FED-FOUND  PIC X(1).
                   15 WS-SCHT-FED-COUNT  PIC 99.
                   15 WS-SCHT-FED-DEDUCT PIC 9(09).
                   15 WS-SCHT-FED-FLOOR  PIC 9(12)V99 OCCURS 20 TIMES.
                   15 WS-SCHT-FED-RATE   PIC V999 OCCURS 20 TIMES.
                   15 WS-SCHT-CG-FOUND   PIC X(1).
                   15 WS-SCHT-CG-COUNT   PIC 99.
                   15 WS-SCHT-CG-FLOOR   PIC 9(12)V99 OCCURS 20 TIMES.
                   15 WS-SCHT-CG-RATE    PIC V999 OCCURS 20 TIMES.
      ******************************************************************
      * the four filing status keys in table order - a status's slot
      * in WS-SCHT-STATUS-ENTRY is its position here
      ******************************************************************
       01 WS-SCHT-STATUS-NAMES.
           05 FILLER                PIC X(8) VALUE "single".
           05 FILLER                PIC X(8) VALUE "joint".
           05 FILLER                PIC X(8) VALUE "separate".
           05 FILLER                PIC X(8) VALUE "head".
       01 WS-SCHT-STATUS-TABLE REDEFINES WS-SCHT-STATUS-NAMES.
           05 WS-SCHT-STATUS-NAME   PIC X(8) OCCURS 4 TIMES.
       77 WS-SCHT-FS                PIC 9 VALUE 0.
      ******************************************************************
      * the state blocks the run asked for, one entry per distinct
      * abbreviation - WS-SCHT-STATE-FOUND is 'N' for an abbreviation
      * the state schedules file does not carry
      ******************************************************************
       77 WS-SCHT-STATE-MAX         PIC 99 VALUE 60.
       77 WS-SCHT-STATE-COUNT       PIC 99 VALUE 0.
       77 WS-SCHT-ST                PIC 99 VALUE 0.
       77 WS-SCHT-STATES-DROPPED    PIC 9(05) VALUE 0.
       77 WS-SCHT-WANT-STATE        PIC X(2) VALUE SPACES.
       01 WS-SCHT-STATE-TABLE.
           05 WS-SCHT-STATE-ENTRY OCCURS 60 TIMES.
               10 WS-SCHT-STATE-ABBR    PIC X(2).
               10 WS-SCHT-STATE-FOUND   PIC X(1).
               10 WS-SCHT-STATE-NCOUNT  PIC 99.
               10 WS-SCHT-STATE-DEDUCT  PIC 9(09).
               10 WS-SCHT-STATE-FLOOR   PIC 9(12)V99 OCCURS 20 TIMES.
               10 WS-SCHT-STATE-RATE    PIC V999 OCCURS 20 TIMES.
      ******************************************************************
      * loader work fields - the key line being hunted for, whether it
      * turned up, and the subscript the block loops run on (kept off
      * WS-COUNTER, which the PROCESS-* sections own)
      ******************************************************************
       77 WS-SCHT-KEY               PIC X(33) VALUE SPACES.
       77 WS-SCHT-KEY-FOUND         PIC X(1) VALUE 'N'.
           88 WS-SCHT-KEY-IS-FOUND  VALUE 'Y'.
       77 WS-SCHT-IX                PIC 99 VALUE 0.
       77 WS-SCHT-LOOKUP-IX         PIC 99 VALUE 0.
      ******************************************************************
      * the load summary DESCRIBE-SCHEDULE-TABLES builds for the top of
      * the calling program's report - one text line per entry, the
      * caller writes WS-SCHT-DESC-COUNT of them
      ******************************************************************
       77 WS-SCHT-DESC-COUNT        PIC 99 VALUE 0.
       01 WS-SCHT-DESC-TABLE.
           05 WS-SCHT-DESC-LINE     PIC X(132) OCCURS 40 TIMES.
       77 WS-SCHT-DESC-PTR          PIC 999 VALUE 1.
       77 WS-SCHT-MISSING-PTR       PIC 999 VALUE 1.
       77 WS-SCHT-MISSING-TEXT      PIC X(132) VALUE SPACES.
       77 WS-SCHT-PER-LINE          PIC 99 VALUE 0.
       77 WS-SCHT-DROPPED-TEXT      PIC ZZZZ9.
