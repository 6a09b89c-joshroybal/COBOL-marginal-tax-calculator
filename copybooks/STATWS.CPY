      * STATWS.CPY
      * WORKING-STORAGE for the state income tax add-on, the
      * self-employment tax module, the long-term capital gains
      * module, the net investment income and additional medicare
      * surtaxes and the quarterly estimated payment worksheet.
      * shared between MTRC-004 (the CGI
      * calculator) and MTRC-005 (the nightly batch) so the two never
      * disagree on a client's state, self-employment or quarterly
       77 WS-CG-LO                  PIC 9(13)V99 VALUE 0.
       77 WS-CG-HI                  PIC 9(13)V99 VALUE 0.
       77 WS-CG-TAX                 PIC 9(13)V99 VALUE 0.
      ******************************************************************
      * net investment income tax and additional medicare tax - the
      * two surtaxes that only reach the higher incomes.  each rate
      * and its four filing status thresholds (single, joint,
      * separate, head - the WS-SCHT-STATUS-NAME order) are loaded
      * per year out of the schedules file's NIIT and MEDICARE blocks.
      * an older schedules file with no such block leaves the rate at
      * zero, so that year's quotes simply carry no surtax
      ******************************************************************
       77 WS-NIIT-RATE              PIC V999 VALUE 0.
       01 WS-NIIT-FLOORS.
           05 WS-NIIT-FLOOR         PIC 9(12)V99 OCCURS 4 TIMES.
       77 WS-ADDMED-RATE            PIC V999 VALUE 0.
       01 WS-ADDMED-FLOORS.
           05 WS-ADDMED-FLOOR       PIC 9(12)V99 OCCURS 4 TIMES.
       77 WS-SURTAX-FS              PIC 9 VALUE 0.
       77 WS-NIIT-MAGI              PIC 9(13)V99 VALUE 0.
       77 WS-NIIT-BASE              PIC 9(13)V99 VALUE 0.
       77 WS-NIIT-TAX               PIC 9(13)V99 VALUE 0.
       77 WS-ADDMED-WAGES           PIC 9(13)V99 VALUE 0.
       77 WS-ADDMED-EARNED          PIC 9(13)V99 VALUE 0.
       77 WS-ADDMED-BASE            PIC 9(13)V99 VALUE 0.
       77 WS-ADDMED-TAX             PIC 9(13)V99 VALUE 0.
