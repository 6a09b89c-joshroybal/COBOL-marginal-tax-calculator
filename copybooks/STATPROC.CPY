      ******************************************************************
      * STATPROC.CPY
      * the state income tax, self-employment tax, long-term capital
      * gains, surtax and quarterly estimate sections, shared between
      * MTRC-004 and MTRC-005 - see STATWS.CPY for the fields these
      * sections depend on.
      ******************************************************************
           END-PERFORM
           ADD WS-CG-TAX TO WS-TOTAL-LIABILITY.
      ******************************************************************
      * loads the two surtax blocks out of the selected year's
      * schedules file - a NIIT key line and a MEDICARE key line, each
      * followed by its rate line and four threshold lines in filing
      * status order (single, joint, separate, head), appended after
      * the CAPGAINS-<status> blocks.  both rates are cleared first,
      * so an older schedules file with neither block computes no
      * surtax rather than the last year's
      ******************************************************************
       LOAD-SURTAX-RATES SECTION.
           MOVE 0 TO WS-NIIT-RATE WS-ADDMED-RATE
           INITIALIZE WS-NIIT-FLOORS WS-ADDMED-FLOORS
           MOVE 'N' TO SCHEDULES-FILE-EOF
           OPEN INPUT SCHEDULES-FILE
           PERFORM UNTIL SCHEDULES-FILE-EOF EQUAL TO 'Y'
              READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                 AT END MOVE 'Y' TO SCHEDULES-FILE-EOF
                 NOT AT END
                    IF SCHEDULES-FILE-RECORD EQUAL TO "NIIT"
                       READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                       MOVE SPACES TO WS-TMP-BUFFER
                       MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                       MOVE WS-TMP-BUFFER TO WS-NIIT-RATE
                       SET WS-COUNTER TO 1
                       PERFORM UNTIL WS-COUNTER > 4
                          READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                          MOVE SPACES TO WS-TMP-BUFFER
                          MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                          MOVE WS-TMP-BUFFER
                             TO WS-NIIT-FLOOR(WS-COUNTER)
                          SET WS-COUNTER UP BY 1
                       END-PERFORM
                    END-IF
                    IF SCHEDULES-FILE-RECORD EQUAL TO "MEDICARE"
                       READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                       MOVE SPACES TO WS-TMP-BUFFER
                       MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                       MOVE WS-TMP-BUFFER TO WS-ADDMED-RATE
                       SET WS-COUNTER TO 1
                       PERFORM UNTIL WS-COUNTER > 4
                          READ SCHEDULES-FILE INTO SCHEDULES-FILE-RECORD
                          MOVE SPACES TO WS-TMP-BUFFER
                          MOVE SCHEDULES-FILE-RECORD TO WS-TMP-BUFFER
                          MOVE WS-TMP-BUFFER
                             TO WS-ADDMED-FLOOR(WS-COUNTER)
                          SET WS-COUNTER UP BY 1
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SCHEDULES-FILE.
      ******************************************************************
      * the 3.8% net investment income tax and the 0.9% additional
      * medicare tax, both against the filing status threshold.
      *    net investment income tax - the capital gains are the only
      *    investment income the system carries, so the tax falls on
      *    the gains or on the amount gross income plus gains runs
      *    over the threshold, whichever is less
      *    additional medicare tax - on wages plus net self-employment
      *    earnings over the threshold.  gross income includes the
      *    self-employment income, so the wages are what is left of
      *    gross once it is taken out, and the self-employment share
      *    is netted down by the same 92.35% the SE tax uses
      * both are rolled into WS-TOTAL-LIABILITY, which must already
      * hold the ordinary, state, self-employment and capital gains
      * total
      ******************************************************************
       PROCESS-SURTAXES SECTION.
           MOVE 0 TO WS-NIIT-TAX WS-ADDMED-TAX
           EVALUATE WS-STATUS
              WHEN "single"   MOVE 1 TO WS-SURTAX-FS
              WHEN "joint"    MOVE 2 TO WS-SURTAX-FS
              WHEN "separate" MOVE 3 TO WS-SURTAX-FS
              WHEN "head"     MOVE 4 TO WS-SURTAX-FS
              WHEN OTHER      MOVE 0 TO WS-SURTAX-FS
           END-EVALUATE
           IF WS-SURTAX-FS > 0
              ADD WS-AMOUNT WS-CG-INCOME GIVING WS-NIIT-MAGI
              IF WS-NIIT-MAGI > WS-NIIT-FLOOR(WS-SURTAX-FS)
                 SUBTRACT WS-NIIT-FLOOR(WS-SURTAX-FS) FROM WS-NIIT-MAGI
                    GIVING WS-NIIT-BASE
                 IF WS-NIIT-BASE > WS-CG-INCOME
                    MOVE WS-CG-INCOME TO WS-NIIT-BASE
                 END-IF
                 MULTIPLY WS-NIIT-BASE BY WS-NIIT-RATE
                    GIVING WS-NIIT-TAX
              END-IF
              IF WS-AMOUNT > WS-SE-INCOME
                 SUBTRACT WS-SE-INCOME FROM WS-AMOUNT
                    GIVING WS-ADDMED-WAGES
              ELSE
                 MOVE 0 TO WS-ADDMED-WAGES
              END-IF
              COMPUTE WS-ADDMED-EARNED
                 = WS-ADDMED-WAGES + WS-SE-INCOME * 0.9235
              IF WS-ADDMED-EARNED > WS-ADDMED-FLOOR(WS-SURTAX-FS)
                 SUBTRACT WS-ADDMED-FLOOR(WS-SURTAX-FS)
                    FROM WS-ADDMED-EARNED GIVING WS-ADDMED-BASE
                 MULTIPLY WS-ADDMED-BASE BY WS-ADDMED-RATE
                    GIVING WS-ADDMED-TAX
              END-IF
           END-IF
           ADD WS-NIIT-TAX WS-ADDMED-TAX TO WS-TOTAL-LIABILITY.
      ******************************************************************
      * the 110%-of-prior-year safe harbor rule, spread across the
      * four 1040-ES due dates.  with no prior-year figure on hand,
      * fall back to 90% of the current year's tax
