      * TAXLETTER.CBL
      * client-facing annual tax summary letters - reads the client
      * master and the nightly batch results extract (see
      * RSLTFDR.CPY, which carries the federal/state/SE breakdown,
      * the two surtaxes and the quarterly payment so nothing is
      * recomputed here) and prints one fixed-length page per
      * processed client, paginated for printing and mailing.
      * clients the run flagged 'S' are skipped - a letter full of
      * zeros helps nobody.  four hundred retyped letters become one
      * overnight print file.
      * Copyright 2015-2018 Josh Roybal
      * developer@joshroybal.com
      * https://joshroybal.com
              END-STRING
              PERFORM WRITE-LETTER-LINE
           END-IF
           IF RESULT-NIIT-TAX > 0
              MOVE RESULT-NIIT-TAX TO WS-CURRENCY
              MOVE SPACES TO WS-LINE
              STRING "   NET INVESTMENT INC TAX: " DELIMITED BY SIZE
                 WS-CURRENCY DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              PERFORM WRITE-LETTER-LINE
           END-IF
           IF RESULT-MEDICARE-TAX > 0
              MOVE RESULT-MEDICARE-TAX TO WS-CURRENCY
              MOVE SPACES TO WS-LINE
              STRING "   ADDL MEDICARE TAX:      " DELIMITED BY SIZE
                 WS-CURRENCY DELIMITED BY SIZE
                 INTO WS-LINE
              END-STRING
              PERFORM WRITE-LETTER-LINE
           END-IF
           MOVE RESULT-TOTAL-TAX TO WS-CURRENCY
           MOVE SPACES TO WS-LINE
           STRING "   TOTAL LIABILITY:        " DELIMITED BY SIZE
