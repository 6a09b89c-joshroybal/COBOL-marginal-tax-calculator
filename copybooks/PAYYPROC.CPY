      ******************************************************************
      * PAYYPROC.CPY
      * the tax year a ledger payment counts toward - the ledger keys
      * payments by client and sequence only, so the year is worked
      * out from PAYMENT-DATE and PAYMENT-TYPE the way the payments
      * are made:
      *    withholding  the year the tax was withheld
      *    estimated    the year paid, except a January payment,
      *                 which is the fourth installment of the year
      *                 before
      *    extension    the year before the year paid - it goes in
      *                 with the extension request in April
      * the result is left in WS-PAYMENT-TAX-YEAR (see PAYWS.CPY) -
      * zero when the date does not lead with a numeric year.  the
      * calling program must have the payment in PAYMENT-RECORD.
      ******************************************************************
       SET-PAYMENT-TAX-YEAR SECTION.
           MOVE 0 TO WS-PAYMENT-TAX-YEAR
           IF PAYMENT-DATE(1:4) IS NUMERIC
              MOVE PAYMENT-DATE(1:4) TO WS-PAYMENT-TAX-YEAR
              EVALUATE TRUE
                 WHEN PAYMENT-TYPE EQUAL TO "extension"
                    SUBTRACT 1 FROM WS-PAYMENT-TAX-YEAR
                 WHEN PAYMENT-TYPE EQUAL TO "estimated"
                    AND PAYMENT-DATE(5:2) EQUAL TO "01"
                    SUBTRACT 1 FROM WS-PAYMENT-TAX-YEAR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
