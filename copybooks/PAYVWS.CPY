      ******************************************************************
      * PAYVWS.CPY
      * WORKING-STORAGE for the payment posting rules in PAYVPROC.CPY -
      * one payment to be posted, unstrung into the WS-TXN- fields by
      * the calling program, the verdict VALIDATE-TRANSACTION-FIELDS
      * returns on it, and the sequence number FIND-NEXT-PAYMENT-SEQ
      * assigns.  shared by every program that posts to the payments
      * ledger, so a payment is held to the same rules whichever way
      * it arrives.
      ******************************************************************
       77 WS-TXN-ID                 PIC X(6) VALUE SPACES.
       77 WS-TXN-DATE               PIC X(8) VALUE SPACES.
       77 WS-TXN-TYPE               PIC X(12) VALUE SPACES.
       77 WS-TXN-AMOUNT-TEXT        PIC X(20) VALUE SPACES.
      ******************************************************************
      * a payment for a client not on the master, with a malformed
      * date or type, or with an amount VALIDATE-NUMERIC-FIELD rejects
      * comes back with WS-TXN-OK 'N' and the reason in WS-TXN-REASON
      ******************************************************************
       77 WS-TXN-OK                 PIC X(1) VALUE 'Y'.
           88 WS-TXN-IS-VALID       VALUE 'Y'.
       77 WS-TXN-REASON             PIC X(40) VALUE SPACES.
       77 WS-NEXT-SEQ               PIC 9(4) VALUE 0.
       77 WS-SCAN-DONE              PIC X(1) VALUE 'N'.
