       77 WS-PAYMENTS-FILENAME      PIC X(50) VALUE "payments.dat".
       77 WS-PAYMENTS-STATUS        PIC X(2) VALUE SPACES.
       77 WS-PAYMENTS-EOF           PIC X(1) VALUE 'N'.
      * the tax year a payment counts toward, set from its date and
      * type by SET-PAYMENT-TAX-YEAR - see PAYYPROC.CPY
       77 WS-PAYMENT-TAX-YEAR       PIC 9(4) VALUE 0.
