      ******************************************************************
      * CHGWS.CPY
      * WORKING-STORAGE for the change-history file - the
      * dynamically-assigned filename and FILE STATUS the SELECT in
      * CHGFD.CPY names, and the fields the CHGPROC.CPY and
      * CHGPPROC.CPY sections operate on.  shared by every program
      * that copies CHGFD/CHGFDR.
      ******************************************************************
       77 WS-CHG-FILENAME           PIC X(50) VALUE "chghist.dat".
       77 WS-CHG-STATUS             PIC X(2) VALUE SPACES.
      ******************************************************************
      * what the calling program sets before logging - the source,
      * verb, client and reference every entry of the transaction
      * carries.  WS-CHG-ADDING is 'Y' for a new record, which logs
      * every field against a blank before value
      ******************************************************************
       77 WS-CHG-SET-SOURCE         PIC X(8) VALUE SPACES.
       77 WS-CHG-SET-ACTION         PIC X(8) VALUE SPACES.
       77 WS-CHG-SET-ID             PIC X(6) VALUE SPACES.
       77 WS-CHG-SET-REFERENCE      PIC X(8) VALUE SPACES.
       77 WS-CHG-ADDING             PIC X(1) VALUE 'N'.
           88 WS-CHG-IS-ADD         VALUE 'Y'.
      ******************************************************************
      * the client record as it stood before the change - saved by
      * SAVE-CLIENT-BEFORE-IMAGE straight after the record is read,
      * laid out field for field as CLIENT-RECORD is (see CLNTFDR.CPY)
      ******************************************************************
       01 WS-CHG-OLD-CLIENT.
           05 WS-CHG-OLD-ID         PIC X(6).
           05 WS-CHG-OLD-NAME       PIC X(24).
           05 WS-CHG-OLD-AMOUNT     PIC 9(13)V99.
           05 WS-CHG-OLD-STATUS     PIC X(24).
           05 WS-CHG-OLD-YEAR       PIC X(4).
           05 WS-CHG-OLD-STATE-ABBR PIC X(2).
           05 WS-CHG-OLD-ITEMIZED   PIC 9(9)V99.
           05 WS-CHG-OLD-SE-INCOME  PIC 9(13)V99.
           05 WS-CHG-OLD-PRIOR-TAX  PIC 9(13)V99.
           05 WS-CHG-OLD-DEPENDENTS PIC 9(2).
           05 WS-CHG-OLD-CAP-GAINS  PIC 9(13)V99.
           05 WS-CHG-OLD-ACTIVE     PIC X(1).
           05 WS-CHG-OLD-SPOUSE-ID  PIC X(6).
      ******************************************************************
      * one entry in the making, and the edited pictures figures are
      * shown through in the before and after text
      ******************************************************************
       77 WS-CHG-FIELD              PIC X(16) VALUE SPACES.
       77 WS-CHG-BEFORE             PIC X(24) VALUE SPACES.
       77 WS-CHG-AFTER              PIC X(24) VALUE SPACES.
       77 WS-CHG-MONEY              PIC Z(12)9.99.
       77 WS-CHG-COUNT-SHOWN        PIC Z9.
       77 WS-CHG-ENTRIES            PIC 9(05) VALUE 0.
       77 WS-CHG-TXN-ENTRIES        PIC 9(05) VALUE 0.
       77 WS-CHG-DATE               PIC 9(8) VALUE 0.
       77 WS-CHG-TIME               PIC 9(8) VALUE 0.
