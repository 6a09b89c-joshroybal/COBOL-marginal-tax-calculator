      * fields the results extract carries (see RSLTFDR.CPY), so a
      * client's liability can be read across as many nights as the
      * file holds instead of only tonight against last night.
      * records appended before the two surtax fields were added end
      * at HIST-FLAG and read back with those fields blank.
      ******************************************************************
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-QTR-PAYMENT      PIC 9(13)V99.
           05 HIST-FLAG             PIC X(1).
               88 HIST-PROCESSED        VALUE 'P'.
           05 HIST-NIIT-TAX         PIC 9(13)V99.
           05 HIST-MEDICARE-TAX     PIC 9(13)V99.
       01 HISTORY-FILE-EOF          PIC X(1).
