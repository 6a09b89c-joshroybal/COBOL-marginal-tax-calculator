      ******************************************************************
      * CHGFD.CPY
      * FILE-CONTROL entry for the permanent change-history file -
      * one entry per field changed on the client master or the
      * payments ledger, appended by every program that changes
      * either one.  shared by the writers and by the inquiry
      * program (MTRC-018) so the SELECT stays in one place as the
      * layout evolves.  the calling program must COPY CHGWS for the
      * filename and FILE STATUS fields this SELECT depends on.
      ******************************************************************
           SELECT CHANGE-HISTORY-FILE
              ASSIGN TO DYNAMIC WS-CHG-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHG-STATUS.
