            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         01 REPORT-TITLE.
            05 FILLER              PIC X(22) VALUE SPACES.
            05 FILLER              PIC X(30) VALUE "DAILY AP TRANSACTION REGISTER".
            05 FILLER              PIC X(04) VALUE "FOR ".
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     IF BATCH-MODE
        MOVE "daily-ap-transaction-register" TO W-BATRQ-PROGRAM
        MOVE W-SPOOL-LINE-COUNT TO W-BATRQ-RECORD-COUNT
        PERFORM WRITE-BATCH-STATUS.

     EXIT PROGRAM.
