         COPY "wsdate.cbl".
         COPY "wscase01.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(25) VALUE SPACES.
            05 FILLER              PIC X(18) VALUE "DEDUCTIBLES REPORT".
            05 FILLER              PIC X(22) VALUE SPACES.
     PERFORM CLEAR-REPORT-CHECKPOINT.

     IF BATCH-MODE
        MOVE "deductibles-report" TO W-BATRQ-PROGRAM
        MOVE W-SPOOL-LINE-COUNT TO W-BATRQ-RECORD-COUNT
        PERFORM WRITE-BATCH-STATUS.

     EXIT PROGRAM.
