         COPY "wsbatrq.cbl".
         COPY "wsdate.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(19) VALUE SPACES.
            05 FILLER              PIC X(31) VALUE "GL ACCOUNT DISTRIBUTION REPORT".
            05 FILLER              PIC X(20) VALUE SPACES.
     PERFORM CLEAR-REPORT-CHECKPOINT.

     IF BATCH-MODE
        MOVE "voucher-gl-distribution-report" TO W-BATRQ-PROGRAM
        MOVE W-SPOOL-LINE-COUNT TO W-BATRQ-RECORD-COUNT
        PERFORM WRITE-BATCH-STATUS.

     EXIT PROGRAM.
