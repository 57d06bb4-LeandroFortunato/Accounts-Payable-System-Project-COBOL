         COPY "wsbatrq.cbl".
         COPY "wsdate.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(22) VALUE SPACES.
            05 FILLER              PIC X(25) VALUE "VENDOR AUDIT TRAIL REPORT".
            05 FILLER              PIC X(18) VALUE SPACES.
    PERFORM ARCHIVE-REPORT-TO-SPOOL.

     IF BATCH-MODE
        MOVE "vendor-audit-report" TO W-BATRQ-PROGRAM
        MOVE W-SPOOL-LINE-COUNT TO W-BATRQ-RECORD-COUNT
        PERFORM WRITE-BATCH-STATUS.

    EXIT PROGRAM.
