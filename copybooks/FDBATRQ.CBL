         FD BATCH-STATUS-FILE
            LABEL RECORDS ARE OMITTED.

*>       Program and record count (report lines, or rows for an
*>       extract) feed the batch step history; CLOCK-TIME is the full
*>       HHMMSS the record was written.
         01 BATSTAT-RECORD.
            05 BATSTAT-REPORT-ID      PIC X(20).
            05 FILLER                 PIC X(01).
            05 BATSTAT-RUN-TIME       PIC 9(05).
            05 FILLER                 PIC X(01).
            05 BATSTAT-STATUS         PIC X(08).
            05 FILLER                 PIC X(01).
            05 BATSTAT-PROGRAM        PIC X(30).
            05 FILLER                 PIC X(01).
            05 BATSTAT-RECORD-COUNT   PIC 9(09).
            05 FILLER                 PIC X(01).
            05 BATSTAT-CLOCK-TIME     PIC 9(06).
