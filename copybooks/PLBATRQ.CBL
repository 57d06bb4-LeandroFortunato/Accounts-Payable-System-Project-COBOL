     MOVE ZEROS TO W-BATRQ-FROM-DATE.
     MOVE ZEROS TO W-BATRQ-TO-DATE.
     MOVE ZEROS TO W-BATRQ-VENDOR.
     MOVE SPACES TO W-BATRQ-PROGRAM.
     MOVE ZEROS TO W-BATRQ-RECORD-COUNT.

     IF BATCH-MODE
        OPEN INPUT BATCH-REQUEST-FILE
WRITE-BATCH-STATUS.

*>   One completion record per unattended run so the nightly job can
*>   prove each step finished; the caller fills in W-BATRQ-PROGRAM
*>   and W-BATRQ-RECORD-COUNT for the batch step history.

     MOVE FUNCTION CURRENT-DATE TO W-BATRQ-DAY-AND-TIME-RIGHT-NOW.

     MOVE W-BATRQ-DAY-TODAY TO BATSTAT-RUN-DATE.
     MOVE W-BATRQ-TIME-NOW  TO BATSTAT-RUN-TIME.
     MOVE "COMPLETE"        TO BATSTAT-STATUS.
     MOVE W-BATRQ-PROGRAM   TO BATSTAT-PROGRAM.
     MOVE W-BATRQ-RECORD-COUNT TO BATSTAT-RECORD-COUNT.
     MOVE FUNCTION CURRENT-DATE(9:6) TO BATSTAT-CLOCK-TIME.

     WRITE BATSTAT-RECORD.

