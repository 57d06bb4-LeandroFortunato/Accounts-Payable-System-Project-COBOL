     MOVE "OPEN"               TO EXCLOG-STATUS.
     MOVE SPACES               TO EXCLOG-NOTE.
     MOVE ZEROS                TO EXCLOG-RESOLVED-DATE.
     MOVE SPACES               TO EXCLOG-ASSIGNED-TO.

     WRITE EXCLOG-RECORD.

