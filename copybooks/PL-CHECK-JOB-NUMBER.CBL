CHECK-JOB-NUMBER.

*>   The job in JOB-NUMBER may take new coding only if it is on file
*>   for this session's company and still OPEN.

     MOVE "Y" TO W-JOB-NUMBER-CHECK.
     READ JOB-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-JOB-NUMBER-CHECK.

     IF NOT JOB-NUMBER-IS-GOOD
        DISPLAY "*** JOB NOT ON FILE ! ***"
     ELSE
        IF NOT (JOB-COMPANY EQUAL W-SESSION-COMPANY
                OR (JOB-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
           MOVE "N" TO W-JOB-NUMBER-CHECK
           DISPLAY "*** THAT JOB BELONGS TO ANOTHER COMPANY ! ***"
        ELSE
           IF JOB-IS-CLOSED
              MOVE "N" TO W-JOB-NUMBER-CHECK
              DISPLAY "*** JOB " JOB-NUMBER " IS CLOSED - NO NEW COSTS MAY BE CODED TO IT ! ***"
           ELSE
              DISPLAY "   " JOB-DESCRIPTION.
*>_________________________________________________________________________
