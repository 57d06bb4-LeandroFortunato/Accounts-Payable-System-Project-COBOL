CHECK-SESSION-IDLE-TIMEOUT.

*>   Called by the menus on every selection: a session idle for
*>   longer than its timeout is ended here, otherwise its activity
*>   stamp moves up to now.  SESSION-FILE must not be open.

     MOVE "N" TO W-SESSION-TIMED-OUT.
     MOVE FUNCTION CURRENT-DATE TO W-SESSTO-NOW.

     ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session
     OPEN I-O SESSION-FILE.
     READ SESSION-FILE RECORD
        INVALID KEY
           MOVE "Y" TO W-SESSION-TIMED-OUT
        NOT INVALID KEY
           IF NOT SESSION-IS-ACTIVE
              MOVE "Y" TO W-SESSION-TIMED-OUT
           ELSE
              IF SESSION-IDLE-TIMEOUT GREATER THAN ZEROS
                 AND SESSION-LAST-ACTIVITY-DATE GREATER THAN ZEROS
                 MOVE SESSION-LAST-ACTIVITY-TIME TO W-SESSTO-LAST-TIME
                 COMPUTE W-SESSTO-IDLE-MINUTES =
                         (FUNCTION INTEGER-OF-DATE(W-SESSTO-TODAY)
                        - FUNCTION INTEGER-OF-DATE(SESSION-LAST-ACTIVITY-DATE)) * 1440
                       + (W-SESSTO-HOURS * 60 + W-SESSTO-MINUTES)
                       - (W-SESSTO-LAST-HOURS * 60 + W-SESSTO-LAST-MINUTES)
                 IF W-SESSTO-IDLE-MINUTES GREATER THAN SESSION-IDLE-TIMEOUT
                    MOVE "N" TO SESSION-ACTIVE
                    MOVE "Y" TO W-SESSION-TIMED-OUT
                 END-IF
              END-IF
              IF NOT SESSION-TIMED-OUT
                 MOVE W-SESSTO-TODAY TO SESSION-LAST-ACTIVITY-DATE
                 MOVE W-SESSTO-TIME  TO SESSION-LAST-ACTIVITY-TIME
              END-IF
              REWRITE SESSION-RECORD
           END-IF
     END-READ.
     CLOSE SESSION-FILE.
*>_________________________________________________________________________
