LOG-SPOILED-CHECK.

*>   A check form has been voided as spoiled: charge it to the box of
*>   stock it came out of and keep the reason, so the run register can
*>   account for every number drawn.

     MOVE FUNCTION CURRENT-DATE TO W-SPOIL-DAY-AND-TIME-RIGHT-NOW.

     ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session
     OPEN INPUT SESSION-FILE.
     READ SESSION-FILE RECORD
        INVALID KEY
           MOVE SPACES TO W-SPOIL-USER-ID
        NOT INVALID KEY
           IF SESSION-IS-ACTIVE
              MOVE SESSION-USER-ID TO W-SPOIL-USER-ID
           ELSE
              MOVE SPACES TO W-SPOIL-USER-ID.
     CLOSE SESSION-FILE.

     MOVE SPACES                TO SPOIL-RECORD.
     MOVE W-SPOIL-CHECK-NUMBER  TO SPOIL-CHECK-NUMBER.
     MOVE W-SPOIL-RUN-NUMBER    TO SPOIL-RUN-NUMBER.
     MOVE W-SPOIL-BANK-CODE     TO SPOIL-BANK-CODE.
     MOVE ZEROS                 TO SPOIL-STOCK-BOX.
     MOVE W-SPOIL-DAY-TODAY     TO SPOIL-DATE.
     MOVE W-SPOIL-USER-ID       TO SPOIL-BY.
     MOVE W-SPOIL-REASON        TO SPOIL-REASON.
     MOVE W-SPOIL-WAS-PRINTED   TO SPOIL-WAS-PRINTED.
     MOVE W-SPOIL-AMOUNT        TO SPOIL-AMOUNT.

     PERFORM CHARGE-SPOIL-TO-STOCK-BOX.

     WRITE SPOIL-RECORD
        INVALID KEY
           DISPLAY "*** CHECK " W-SPOIL-CHECK-NUMBER
                   " IS ALREADY ON THE SPOILED-CHECK LOG ! ***".
*>_________________________________________________________________________

CHARGE-SPOIL-TO-STOCK-BOX.

     MOVE "N" TO W-SPOIL-BOX-FOUND.
     MOVE "N" TO W-SPOIL-STOCK-EOF.
     MOVE ZEROS TO CHKSTK-RANGE-START.
     START CHECK-STOCK-FILE KEY IS NOT LESS THAN CHKSTK-RANGE-START
        INVALID KEY
           MOVE "Y" TO W-SPOIL-STOCK-EOF.

     PERFORM SCAN-STOCK-BOX-FOR-SPOIL UNTIL W-SPOIL-STOCK-EOF EQUAL "Y"
                                         OR W-SPOIL-BOX-FOUND EQUAL "Y".

     IF W-SPOIL-BOX-FOUND EQUAL "Y"
        MOVE CHKSTK-RANGE-START TO SPOIL-STOCK-BOX
        IF SPOIL-BANK-CODE EQUAL SPACES
           MOVE CHKSTK-BANK-CODE TO SPOIL-BANK-CODE
        END-IF
        IF CHKSTK-SPOILED-COUNT NOT NUMERIC
           MOVE ZEROS TO CHKSTK-SPOILED-COUNT
        END-IF
        ADD 1 TO CHKSTK-SPOILED-COUNT
        REWRITE CHKSTK-RECORD
           INVALID KEY
              DISPLAY "*** ERROR CHARGING CHECK " W-SPOIL-CHECK-NUMBER
                      " TO ITS STOCK BOX ! ***"
        END-REWRITE
     ELSE
        DISPLAY "CHECK " W-SPOIL-CHECK-NUMBER " FALLS IN NO BOX OF STOCK ON FILE.".
*>_________________________________________________________________________

SCAN-STOCK-BOX-FOR-SPOIL.

     READ CHECK-STOCK-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-SPOIL-STOCK-EOF
        NOT AT END
           IF W-SPOIL-CHECK-NUMBER NOT LESS THAN CHKSTK-RANGE-START
              AND W-SPOIL-CHECK-NUMBER NOT GREATER THAN CHKSTK-RANGE-END
              MOVE "Y" TO W-SPOIL-BOX-FOUND
           END-IF
     END-READ.
*>_________________________________________________________________________
