FIND-LATEST-AVAILABLE-BALANCE.

*>   Statements for one account sit together in date order, so the
*>   last balance record read for the bank code is the latest one.

     MOVE "N"   TO W-BNKBAL-FOUND-FLAG.
     MOVE ZEROS TO W-BNKBAL-AS-OF-DATE.
     MOVE ZEROS TO W-BNKBAL-AVAILABLE.

     OPEN INPUT BANK-STATEMENT-FILE.
     MOVE W-BNKBAL-BANK-CODE TO BNKST-BANK-CODE.
     MOVE ZEROS              TO BNKST-AS-OF-DATE.
     MOVE ZEROS              TO BNKST-SEQ.
     MOVE "N" TO W-BNKBAL-END-FLAG.
     START BANK-STATEMENT-FILE KEY IS NOT LESS THAN BNKST-KEY
        INVALID KEY
           MOVE "Y" TO W-BNKBAL-END-FLAG
     END-START.

     PERFORM READ-NEXT-STATEMENT-BALANCE UNTIL BNKBAL-END-OF-ACCOUNT.
     CLOSE BANK-STATEMENT-FILE.
*>_________________________________________________________________________

READ-NEXT-STATEMENT-BALANCE.

     READ BANK-STATEMENT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-BNKBAL-END-FLAG
        NOT AT END
           IF BNKST-BANK-CODE NOT EQUAL W-BNKBAL-BANK-CODE
              MOVE "Y" TO W-BNKBAL-END-FLAG
           ELSE
              IF BNKST-SEQ EQUAL ZEROS
                 MOVE "Y"                     TO W-BNKBAL-FOUND-FLAG
                 MOVE BNKST-AS-OF-DATE        TO W-BNKBAL-AS-OF-DATE
                 MOVE BNKST-CLOSING-AVAILABLE TO W-BNKBAL-AVAILABLE
              END-IF
           END-IF
     END-READ.
