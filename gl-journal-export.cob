         COPY "SLBANK.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLXMIT.CBL".
         COPY "SLGLJRN.CBL".

         SELECT OPTIONAL JOURNAL-FILE
                ASSIGN TO "gl-journal-interface.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "FDBANK.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDXMIT.CBL".
         COPY "FDGLJRN.CBL".

         FD JOURNAL-FILE
            LABEL RECORDS ARE OMITTED.
         77 W-PAYMENTS-POSTED         PIC 9(7) VALUE 0.
         77 W-SKIPPED-NO-GL-LINES     PIC 9(7) VALUE 0.

*>       subledger lines carried over from the pending journal
         77 W-PENDING-LINE-COUNT      PIC 9(7) VALUE 0.
         77 W-PENDING-DEBITS          PIC S9(10)V99 VALUE 0.

         77 MSG-CONFIRMATION          PIC X(75).
         77 DUMMY                     PIC X.
*>_________________________________________________________________________
        OPEN I-O VENDOR-FILE
        OPEN INPUT CHECK-REGISTER-FILE
        OPEN INPUT BANK-ACCOUNT-FILE
*>      a fresh file every run: the subledger journals (prepaid
*>      amortization and the like) wait in the pending journal and are
*>      carried into it first, so nothing is ever sent to the GL twice
        OPEN OUTPUT JOURNAL-FILE
        PERFORM CARRY-PENDING-JOURNAL

        MOVE "N" TO W-END-OF-FILE
        MOVE ZEROS TO VOUCHER-NUMBER
        CLOSE BANK-ACCOUNT-FILE
        CLOSE JOURNAL-FILE

*>      the pending entries now travel in the interface file
        OPEN OUTPUT GL-JOURNAL-FILE
        CLOSE GL-JOURNAL-FILE

        MOVE "GL-JOURNAL-EXPORT"        TO W-XMIT-PROGRAM
        MOVE "gl-journal-interface.txt" TO W-XMIT-FILE-NAME
        COMPUTE W-XMIT-RECORD-COUNT = W-LINE-COUNT + W-PENDING-LINE-COUNT
        COMPUTE W-XMIT-TOTAL-AMOUNT = W-TOTAL-DEBITS + W-PENDING-DEBITS
        MOVE 2                          TO W-XMIT-DEADLINE-DAYS
        PERFORM LOG-TRANSMISSION

        DISPLAY " "
        DISPLAY W-PENDING-LINE-COUNT " SUBLEDGER JOURNAL LINE(S) CARRIED INTO THE INTERFACE."
        DISPLAY W-VOUCHERS-POSTED " VOUCHER(S) POSTED TO THE INTERFACE."
        DISPLAY W-PAYMENTS-POSTED " PAYMENT(S) POSTED TO THE INTERFACE."
        IF W-SKIPPED-NO-GL-LINES NOT EQUAL ZEROS
     STOP RUN.
*>_________________________________________________________________________

CARRY-PENDING-JOURNAL.

*>   Copies the subledger batches (their JD lines and JT trailers) as
*>   they stand; each batch already balances on its own trailer.

     OPEN INPUT GL-JOURNAL-FILE.
     MOVE "N" TO W-END-OF-FILE.
     PERFORM CARRY-NEXT-PENDING-LINE UNTIL END-OF-FILE.
     CLOSE GL-JOURNAL-FILE.
*>_________________________________________________________________________

CARRY-NEXT-PENDING-LINE.

     READ GL-JOURNAL-FILE
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           MOVE GL-JOURNAL-RECORD TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           IF GL-JOURNAL-RECORD (1:2) EQUAL "JD"
              MOVE GL-JOURNAL-RECORD TO JOURNAL-DETAIL
              MOVE JD-DEBIT-AMOUNT TO W-LINE-AMOUNT
              ADD W-LINE-AMOUNT TO W-PENDING-DEBITS
              ADD 1 TO W-PENDING-LINE-COUNT
           END-IF
     END-READ.
*>_________________________________________________________________________

POST-NEXT-VOUCHER.

     READ VOUCHER-FILE NEXT RECORD
