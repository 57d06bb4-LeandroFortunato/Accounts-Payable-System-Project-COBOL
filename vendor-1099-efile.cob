         COPY "SLVND02.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLVNDPAR.CBL".

         SELECT TRANSMISSION-FILE
                ASSIGN TO "irs-1099-transmission.txt"
         COPY "FDVND02.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDVNDPAR.CBL".

         FD TRANSMISSION-FILE
            LABEL RECORDS ARE OMITTED.
         77 W-SKIPPED-NO-TIN          PIC 9(5) VALUE 0.
         77 ENTRY-CORRECTION-VENDOR   PIC 9(5).

*>       A child vendor sharing its parent's TIN is one payee with the
*>       parent and goes out on the parent's B record; a child with a
*>       TIN of its own stays a payee of its own.
         77 W-PAYEE-VENDOR            PIC 9(5).
         77 W-PAYEE-TIN               PIC X(09).
         77 W-PAYEE-PAID-TOTAL        PIC S9(10)V99.
         77 W-PAYEE-VENDOR-RECORD     PIC X(512).
         77 W-FOLDED-CHILD-COUNT      PIC 9(5) VALUE 0.
         01 W-FOLDED-INTO-PARENT      PIC X.
            88 FOLDED-INTO-PARENT     VALUE "Y".
         01 W-VENDOR-FILE-MOVED       PIC X.
            88 VENDOR-FILE-MOVED      VALUE "Y".
         01 W-END-OF-CHILDREN         PIC X.
            88 END-OF-CHILDREN        VALUE "Y".

         01 W-VALID-ANSWER            PIC X.
            88 VALID-ANSWER          VALUE "Y","N".


     OPEN I-O VOUCHER-FILE.
     OPEN I-O VENDOR-FILE.
     OPEN INPUT VENDOR-PARENT-FILE.
     OPEN INPUT CONTROL-FILE.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     CLOSE TRANSMISSION-FILE.
     CLOSE VOUCHER-FILE.
     CLOSE VENDOR-FILE.
     CLOSE VENDOR-PARENT-FILE.
     CLOSE CONTROL-FILE.

     DISPLAY " ".
     IF W-SKIPPED-NO-TIN NOT EQUAL ZEROS
        DISPLAY W-SKIPPED-NO-TIN " ELIGIBLE VENDOR(S) SKIPPED FOR A MISSING TAX ID -"
        DISPLAY "CHASE THE W-9 AND RUN A CORRECTION TRANSMISSION !".
     IF W-FOLDED-CHILD-COUNT NOT EQUAL ZEROS
        DISPLAY W-FOLDED-CHILD-COUNT " CHILD VENDOR(S) REPORTED ON THEIR PARENT'S"
                " RECORD (SAME TAX ID).".

     EXIT PROGRAM.

        DISPLAY "SKIPPED VENDOR " VENDOR-NUMBER " " VENDOR-NAME
                " - NO TAX ID ON FILE !"
     ELSE
        PERFORM CHECK-FOLDED-INTO-PARENT
        IF FOLDED-INTO-PARENT
           DISPLAY "VENDOR " VENDOR-NUMBER " IS REPORTED UNDER ITS PARENT "
                   VNDPAR-PARENT " - SAME TAX ID"
        ELSE
           PERFORM SUM-VENDOR-PAYMENTS-FOR-YEAR
           PERFORM ADD-SAME-TIN-CHILD-PAYMENTS
           IF W-VENDOR-PAID-TOTAL NOT EQUAL ZEROS
              PERFORM WRITE-B-RECORD.
*>_________________________________________________________________________

CHECK-FOLDED-INTO-PARENT.

*>   Folded when the vendor has a 1099-eligible parent with the same
*>   nine TIN digits. Reading the parent moves the vendor file off
*>   the sequential pass, so the vendor is put back and the pass
*>   re-positioned.

     MOVE "N" TO W-FOLDED-INTO-PARENT.
     MOVE "N" TO W-VENDOR-FILE-MOVED.

     MOVE VENDOR-NUMBER TO VNDPAR-VENDOR.
     READ VENDOR-PARENT-FILE RECORD
        INVALID KEY
           MOVE ZEROS TO VNDPAR-PARENT.

     IF VNDPAR-PARENT NOT EQUAL ZEROS
        PERFORM SAVE-PAYEE-VENDOR
        MOVE VNDPAR-PARENT TO VENDOR-NUMBER
        MOVE "Y" TO W-FOUND-VENDOR-RECORD
        PERFORM LOOK-FOR-VENDOR-RECORD
        MOVE "Y" TO W-VENDOR-FILE-MOVED
        IF FOUND-VENDOR-RECORD AND VENDOR-IS-1099-ELIGIBLE
           PERFORM STRIP-TIN-TO-DIGITS
           IF W-STRIPPED-TIN EQUAL W-PAYEE-TIN
              MOVE "Y" TO W-FOLDED-INTO-PARENT
           END-IF
        END-IF
        PERFORM RESTORE-PAYEE-VENDOR.

     IF FOLDED-INTO-PARENT
        ADD 1 TO W-FOLDED-CHILD-COUNT.
*>_________________________________________________________________________

ADD-SAME-TIN-CHILD-PAYMENTS.

     PERFORM SAVE-PAYEE-VENDOR.
     MOVE W-VENDOR-PAID-TOTAL TO W-PAYEE-PAID-TOTAL.

     MOVE "N" TO W-END-OF-CHILDREN.
     MOVE W-PAYEE-VENDOR TO VNDPAR-PARENT.
     START VENDOR-PARENT-FILE KEY IS EQUAL TO VNDPAR-PARENT
        INVALID KEY
           MOVE "Y" TO W-END-OF-CHILDREN.

     PERFORM ADD-NEXT-SAME-TIN-CHILD UNTIL END-OF-CHILDREN.

     PERFORM RESTORE-PAYEE-VENDOR.
     MOVE W-PAYEE-PAID-TOTAL TO W-VENDOR-PAID-TOTAL.
*>_________________________________________________________________________

ADD-NEXT-SAME-TIN-CHILD.

     READ VENDOR-PARENT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-CHILDREN
        NOT AT END
           IF VNDPAR-PARENT NOT EQUAL W-PAYEE-VENDOR
              MOVE "Y" TO W-END-OF-CHILDREN
           ELSE
              MOVE VNDPAR-VENDOR TO VENDOR-NUMBER
              MOVE "Y" TO W-FOUND-VENDOR-RECORD
              PERFORM LOOK-FOR-VENDOR-RECORD
              MOVE "Y" TO W-VENDOR-FILE-MOVED
              IF FOUND-VENDOR-RECORD AND VENDOR-IS-1099-ELIGIBLE
                 PERFORM STRIP-TIN-TO-DIGITS
                 IF W-STRIPPED-TIN EQUAL W-PAYEE-TIN
                    PERFORM SUM-VENDOR-PAYMENTS-FOR-YEAR
                    ADD W-VENDOR-PAID-TOTAL TO W-PAYEE-PAID-TOTAL
                 END-IF
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

SAVE-PAYEE-VENDOR.

     MOVE VENDOR-RECORD  TO W-PAYEE-VENDOR-RECORD.
     MOVE VENDOR-NUMBER  TO W-PAYEE-VENDOR.
     MOVE W-STRIPPED-TIN TO W-PAYEE-TIN.
*>_________________________________________________________________________

RESTORE-PAYEE-VENDOR.

     MOVE W-PAYEE-VENDOR-RECORD TO VENDOR-RECORD.
     MOVE W-PAYEE-TIN           TO W-STRIPPED-TIN.
     MOVE W-PAYEE-VENDOR        TO W-CURRENT-VENDOR.

     IF VENDOR-FILE-MOVED AND RUN-IS-ORIGINAL
        START VENDOR-FILE KEY IS GREATER THAN VENDOR-NUMBER
           INVALID KEY
              MOVE "Y" TO W-END-OF-FILE
        END-START
        MOVE "N" TO W-VENDOR-FILE-MOVED.
*>_________________________________________________________________________

STRIP-TIN-TO-DIGITS.
