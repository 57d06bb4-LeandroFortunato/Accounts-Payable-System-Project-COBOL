         COPY "SLACHPEND.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLPERBAL.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLFISCAL.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLROLE.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLXMIT.CBL".
         COPY "SLHOLIDAY.CBL".
         COPY "SLBNKST.CBL".

         SELECT ACH-FILE
                ASSIGN TO "ach-payment-export.txt"
         COPY "FDACHPEND.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDPERBAL.CBL".
         COPY "FDVNDBAL.CBL".
         COPY "FDFISCAL.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDROLE.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDXMIT.CBL".
         COPY "FDHOLIDAY.CBL".
         COPY "FDBNKST.CBL".

         FD ACH-FILE
            LABEL RECORDS ARE OMITTED.

         COPY "wscase01.cbl".
         COPY "wsperbal.cbl".
         COPY "wsvndbal.cbl".
         COPY "wsfiscal.cbl".
         COPY "wsxmit.cbl".
         COPY "wsholiday.cbl".
         COPY "wsbnkbal.cbl".

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
      77 W-SYSAUD-ACTION                  PIC X(06).
         77 W-CURRENT-USER-ID         PIC X(10).
         77 W-REOPENED-COUNT          PIC 9(4).
         77 W-ERROR-WRITING           PIC X.
         COPY "wsperm.cbl".
         77 W-PENDING-COUNT           PIC 9(4).
         77 W-CHOSEN-BATCH            PIC 9(6).
         77 W-BATCH-CREATED-BY        PIC X(10).
         77 W-BATCH-BANK-CODE         PIC X(03).
         77 W-BATCH-TOTAL             PIC S9(9)V99.

*>       Passed to disbursement-funding once the batch is released;
*>       the value date is the banking day the file is dated.
         01 W-BATCH-WAS-RELEASED      PIC X VALUE "N".
            88 BATCH-WAS-RELEASED    VALUE "Y".
         77 W-FUNDING-SOURCE          PIC X(08) VALUE "ACHBATCH".
         77 W-FUNDING-VALUE-DATE      PIC 9(08) VALUE ZEROS.
         77 W-FORMATTED-BATCH-TOTAL   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         77 W-FORMATTED-AVAILABLE     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         77 DUMMY-FOR-DATE-12         PIC 9(12).
         77 W-DATE-MM-DD-CCYY         PIC 9(8).
         77 DUMMY                     PIC X.

   PERFORM GET-CURRENT-USER.

   MOVE SPACES TO W-PERM-FUNCTION.
   MOVE "PAYM" TO W-PERM-MENU.
   MOVE 15 TO W-PERM-OPTION.
   PERFORM CHECK-PERMISSION.

   IF NOT PERMISSION-GRANTED
      DISPLAY "ACCESS DENIED - YOUR ROLE MAY NOT RELEASE ACH BATCHES !"
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY
      EXIT PROGRAM
   CLOSE BANK-HOLIDAY-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   IF BATCH-WAS-RELEASED
      CALL "disbursement-funding" USING W-FUNDING-SOURCE
                                        W-CHOSEN-BATCH
                                        W-FUNDING-VALUE-DATE
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   EXIT PROGRAM.

   STOP RUN.
     READ SESSION-FILE RECORD
        INVALID KEY
           MOVE SPACES TO W-CURRENT-USER-ID
        NOT INVALID KEY
           IF SESSION-IS-ACTIVE
              MOVE SESSION-USER-ID TO W-CURRENT-USER-ID
           ELSE
              MOVE SPACES TO W-CURRENT-USER-ID.
     CLOSE SESSION-FILE.
*>_________________________________________________________________________

        DISPLAY "NO PENDING BATCH WITH THAT NUMBER ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        MOVE ACHPEND-CREATED-BY   TO W-BATCH-CREATED-BY
        MOVE ACHPEND-BANK-CODE    TO W-BATCH-BANK-CODE
        MOVE ACHPEND-TOTAL-AMOUNT TO W-BATCH-TOTAL
        PERFORM SHOW-BATCH-DETAIL

        PERFORM GET-RELEASE-ACTION
*>   Only a different admin may move the money; anyone may reject.

     IF W-BATCH-CREATED-BY EQUAL W-CURRENT-USER-ID
        DISPLAY "*** DUAL CONTROL: THE USER WHO CREATED THE BATCH CANNOT ALSO"
        DISPLAY "    RELEASE IT - A DIFFERENT USER WITH RELEASE RIGHTS MUST SIGN OFF ! ***"
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        PERFORM CHECK-BATCH-AGAINST-CASH-AVAILABLE
        IF RELEASE-IS-CONFIRMED
           PERFORM PRODUCE-THE-BANK-FILE
           PERFORM STAMP-BATCH-RELEASED
           MOVE "Y" TO W-BATCH-WAS-RELEASED
           DISPLAY "BATCH " W-CHOSEN-BATCH " RELEASED - ach-payment-export.txt IS READY !"
           DISPLAY "<ENTER> TO CONTINUE"
           ACCEPT DUMMY
        ELSE
           DISPLAY "THE BATCH STAYS PENDING ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY.
*>_________________________________________________________________________

CHECK-BATCH-AGAINST-CASH-AVAILABLE.

*>   A batch larger than the available balance on the bank's latest
*>   prior-day statement goes out only on a second yes.

     MOVE "Y" TO W-VALID-ANSWER.
     MOVE W-BATCH-BANK-CODE TO W-BNKBAL-BANK-CODE.
     PERFORM FIND-LATEST-AVAILABLE-BALANCE.

     IF BNKBAL-FOUND AND W-BATCH-TOTAL GREATER THAN W-BNKBAL-AVAILABLE
        MOVE W-BATCH-TOTAL      TO W-FORMATTED-BATCH-TOTAL
        MOVE W-BNKBAL-AVAILABLE TO W-FORMATTED-AVAILABLE
        DISPLAY " "
        DISPLAY "*** THIS BATCH TOTALS " W-FORMATTED-BATCH-TOTAL
        DISPLAY "    BUT BANK ACCOUNT " W-BATCH-BANK-CODE " HAD ONLY "
                W-FORMATTED-AVAILABLE " AVAILABLE"
        DISPLAY "    ON THE " W-BNKBAL-AS-OF-DATE " STATEMENT ! ***"
        MOVE "THE BATCH EXCEEDS THE AVAILABLE BALANCE - RELEASE IT ? <Y/N>"
          TO MSG-CONFIRMATION
        PERFORM CONFIRM-EXECUTION *> force first pass
        PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.
*>_________________________________________________________________________

CONFIRM-AND-REJECT-THE-BATCH.
           MOVE "PAYMENT"         TO W-PERBAL-KIND
           COMPUTE W-PERBAL-AMOUNT = 0 - VOUCHER-PAID-AMOUNT
           PERFORM POST-PERIOD-BALANCE
           MOVE "PAYMENT" TO W-VNDBAL-PART
           MOVE -1        TO W-VNDBAL-SIGN
           PERFORM POST-VENDOR-BALANCE

           MOVE ZEROS TO VOUCHER-PAID-DATE
           MOVE ZEROS TO VOUCHER-PAID-AMOUNT
     MOVE W-DAY-TODAY TO W-ROLL-DATE.
     PERFORM ROLL-TO-BUSINESS-DAY.
     MOVE W-ROLLED-DATE        TO FH-CREATION-DATE.
     MOVE W-ROLLED-DATE        TO W-FUNDING-VALUE-DATE.
     MOVE ACHPEND-BANK-CODE    TO FH-BANK-CODE.
     MOVE ACHPEND-BANK-ROUTING TO FH-BANK-ROUTING.
     MOVE ACH-FILE-HEADER TO ACH-RECORD.

COPY "PLGENERAL.CBL".
COPY "PL-POST-PERIOD-BALANCE.CBL".
COPY "PL-POST-VENDOR-BALANCE.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-LOG-TRANSMISSION.CBL".
COPY "PL-ROLL-TO-BUSINESS-DAY.CBL".
COPY "PL-CASH-AVAILABLE.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
