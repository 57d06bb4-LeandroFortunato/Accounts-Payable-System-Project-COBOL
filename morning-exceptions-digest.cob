      COPY "SLEXCLOG.CBL".
      COPY "SLACHPEND.CBL".
      COPY "SLCHKREG.CBL".
      COPY "SLPAYPRO.CBL".
      COPY "SLSTPHST.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLVOUCH.CBL".
      COPY "SLVBATCH.CBL".
      COPY "SLVVERF.CBL".
      COPY "SLCBLOG.CBL".
      COPY "SLSCRHIT.CBL".
      COPY "SLSYSAUD.CBL".

      SELECT PRINTER-FILE
             ASSIGN TO "morning-exceptions-digest.prn"
      COPY "FDEXCLOG.CBL".
      COPY "FDACHPEND.CBL".
      COPY "FDCHKREG.CBL".
      COPY "FDPAYPRO.CBL".
      COPY "FDSTPHST.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDVOUCH.CBL".
      COPY "FDVBATCH.CBL".
      COPY "FDVVERF.CBL".
      COPY "FDCBLOG.CBL".
      COPY "FDSCRHIT.CBL".
      COPY "FDSYSAUD.CBL".

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
         05 WARNING-LINE OCCURS 400 TIMES
                                          PIC X(110).

*>    Inbox work left waiting past the control-file limit leads the
*>    whole digest: it is the supervisor's to chase, not the owner's.
      01 ESCALATION-TABLE.
         05 ESCALATION-COUNT              PIC 9(03) VALUE 0.
         05 ESCALATION-LINE OCCURS 200 TIMES
                                          PIC X(110).
      77 W-ESCALATE-DAYS                   PIC 9(03) VALUE 0.
      77 D-ESCALATE-DAYS                   PIC ZZ9.
      77 W-ESCALATE-CUTOFF                 PIC 9(8).
      77 W-ESCALATE-DATE                   PIC 9(8).

*>    Pending vendors seen on the W-9 sweep; the vendor record holds
*>    no date added, so it is taken from the audit trail's ADD entry.
      01 PENDING-VENDOR-TABLE.
         05 PENDING-VENDOR-COUNT          PIC 9(03) VALUE 0.
         05 PENDING-VENDOR-ENTRY OCCURS 100 TIMES.
            10 PENDING-VENDOR-KEY         PIC X(15).
            10 PENDING-VENDOR-NAME        PIC X(30).
            10 PENDING-VENDOR-DATE        PIC 9(08).
      77 W-PENDING-INDEX                   PIC 9(03).

*>    Vouchers waiting in an approver's inbox. Their age runs from
*>    the day they were keyed - the first ADD on the audit trail - and
*>    only falls back to the invoice date when the trail has none.
      01 UNAPPROVED-VOUCHER-TABLE.
         05 UNAPPROVED-COUNT              PIC 9(03) VALUE 0.
         05 UNAPPROVED-ENTRY OCCURS 500 TIMES.
            10 UNAPPROVED-NUMBER          PIC 9(07).
            10 UNAPPROVED-KEYED-DATE      PIC 9(08).
            10 UNAPPROVED-INVOICE-DATE    PIC 9(08).
            10 UNAPPROVED-AMOUNT          PIC S9(6)V99.
            10 UNAPPROVED-ENTERED-BY      PIC X(10).
      77 W-UNAPPROVED-INDEX                PIC 9(03).
      01 W-UNAPPROVED-OVERFLOW             PIC X.
         88 UNAPPROVED-OVERFLOW           VALUE "Y".

      COPY "wsapprq.cbl".

      77 W-BUILD-LINE                      PIC X(110).
      77 W-CERT-WARN-DATE                  PIC 9(8).
      77 W-W9-WARN-DATE                    PIC 9(8).
      77 W-STALE-CUTOFF                    PIC 9(8).
      77 W-ACH-STUCK-CUTOFF                PIC 9(8).
      77 W-BATCH-ALERT-DATE                PIC 9(8).
      77 D-STEP-SECONDS                    PIC Z(6)9.
      77 D-AVERAGE-SECONDS                 PIC Z(6)9.
      77 W-BUDGET-PCT                      PIC 9(3)V99.
      77 D-BUDGET-PCT                      PIC ZZ9.99.
      77 W-DAYS-OUT                        PIC 9(5).
           (FUNCTION INTEGER-OF-DATE(W-DAY-TODAY) - 180).
   COMPUTE W-ACH-STUCK-CUTOFF = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(W-DAY-TODAY) - 1).
*> batch step alerts of last night's run (and tonight's, if loaded)
   MOVE W-ACH-STUCK-CUTOFF TO W-BATCH-ALERT-DATE.
*> inbox work older than the control file's escalation limit
   PERFORM READ-ESCALATION-LIMIT.

   OPEN INPUT VENDOR-FILE.
   OPEN INPUT VENDOR-CERT-FILE.
   OPEN INPUT BUDGET-FILE.
   OPEN INPUT ACH-PENDING-FILE.
   OPEN INPUT CHECK-REGISTER-FILE.
   OPEN INPUT PAYMENT-PROPOSAL-FILE.
   OPEN INPUT STEP-HISTORY-FILE.

   PERFORM SWEEP-BATCH-STEP-HISTORY.
   PERFORM SWEEP-STUCK-ACH-BATCHES.
   PERFORM SWEEP-PAYMENT-PROPOSALS.
   PERFORM SWEEP-EXCEPTION-LOG.
   PERFORM SWEEP-CERTIFICATES.
   PERFORM SWEEP-VENDOR-W9S.
   PERFORM SWEEP-BUDGETS.
   PERFORM SWEEP-STALE-CHECKS.

   IF W-ESCALATE-DAYS GREATER THAN ZEROS
      PERFORM SWEEP-INBOX-ESCALATIONS.

   CLOSE VENDOR-FILE.
   CLOSE VENDOR-CERT-FILE.
   CLOSE BUDGET-FILE.
   CLOSE ACH-PENDING-FILE.
   CLOSE CHECK-REGISTER-FILE.
   CLOSE PAYMENT-PROPOSAL-FILE.
   CLOSE STEP-HISTORY-FILE.

   PERFORM PRINT-THE-DIGEST.

   DISPLAY "MORNING DIGEST: " ESCALATION-COUNT " ESCALATED, "
           CRITICAL-COUNT " CRITICAL AND "
           WARNING-COUNT " WARNING ITEM(S) -"
           " SEE MORNING-EXCEPTIONS-DIGEST.PRN.".

      MOVE W-BUILD-LINE TO CRITICAL-LINE (CRITICAL-COUNT).
*>_________________________________________________________________________

ADD-ESCALATION-LINE.

   IF ESCALATION-COUNT LESS THAN 200
      ADD 1 TO ESCALATION-COUNT
      MOVE W-BUILD-LINE TO ESCALATION-LINE (ESCALATION-COUNT).
*>_________________________________________________________________________

ADD-WARNING-LINE.

   IF WARNING-COUNT LESS THAN 400
      MOVE W-BUILD-LINE TO WARNING-LINE (WARNING-COUNT).
*>_________________________________________________________________________

SWEEP-BATCH-STEP-HISTORY.

*> the nightly window finishing past its cutoff holds up the morning;
*> a step running well over its own average is an early warning
   MOVE "N" TO W-END-OF-FILE.
   MOVE LOW-VALUES TO STEPHIST-KEY.
   START STEP-HISTORY-FILE KEY IS NOT LESS THAN STEPHIST-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM CHECK-NEXT-BATCH-STEP UNTIL END-OF-FILE.
*>_________________________________________________________________________

CHECK-NEXT-BATCH-STEP.

   READ STEP-HISTORY-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF STEPHIST-RUN-DATE NOT LESS THAN W-BATCH-ALERT-DATE
            AND NOT STEPHIST-NO-ALERT
            MOVE STEPHIST-ELAPSED-SECONDS TO D-STEP-SECONDS
            MOVE STEPHIST-AVERAGE-SECONDS TO D-AVERAGE-SECONDS
            MOVE SPACES TO W-BUILD-LINE
            IF STEPHIST-PAST-CUTOFF
               STRING "NIGHTLY BATCH OF " STEPHIST-RUN-DATE
                      " FINISHED " STEPHIST-END-DATE " " STEPHIST-END-TIME
                      " - PAST THE CUTOFF (BATCH RUNTIME TREND)"
                 DELIMITED BY SIZE INTO W-BUILD-LINE
               END-STRING
               PERFORM ADD-CRITICAL-LINE
            ELSE
               STRING "BATCH STEP " STEPHIST-STEP
                      " RAN " D-STEP-SECONDS " SECONDS ON "
                      STEPHIST-RUN-DATE " - AVERAGE " D-AVERAGE-SECONDS
                      " (BATCH RUNTIME TREND)"
                 DELIMITED BY SIZE INTO W-BUILD-LINE
               END-STRING
               PERFORM ADD-WARNING-LINE
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

SWEEP-STUCK-ACH-BATCHES.

   MOVE "N" TO W-END-OF-FILE.
   END-READ.
*>_________________________________________________________________________

SWEEP-PAYMENT-PROPOSALS.

*> a scheduled run whose date has passed with its proposal never
*> approved paid nobody; one due today still waits on the treasurer
   MOVE "N" TO W-END-OF-FILE.
   MOVE LOW-VALUES TO PAYPROP-KEY.
   START PAYMENT-PROPOSAL-FILE KEY IS NOT LESS THAN PAYPROP-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM CHECK-NEXT-PAYMENT-PROPOSAL UNTIL END-OF-FILE.
*>_________________________________________________________________________

CHECK-NEXT-PAYMENT-PROPOSAL.

   READ PAYMENT-PROPOSAL-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF PAYPROP-IS-HEADER AND PAYPROP-IS-PROPOSED
            AND PAYPROP-RUN-DATE NOT GREATER THAN W-DAY-TODAY
            MOVE PAYPROP-AMOUNT TO W-FORMATTED-AMOUNT
            MOVE SPACES TO W-BUILD-LINE
            IF PAYPROP-RUN-DATE LESS THAN W-DAY-TODAY
               STRING "PAYMENT RUN " PAYPROP-CALENDAR-CODE
                      " DUE " PAYPROP-RUN-DATE
                      " NEVER APPROVED - " PAYPROP-LINE-COUNT
                      " VOUCHER(S) " W-FORMATTED-AMOUNT
                      " UNPAID (PAYMENT PROPOSAL APPROVAL)"
                 DELIMITED BY SIZE INTO W-BUILD-LINE
               END-STRING
               PERFORM ADD-CRITICAL-LINE
            ELSE
               STRING "PAYMENT RUN " PAYPROP-CALENDAR-CODE
                      " DUE TODAY AWAITS APPROVAL - " PAYPROP-LINE-COUNT
                      " VOUCHER(S) " W-FORMATTED-AMOUNT
                      " (PAYMENT PROPOSAL APPROVAL)"
                 DELIMITED BY SIZE INTO W-BUILD-LINE
               END-STRING
               PERFORM ADD-WARNING-LINE
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

SWEEP-EXCEPTION-LOG.

   MOVE "N" TO W-END-OF-FILE.
            END-STRING
            PERFORM ADD-CRITICAL-LINE
         END-IF
         IF W-ESCALATE-DAYS GREATER THAN ZEROS
            AND EXCLOG-ASSIGNED-TO NOT EQUAL SPACES
            AND NOT EXCLOG-RESOLVED
            AND EXCLOG-LOG-DATE LESS THAN W-ESCALATE-CUTOFF
            MOVE SPACES TO W-BUILD-LINE
            STRING "EXCEPTION " EXCLOG-OPERATION
                   " IN " EXCLOG-PROGRAM
                   " KEY " EXCLOG-KEY
                   " LOGGED " EXCLOG-LOG-DATE
                   " - WITH " EXCLOG-ASSIGNED-TO
              DELIMITED BY SIZE INTO W-BUILD-LINE
            END-STRING
            PERFORM ADD-ESCALATION-LINE
         END-IF
   END-READ.
*>_________________________________________________________________________

            END-STRING
            PERFORM ADD-WARNING-LINE
         END-IF
         IF VENDOR-IS-PENDING
            AND PENDING-VENDOR-COUNT LESS THAN 100
            ADD 1 TO PENDING-VENDOR-COUNT
            MOVE VENDOR-NUMBER TO PENDING-VENDOR-KEY (PENDING-VENDOR-COUNT)
            MOVE VENDOR-NAME   TO PENDING-VENDOR-NAME (PENDING-VENDOR-COUNT)
            MOVE ZEROS         TO PENDING-VENDOR-DATE (PENDING-VENDOR-COUNT)
         END-IF
   END-READ.
*>_________________________________________________________________________

   END-READ.
*>_________________________________________________________________________

READ-ESCALATION-LIMIT.

   MOVE ZEROS TO W-ESCALATE-DAYS.
   OPEN INPUT CONTROL-FILE.
   MOVE 1 TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      NOT INVALID KEY
         IF CONTROL-INBOX-ESCALATE-DAYS NUMERIC
            MOVE CONTROL-INBOX-ESCALATE-DAYS TO W-ESCALATE-DAYS
         END-IF
   END-READ.
   CLOSE CONTROL-FILE.

   IF W-ESCALATE-DAYS GREATER THAN ZEROS
      COMPUTE W-ESCALATE-CUTOFF = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(W-DAY-TODAY) - W-ESCALATE-DAYS).
*>_________________________________________________________________________

SWEEP-INBOX-ESCALATIONS.

*> the work the users' inboxes offer: unapproved vouchers, vendors
*> waiting on activation, banking callbacks and open screening hits
*> (assigned exception-log entries are taken on the exception sweep;
*> ACH batches are critical from their second day anyway)
   OPEN INPUT VOUCHER-FILE.
   OPEN INPUT VOUCHER-BATCH-FILE.
   OPEN INPUT VOUCHER-VERIFY-FILE.
   OPEN INPUT CALLBACK-LOG-FILE.
   OPEN INPUT SCREENING-HIT-FILE.

   MOVE ZEROS TO UNAPPROVED-COUNT.
   MOVE "N" TO W-UNAPPROVED-OVERFLOW.
   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO VOUCHER-NUMBER.
   START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
   PERFORM LIST-NEXT-UNAPPROVED-VOUCHER UNTIL END-OF-FILE.

   MOVE "N" TO W-END-OF-FILE.
   MOVE LOW-VALUES TO CBLOG-KEY.
   START CALLBACK-LOG-FILE KEY IS NOT LESS THAN CBLOG-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
   PERFORM ESCALATE-NEXT-CALLBACK UNTIL END-OF-FILE.

   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO SCRHIT-KEY.
   START SCREENING-HIT-FILE KEY IS NOT LESS THAN SCRHIT-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
   PERFORM ESCALATE-NEXT-SCREENING-HIT UNTIL END-OF-FILE.

   CLOSE VOUCHER-FILE.
   CLOSE VOUCHER-BATCH-FILE.
   CLOSE VOUCHER-VERIFY-FILE.
   CLOSE CALLBACK-LOG-FILE.
   CLOSE SCREENING-HIT-FILE.

   IF UNAPPROVED-COUNT GREATER THAN ZEROS
      PERFORM ESCALATE-UNAPPROVED-VOUCHERS.

   IF PENDING-VENDOR-COUNT GREATER THAN ZEROS
      PERFORM ESCALATE-PENDING-VENDORS.
*>_________________________________________________________________________

LIST-NEXT-UNAPPROVED-VOUCHER.

*> only what my-inbox would offer an approver: the same batch,
*> re-key and hold tests decide it
   READ VOUCHER-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF VOUCHER-IS-ENTERED
            PERFORM APPROVAL-QUEUE-CHECK
            IF VOUCHER-IN-APPROVAL-QUEUE
               PERFORM LIST-ONE-UNAPPROVED-VOUCHER
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

LIST-ONE-UNAPPROVED-VOUCHER.

   IF UNAPPROVED-COUNT LESS THAN 500
      ADD 1 TO UNAPPROVED-COUNT
      MOVE VOUCHER-NUMBER     TO UNAPPROVED-NUMBER (UNAPPROVED-COUNT)
      MOVE ZEROS              TO UNAPPROVED-KEYED-DATE (UNAPPROVED-COUNT)
      MOVE VOUCHER-DATE       TO UNAPPROVED-INVOICE-DATE (UNAPPROVED-COUNT)
      MOVE VOUCHER-AMOUNT     TO UNAPPROVED-AMOUNT (UNAPPROVED-COUNT)
      MOVE VOUCHER-ENTERED-BY TO UNAPPROVED-ENTERED-BY (UNAPPROVED-COUNT)
   ELSE
      MOVE "Y" TO W-UNAPPROVED-OVERFLOW.
*>_________________________________________________________________________

ESCALATE-UNAPPROVED-VOUCHERS.

   OPEN INPUT SYSTEM-AUDIT-FILE.
   MOVE "N" TO W-END-OF-FILE.
   PERFORM DATE-NEXT-UNAPPROVED-VOUCHER UNTIL END-OF-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   PERFORM ESCALATE-ONE-UNAPPROVED-VOUCHER
      VARYING W-UNAPPROVED-INDEX FROM 1 BY 1
         UNTIL W-UNAPPROVED-INDEX GREATER THAN UNAPPROVED-COUNT.

   IF UNAPPROVED-OVERFLOW
      MOVE SPACES TO W-BUILD-LINE
      STRING "MORE THAN 500 VOUCHERS AWAIT APPROVAL - ONLY THE FIRST"
             " 500 WERE CHECKED FOR ESCALATION"
        DELIMITED BY SIZE INTO W-BUILD-LINE
      END-STRING
      PERFORM ADD-WARNING-LINE.
*>_________________________________________________________________________

DATE-NEXT-UNAPPROVED-VOUCHER.

*> the voucher number leads the after image of a voucher ADD
   READ SYSTEM-AUDIT-FILE
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF SYSAUD-RECORD-TYPE EQUAL "VOUCHER" AND SYSAUD-IS-ADD
            AND SYSAUD-AFTER-IMAGE (1:7) NUMERIC
            PERFORM MATCH-ONE-UNAPPROVED-VOUCHER
               VARYING W-UNAPPROVED-INDEX FROM 1 BY 1
                  UNTIL W-UNAPPROVED-INDEX GREATER THAN UNAPPROVED-COUNT
         END-IF
   END-READ.
*>_________________________________________________________________________

MATCH-ONE-UNAPPROVED-VOUCHER.

*> the first ADD is the day it was keyed
   IF UNAPPROVED-NUMBER (W-UNAPPROVED-INDEX) EQUAL SYSAUD-AFTER-IMAGE (1:7)
      AND UNAPPROVED-KEYED-DATE (W-UNAPPROVED-INDEX) EQUAL ZEROS
      MOVE SYSAUD-CHANGE-DATE
        TO UNAPPROVED-KEYED-DATE (W-UNAPPROVED-INDEX).
*>_________________________________________________________________________

ESCALATE-ONE-UNAPPROVED-VOUCHER.

   MOVE UNAPPROVED-KEYED-DATE (W-UNAPPROVED-INDEX) TO W-ESCALATE-DATE.
   IF W-ESCALATE-DATE EQUAL ZEROS
      MOVE UNAPPROVED-INVOICE-DATE (W-UNAPPROVED-INDEX)
        TO W-ESCALATE-DATE.

   IF W-ESCALATE-DATE NOT EQUAL ZEROS
      AND W-ESCALATE-DATE LESS THAN W-ESCALATE-CUTOFF
      MOVE UNAPPROVED-AMOUNT (W-UNAPPROVED-INDEX) TO W-FORMATTED-AMOUNT
      MOVE SPACES TO W-BUILD-LINE
      STRING "VOUCHER " UNAPPROVED-NUMBER (W-UNAPPROVED-INDEX)
             " KEYED " W-ESCALATE-DATE
             " STILL UNAPPROVED - " W-FORMATTED-AMOUNT
             " ENTERED BY " UNAPPROVED-ENTERED-BY (W-UNAPPROVED-INDEX)
        DELIMITED BY SIZE INTO W-BUILD-LINE
      END-STRING
      PERFORM ADD-ESCALATION-LINE.
*>_________________________________________________________________________

ESCALATE-NEXT-CALLBACK.

   READ CALLBACK-LOG-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF CBLOG-IS-PENDING
            AND CBLOG-CHANGE-DATE LESS THAN W-ESCALATE-CUTOFF
            MOVE SPACES TO W-BUILD-LINE
            STRING "BANK " CBLOG-FIELD-CHANGED
                   " CHANGE ON VENDOR " CBLOG-VENDOR
                   " OF " CBLOG-CHANGE-DATE
                   " STILL NOT CALLED BACK - CHANGED BY " CBLOG-CHANGED-BY
              DELIMITED BY SIZE INTO W-BUILD-LINE
            END-STRING
            PERFORM ADD-ESCALATION-LINE
         END-IF
   END-READ.
*>_________________________________________________________________________

ESCALATE-NEXT-SCREENING-HIT.

   READ SCREENING-HIT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF SCRHIT-IS-OPEN
            AND SCRHIT-DATE LESS THAN W-ESCALATE-CUTOFF
            MOVE SPACES TO W-BUILD-LINE
            STRING "SCREENING HIT ON VENDOR " SCRHIT-VENDOR
                   " OF " SCRHIT-DATE
                   " STILL OPEN - " SCRHIT-LIST-NAME
              DELIMITED BY SIZE INTO W-BUILD-LINE
            END-STRING
            PERFORM ADD-ESCALATION-LINE
         END-IF
   END-READ.
*>_________________________________________________________________________

ESCALATE-PENDING-VENDORS.

   OPEN INPUT SYSTEM-AUDIT-FILE.
   MOVE "N" TO W-END-OF-FILE.
   PERFORM DATE-NEXT-PENDING-VENDOR UNTIL END-OF-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   PERFORM ESCALATE-ONE-PENDING-VENDOR
      VARYING W-PENDING-INDEX FROM 1 BY 1
         UNTIL W-PENDING-INDEX GREATER THAN PENDING-VENDOR-COUNT.
*>_________________________________________________________________________

DATE-NEXT-PENDING-VENDOR.

   READ SYSTEM-AUDIT-FILE
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF SYSAUD-RECORD-TYPE EQUAL "VENDOR" AND SYSAUD-IS-ADD
            PERFORM MATCH-ONE-PENDING-VENDOR
               VARYING W-PENDING-INDEX FROM 1 BY 1
                  UNTIL W-PENDING-INDEX GREATER THAN PENDING-VENDOR-COUNT
         END-IF
   END-READ.
*>_________________________________________________________________________

MATCH-ONE-PENDING-VENDOR.

   IF PENDING-VENDOR-KEY (W-PENDING-INDEX) EQUAL SYSAUD-KEY
      MOVE SYSAUD-CHANGE-DATE TO PENDING-VENDOR-DATE (W-PENDING-INDEX).
*>_________________________________________________________________________

ESCALATE-ONE-PENDING-VENDOR.

*> a vendor added before the audit trail began carries no date and
*> is left to the onboarding worklist
   MOVE PENDING-VENDOR-DATE (W-PENDING-INDEX) TO W-ESCALATE-DATE.

   IF W-ESCALATE-DATE NOT EQUAL ZEROS
      AND W-ESCALATE-DATE LESS THAN W-ESCALATE-CUTOFF
      MOVE SPACES TO W-BUILD-LINE
      STRING "VENDOR " PENDING-VENDOR-KEY (W-PENDING-INDEX) (1:5)
             " " PENDING-VENDOR-NAME (W-PENDING-INDEX)
             " ADDED " W-ESCALATE-DATE
             " STILL PENDING ACTIVATION"
        DELIMITED BY SIZE INTO W-BUILD-LINE
      END-STRING
      PERFORM ADD-ESCALATION-LINE.
*>_________________________________________________________________________

PRINT-THE-DIGEST.

   OPEN OUTPUT PRINTER-FILE.
   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   IF W-ESCALATE-DAYS GREATER THAN ZEROS
      MOVE W-ESCALATE-DAYS TO D-ESCALATE-DAYS
      MOVE SPACES TO PRINTER-RECORD
      STRING "ESCALATED TO THE SUPERVISOR - IN AN INBOX OVER "
             D-ESCALATE-DAYS " DAYS:"
        DELIMITED BY SIZE INTO PRINTER-RECORD
      END-STRING
      WRITE PRINTER-RECORD
      IF ESCALATION-COUNT EQUAL ZEROS
         MOVE "   ( NOTHING OVERDUE IN ANYONE'S INBOX )" TO PRINTER-RECORD
         WRITE PRINTER-RECORD
      ELSE
         PERFORM PRINT-ONE-ESCALATION-LINE
            VARYING W-LINE-INDEX FROM 1 BY 1
               UNTIL W-LINE-INDEX GREATER THAN ESCALATION-COUNT
      END-IF
      MOVE SPACES TO PRINTER-RECORD
      WRITE PRINTER-RECORD.

   MOVE "CRITICAL - DEAL WITH THESE FIRST:" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   CLOSE PRINTER-FILE.
*>_________________________________________________________________________

PRINT-ONE-ESCALATION-LINE.

   MOVE SPACES TO PRINTER-RECORD.
   STRING "   " ESCALATION-LINE (W-LINE-INDEX)
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

PRINT-ONE-CRITICAL-LINE.

   MOVE SPACES TO PRINTER-RECORD.

COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
*>_________________________________________________________________________

COPY "PL-APPROVAL-QUEUE.CBL".
*>_________________________________________________________________________
