IDENTIFICATION DIVISION.
PROGRAM-ID. bai2-statement-import.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLBANK.CBL".
      COPY "SLBNKST.CBL".
      COPY "SLACHPEND.CBL".
      COPY "SLCHKREG.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLSESSION.CBL".

      SELECT BAI2-STATEMENT-FILE
             ASSIGN TO "bai2-prior-day.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

      SELECT PRINTER-FILE
             ASSIGN TO "bai2-import-report.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

      COPY "FDBANK.CBL".
      COPY "FDBNKST.CBL".
      COPY "FDACHPEND.CBL".
      COPY "FDCHKREG.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDSESSION.CBL".

      FD BAI2-STATEMENT-FILE
         LABEL RECORDS ARE OMITTED.
*>    The bank's prior-day file in BAI2 layout: comma-separated fields,
*>    each record ended by a slash, 88 records continuing the one
*>    before. Only the 02 (as-of date), 03 (account and balances), 16
*>    (transaction detail) and 49 (account trailer) records are used.
      01 BAI2-STATEMENT-RECORD     PIC X(256).

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD            PIC X(110).

   WORKING-STORAGE SECTION.

      COPY "wscase01.cbl".

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-END-OF-SCAN                     PIC X.
         88 END-OF-SCAN                   VALUE "Y".

      01 W-BATCH-MODE-FLAG                 PIC X.
         88 BATCH-MODE                    VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 RUN-IS-CONFIRMED              VALUE "Y".

*>    One BAI2 record split at its commas; the summary table gathers
*>    an 03 record and its 88 continuations before the balances are
*>    picked out of it.
      01 W-BAI-LINE                        PIC X(256).
      77 W-BAI-LINE-LENGTH                 PIC 9(03).
      77 W-BAI-POINTER                     PIC 9(03).
      77 W-BAI-DELIMITER                   PIC X.
      77 W-BAI-FIELD-COUNT                 PIC 9(03).
      77 W-BAI-RECORD-CODE                 PIC X(02).
      77 W-BAI-PREVIOUS-CODE               PIC X(02).

      01 W-BAI-FIELD-TABLE.
         05 W-BAI-FIELD                   PIC X(30) OCCURS 40 TIMES.

      77 W-SUM-COUNT                       PIC 9(03).
      77 W-SUM-INDEX                       PIC 9(03).
      77 W-COPY-INDEX                      PIC 9(03).
      77 W-SKIP-COUNT                      PIC 9(03).

      01 W-SUM-FIELD-TABLE.
         05 W-SUM-FIELD                   PIC X(30) OCCURS 80 TIMES.

      01 W-SUMMARY-PENDING-FLAG            PIC X.
         88 SUMMARY-IS-PENDING            VALUE "Y".

*>    The account whose records are being read now.
      01 W-ACCOUNT-ACTIVE-FLAG             PIC X.
         88 ACCOUNT-IS-ACTIVE             VALUE "Y".

      01 W-FOUND-BANK-ACCOUNT              PIC X.
         88 FOUND-BANK-ACCOUNT            VALUE "Y".

      77 W-AS-OF-DATE                      PIC 9(08).
      77 W-AS-OF-YYMMDD                    PIC 9(06).
      77 W-ACCOUNT-NUMBER                  PIC X(30).
      77 W-STATEMENT-BANK-CODE             PIC X(03).
      77 W-STATEMENT-SEQ                   PIC 9(04).
      77 W-OPENING-LEDGER                  PIC S9(11)V99.
      77 W-CLOSING-LEDGER                  PIC S9(11)V99.
      77 W-CLOSING-AVAILABLE               PIC S9(11)V99.

      77 W-SUMMARY-TYPE-CODE               PIC X(03).
      77 W-SUMMARY-AMOUNT                  PIC S9(11)V99.
      77 W-FUNDS-TYPE                      PIC X(01).

*>    BAI2 debit type codes that carry our outgoing payments.
      01 W-DETAIL-TYPE-CODE                PIC X(03).
         88 DETAIL-IS-ACH-DEBIT           VALUE "451" "455" "469".
         88 DETAIL-IS-WIRE-DEBIT          VALUE "495" "496".

      77 W-DETAIL-AMOUNT                   PIC S9(11)V99.
      77 W-DETAIL-BANK-REF                 PIC X(16).
      77 W-DETAIL-CUSTOMER-REF             PIC X(16).
      77 W-REF-INDEX                       PIC 9(03).
      77 W-WIRE-REFERENCE                  PIC 9(06).
      77 W-ACH-BATCH                       PIC 9(06).

      01 W-MATCH-FLAG                      PIC X.
         88 DEBIT-IS-MATCHED              VALUE "Y".

      77 W-ACCOUNT-COUNT                   PIC 9(6) VALUE 0.
      77 W-DEBIT-COUNT                     PIC 9(6) VALUE 0.
      77 W-MATCHED-COUNT                   PIC 9(6) VALUE 0.
      77 W-UNMATCHED-COUNT                 PIC 9(6) VALUE 0.
      77 W-REPORT-REASON                   PIC X(45).
      77 W-FORMATTED-AMOUNT                PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      77 W-FORMATTED-OPENING               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      77 W-FORMATTED-CLOSING               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(13).

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
      77 W-SYSAUD-ACTION                  PIC X(06).
      77 W-SYSAUD-KEY                     PIC X(15).
      77 W-SYSAUD-BEFORE-IMAGE            PIC X(512).
      77 W-SYSAUD-AFTER-IMAGE             PIC X(512).
      77 W-SYSAUD-USER-ID                 PIC X(20).

      01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
         05 W-SYSAUD-DAY-TODAY            PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-SYSAUD-TIME-NOW             PIC 9(5).
         05 FILLER                        PIC X(7).

      77 MSG-CONFIRMATION                 PIC X(75).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   MOVE SPACES TO W-BATCH-MODE-FLAG.
   ACCEPT W-BATCH-MODE-FLAG FROM ENVIRONMENT "AP_BATCH_MODE".

   IF BATCH-MODE
      MOVE "Y" TO W-VALID-ANSWER *> unattended runs never wait on a prompt
   ELSE
      PERFORM CLEAR-SCREEN
      DISPLAY "                 BANK PRIOR-DAY STATEMENT IMPORT"
      DISPLAY " "
      DISPLAY "READS BAI2-PRIOR-DAY.TXT, KEEPS EACH ACCOUNT'S LEDGER AND AVAILABLE"
      DISPLAY "BALANCES, MATCHES THE ACH AND WIRE DEBITS TO OUR PAYMENTS, AND"
      DISPLAY "WRITES THE RESULT TO BAI2-IMPORT-REPORT.PRN."
      DISPLAY " "
      MOVE "DO YOU CONFIRM RUNNING THE IMPORT ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM CONFIRM-EXECUTION *> force first loop
      PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

   IF RUN-IS-CONFIRMED
      MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW
      OPEN INPUT BANK-ACCOUNT-FILE
      OPEN I-O BANK-STATEMENT-FILE
      OPEN I-O ACH-PENDING-FILE
      OPEN I-O CHECK-REGISTER-FILE
      OPEN EXTEND SYSTEM-AUDIT-FILE
      OPEN INPUT BAI2-STATEMENT-FILE
      OPEN OUTPUT PRINTER-FILE

      MOVE "BANK PRIOR-DAY STATEMENT IMPORT:" TO PRINTER-RECORD
      WRITE PRINTER-RECORD

      MOVE "N"    TO W-ACCOUNT-ACTIVE-FLAG
      MOVE "N"    TO W-SUMMARY-PENDING-FLAG
      MOVE ZEROS  TO W-AS-OF-DATE
      MOVE SPACES TO W-BAI-PREVIOUS-CODE
      MOVE "N"    TO W-END-OF-FILE
      PERFORM IMPORT-NEXT-BAI-RECORD UNTIL END-OF-FILE

      IF ACCOUNT-IS-ACTIVE
         PERFORM CLOSE-CURRENT-ACCOUNT
      END-IF

      MOVE SPACES TO PRINTER-RECORD
      WRITE PRINTER-RECORD
      MOVE SPACES TO PRINTER-RECORD
      STRING W-ACCOUNT-COUNT " ACCOUNT(S), "
             W-DEBIT-COUNT " ACH/WIRE DEBIT(S), "
             W-MATCHED-COUNT " MATCHED, "
             W-UNMATCHED-COUNT " UNMATCHED."
        DELIMITED BY SIZE INTO PRINTER-RECORD
      END-STRING
      WRITE PRINTER-RECORD

      CLOSE BANK-ACCOUNT-FILE
      CLOSE BANK-STATEMENT-FILE
      CLOSE ACH-PENDING-FILE
      CLOSE CHECK-REGISTER-FILE
      CLOSE SYSTEM-AUDIT-FILE
      CLOSE BAI2-STATEMENT-FILE
      CLOSE PRINTER-FILE

      DISPLAY W-ACCOUNT-COUNT " ACCOUNT(S) IMPORTED, "
              W-UNMATCHED-COUNT " UNMATCHED DEBIT(S) - SEE BAI2-IMPORT-REPORT.PRN."
      IF NOT BATCH-MODE
         DISPLAY "<ENTER> TO CONTINUE"
         ACCEPT DUMMY.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

IMPORT-NEXT-BAI-RECORD.

   READ BAI2-STATEMENT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         PERFORM SPLIT-BAI-RECORD
         PERFORM IMPORT-ONE-BAI-RECORD
   END-READ.
*>_________________________________________________________________________

SPLIT-BAI-RECORD.

   MOVE BAI2-STATEMENT-RECORD TO W-BAI-LINE.
   INSPECT W-BAI-LINE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   MOVE SPACES TO W-BAI-FIELD-TABLE.
   MOVE ZEROS  TO W-BAI-FIELD-COUNT.
   MOVE SPACE  TO W-BAI-DELIMITER.
   MOVE 1      TO W-BAI-POINTER.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(W-BAI-LINE TRAILING))
     TO W-BAI-LINE-LENGTH.

   PERFORM SPLIT-NEXT-BAI-FIELD
      UNTIL W-BAI-POINTER GREATER THAN W-BAI-LINE-LENGTH
         OR W-BAI-DELIMITER EQUAL "/"
         OR W-BAI-FIELD-COUNT EQUAL 40.

   MOVE W-BAI-FIELD(1) TO W-BAI-RECORD-CODE.
*>_________________________________________________________________________

SPLIT-NEXT-BAI-FIELD.

   ADD 1 TO W-BAI-FIELD-COUNT.
   MOVE SPACE TO W-BAI-DELIMITER.
   UNSTRING W-BAI-LINE DELIMITED BY "," OR "/"
       INTO W-BAI-FIELD(W-BAI-FIELD-COUNT) DELIMITER IN W-BAI-DELIMITER
       WITH POINTER W-BAI-POINTER
   END-UNSTRING.
*>_________________________________________________________________________

IMPORT-ONE-BAI-RECORD.

*>   An 88 only continues the 03 summary; every other record first
*>   settles the summary gathered so far.

   IF W-BAI-RECORD-CODE EQUAL "88"
      IF SUMMARY-IS-PENDING
         MOVE 2 TO W-COPY-INDEX
         PERFORM APPEND-SUMMARY-FIELD
            UNTIL W-COPY-INDEX GREATER THAN W-BAI-FIELD-COUNT
               OR W-SUM-COUNT EQUAL 80
      END-IF
   ELSE
      IF SUMMARY-IS-PENDING
         PERFORM PICK-OUT-SUMMARY-BALANCES
      END-IF

      IF W-BAI-RECORD-CODE EQUAL "02"
         PERFORM START-BAI-GROUP
      ELSE
      IF W-BAI-RECORD-CODE EQUAL "03"
         IF ACCOUNT-IS-ACTIVE
            PERFORM CLOSE-CURRENT-ACCOUNT
         END-IF
         PERFORM START-BAI-ACCOUNT
      ELSE
      IF W-BAI-RECORD-CODE EQUAL "16"
         IF ACCOUNT-IS-ACTIVE
            PERFORM IMPORT-DETAIL-RECORD
         END-IF
      ELSE
      IF W-BAI-RECORD-CODE EQUAL "49"
         IF ACCOUNT-IS-ACTIVE
            PERFORM CLOSE-CURRENT-ACCOUNT
         END-IF
      END-IF
      END-IF
      END-IF
      END-IF
   END-IF.

   MOVE W-BAI-RECORD-CODE TO W-BAI-PREVIOUS-CODE.
*>_________________________________________________________________________

START-BAI-GROUP.

*>   The group header's as-of date (YYMMDD) applies to every account
*>   in the group.

   MOVE ZEROS TO W-AS-OF-DATE.
   IF W-BAI-FIELD(5)(1:6) IS NUMERIC
      MOVE W-BAI-FIELD(5)(1:6) TO W-AS-OF-YYMMDD
      COMPUTE W-AS-OF-DATE = 20000000 + W-AS-OF-YYMMDD.
*>_________________________________________________________________________

START-BAI-ACCOUNT.

   MOVE W-BAI-FIELD(2) TO W-ACCOUNT-NUMBER.
   MOVE ZEROS TO W-OPENING-LEDGER.
   MOVE ZEROS TO W-CLOSING-LEDGER.
   MOVE ZEROS TO W-CLOSING-AVAILABLE.
   MOVE ZEROS TO W-STATEMENT-SEQ.

   PERFORM FIND-BANK-FOR-ACCOUNT.

   IF W-AS-OF-DATE EQUAL ZEROS
      MOVE "NO GROUP HEADER DATE - ACCOUNT SKIPPED" TO W-REPORT-REASON
      PERFORM WRITE-ACCOUNT-PROBLEM-LINE
   ELSE
   IF NOT FOUND-BANK-ACCOUNT
      MOVE "ACCOUNT IS NOT ON THE BANK ACCOUNT FILE" TO W-REPORT-REASON
      PERFORM WRITE-ACCOUNT-PROBLEM-LINE
   ELSE
      MOVE W-STATEMENT-BANK-CODE TO BNKST-BANK-CODE
      MOVE W-AS-OF-DATE          TO BNKST-AS-OF-DATE
      MOVE ZEROS                 TO BNKST-SEQ
      READ BANK-STATEMENT-FILE RECORD
         INVALID KEY
            MOVE "Y" TO W-ACCOUNT-ACTIVE-FLAG
         NOT INVALID KEY
            MOVE "STATEMENT FOR THIS DATE ALREADY IMPORTED"
              TO W-REPORT-REASON
            PERFORM WRITE-ACCOUNT-PROBLEM-LINE
      END-READ.

   IF ACCOUNT-IS-ACTIVE
      MOVE ZEROS TO W-SUM-COUNT
      MOVE "Y"   TO W-SUMMARY-PENDING-FLAG
      MOVE 4     TO W-COPY-INDEX
      PERFORM APPEND-SUMMARY-FIELD
         UNTIL W-COPY-INDEX GREATER THAN W-BAI-FIELD-COUNT.
*>_________________________________________________________________________

FIND-BANK-FOR-ACCOUNT.

   MOVE "N" TO W-FOUND-BANK-ACCOUNT.
   MOVE LOW-VALUES TO BANK-CODE.
   MOVE "N" TO W-END-OF-SCAN.
   START BANK-ACCOUNT-FILE KEY IS NOT LESS THAN BANK-CODE
      INVALID KEY
         MOVE "Y" TO W-END-OF-SCAN
   END-START.

   PERFORM CHECK-NEXT-BANK-ACCOUNT
      UNTIL END-OF-SCAN OR FOUND-BANK-ACCOUNT.
*>_________________________________________________________________________

CHECK-NEXT-BANK-ACCOUNT.

   READ BANK-ACCOUNT-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-SCAN
      NOT AT END
         IF BANK-ACCOUNT-NUMBER EQUAL W-ACCOUNT-NUMBER
            MOVE "Y"       TO W-FOUND-BANK-ACCOUNT
            MOVE BANK-CODE TO W-STATEMENT-BANK-CODE
         END-IF
   END-READ.
*>_________________________________________________________________________

APPEND-SUMMARY-FIELD.

   IF W-SUM-COUNT LESS THAN 80
      ADD 1 TO W-SUM-COUNT
      MOVE W-BAI-FIELD(W-COPY-INDEX) TO W-SUM-FIELD(W-SUM-COUNT).
   ADD 1 TO W-COPY-INDEX.
*>_________________________________________________________________________

PICK-OUT-SUMMARY-BALANCES.

*>   Each summary group is type code, amount, item count and funds
*>   type, with the availability fields the funds type calls for.

   MOVE "N" TO W-SUMMARY-PENDING-FLAG.
   MOVE 1 TO W-SUM-INDEX.
   PERFORM PICK-OUT-ONE-SUMMARY-GROUP
      UNTIL W-SUM-INDEX GREATER THAN W-SUM-COUNT.
*>_________________________________________________________________________

PICK-OUT-ONE-SUMMARY-GROUP.

   MOVE W-SUM-FIELD(W-SUM-INDEX) TO W-SUMMARY-TYPE-CODE.
   MOVE ZEROS TO W-SUMMARY-AMOUNT.
   IF W-SUM-INDEX LESS THAN W-SUM-COUNT
      IF W-SUM-FIELD(W-SUM-INDEX + 1) NOT EQUAL SPACES
         COMPUTE W-SUMMARY-AMOUNT =
                 FUNCTION NUMVAL(W-SUM-FIELD(W-SUM-INDEX + 1)) / 100
      END-IF
   END-IF.

   IF W-SUMMARY-TYPE-CODE EQUAL "010"
      MOVE W-SUMMARY-AMOUNT TO W-OPENING-LEDGER.
   IF W-SUMMARY-TYPE-CODE EQUAL "015"
      MOVE W-SUMMARY-AMOUNT TO W-CLOSING-LEDGER.
   IF W-SUMMARY-TYPE-CODE EQUAL "045"
      MOVE W-SUMMARY-AMOUNT TO W-CLOSING-AVAILABLE.

   MOVE SPACE TO W-FUNDS-TYPE.
   IF W-SUM-INDEX + 3 NOT GREATER THAN W-SUM-COUNT
      MOVE W-SUM-FIELD(W-SUM-INDEX + 3) TO W-FUNDS-TYPE.

   MOVE ZEROS TO W-SKIP-COUNT.
   IF W-FUNDS-TYPE EQUAL "S"
      MOVE 3 TO W-SKIP-COUNT.
   IF W-FUNDS-TYPE EQUAL "V"
      MOVE 2 TO W-SKIP-COUNT.
   IF W-FUNDS-TYPE EQUAL "D"
      IF W-SUM-INDEX + 4 NOT GREATER THAN W-SUM-COUNT
         IF W-SUM-FIELD(W-SUM-INDEX + 4)(1:1) IS NUMERIC
            COMPUTE W-SKIP-COUNT = 1 + 2 *
                    FUNCTION NUMVAL(W-SUM-FIELD(W-SUM-INDEX + 4))
         END-IF
      END-IF
   END-IF.

   COMPUTE W-SUM-INDEX = W-SUM-INDEX + 4 + W-SKIP-COUNT.
*>_________________________________________________________________________

IMPORT-DETAIL-RECORD.

*>   16,type code,amount,funds type[,availability],bank ref,customer
*>   ref,text. Only the debits that carry our ACH batches and wires
*>   are kept.

   MOVE W-BAI-FIELD(2) TO W-DETAIL-TYPE-CODE.

   IF DETAIL-IS-ACH-DEBIT OR DETAIL-IS-WIRE-DEBIT
      MOVE ZEROS TO W-DETAIL-AMOUNT
      IF W-BAI-FIELD(3) NOT EQUAL SPACES
         COMPUTE W-DETAIL-AMOUNT = FUNCTION NUMVAL(W-BAI-FIELD(3)) / 100
      END-IF

      MOVE W-BAI-FIELD(4) TO W-FUNDS-TYPE
      MOVE 5 TO W-REF-INDEX
      IF W-FUNDS-TYPE EQUAL "S"
         MOVE 8 TO W-REF-INDEX
      END-IF
      IF W-FUNDS-TYPE EQUAL "V"
         MOVE 7 TO W-REF-INDEX
      END-IF
      IF W-FUNDS-TYPE EQUAL "D"
         IF W-BAI-FIELD(5)(1:1) IS NUMERIC
            COMPUTE W-REF-INDEX = 6 + 2 * FUNCTION NUMVAL(W-BAI-FIELD(5))
         END-IF
      END-IF
      IF W-REF-INDEX GREATER THAN 39
         MOVE 39 TO W-REF-INDEX
      END-IF

      MOVE W-BAI-FIELD(W-REF-INDEX)     TO W-DETAIL-BANK-REF
      MOVE W-BAI-FIELD(W-REF-INDEX + 1) TO W-DETAIL-CUSTOMER-REF

      PERFORM RECORD-STATEMENT-DEBIT.
*>_________________________________________________________________________

RECORD-STATEMENT-DEBIT.

   ADD 1 TO W-DEBIT-COUNT.
   ADD 1 TO W-STATEMENT-SEQ.

   MOVE SPACES TO BNKST-RECORD.
   MOVE W-STATEMENT-BANK-CODE TO BNKST-BANK-CODE.
   MOVE W-AS-OF-DATE          TO BNKST-AS-OF-DATE.
   MOVE W-STATEMENT-SEQ       TO BNKST-SEQ.
   MOVE ZEROS                 TO BNKST-OPENING-LEDGER.
   MOVE ZEROS                 TO BNKST-CLOSING-LEDGER.
   MOVE ZEROS                 TO BNKST-CLOSING-AVAILABLE.
   MOVE W-DAY-TODAY           TO BNKST-IMPORTED-DATE.
   IF DETAIL-IS-ACH-DEBIT
      MOVE "ACH"  TO BNKST-DEBIT-TYPE
   ELSE
      MOVE "WIRE" TO BNKST-DEBIT-TYPE.
   MOVE W-DETAIL-TYPE-CODE    TO BNKST-TYPE-CODE.
   MOVE W-DETAIL-AMOUNT       TO BNKST-DEBIT-AMOUNT.
   MOVE W-DETAIL-BANK-REF     TO BNKST-BANK-REFERENCE.
   MOVE W-DETAIL-CUSTOMER-REF TO BNKST-CUSTOMER-REFERENCE.
   MOVE "N"                   TO BNKST-MATCHED.
   MOVE SPACES                TO BNKST-MATCHED-TO.

   MOVE "N" TO W-MATCH-FLAG.
   IF DETAIL-IS-ACH-DEBIT
      PERFORM MATCH-ACH-DEBIT
   ELSE
      PERFORM MATCH-WIRE-DEBIT.

   IF DEBIT-IS-MATCHED
      ADD 1 TO W-MATCHED-COUNT
      MOVE "Y" TO BNKST-MATCHED
   ELSE
      ADD 1 TO W-UNMATCHED-COUNT.

   WRITE BNKST-RECORD
      INVALID KEY
         DISPLAY "*** ERROR WRITING STATEMENT ENTRY " BNKST-KEY " ! ***"
   END-WRITE.

   PERFORM WRITE-DEBIT-LINE.
*>_________________________________________________________________________

MATCH-ACH-DEBIT.

*>   Our ACH batches settle as one debit for the batch total: the
*>   released batch on the same account for that amount. The batch
*>   number in the customer reference is tried first.

   IF W-DETAIL-CUSTOMER-REF(1:6) IS NUMERIC
      MOVE W-DETAIL-CUSTOMER-REF(1:6) TO ACHPEND-BATCH
      MOVE ZEROS TO ACHPEND-SEQ
      READ ACH-PENDING-FILE RECORD
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            PERFORM TEST-ACH-BATCH-FOR-MATCH
      END-READ.

   IF NOT DEBIT-IS-MATCHED
      MOVE ZEROS TO ACHPEND-BATCH
      MOVE ZEROS TO ACHPEND-SEQ
      MOVE "N" TO W-END-OF-SCAN
      START ACH-PENDING-FILE KEY IS NOT LESS THAN ACHPEND-KEY
         INVALID KEY
            MOVE "Y" TO W-END-OF-SCAN
      END-START
      PERFORM SCAN-NEXT-ACH-BATCH
         UNTIL END-OF-SCAN OR DEBIT-IS-MATCHED.

   IF DEBIT-IS-MATCHED
      PERFORM MARK-ACH-BATCH-SETTLED.
*>_________________________________________________________________________

SCAN-NEXT-ACH-BATCH.

   READ ACH-PENDING-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-SCAN
      NOT AT END
         IF ACHPEND-SEQ EQUAL ZEROS
            PERFORM TEST-ACH-BATCH-FOR-MATCH
         END-IF
   END-READ.
*>_________________________________________________________________________

TEST-ACH-BATCH-FOR-MATCH.

   IF ACHPEND-IS-RELEASED
      AND ACHPEND-BANK-CODE EQUAL W-STATEMENT-BANK-CODE
      AND ACHPEND-TOTAL-AMOUNT EQUAL W-DETAIL-AMOUNT
      MOVE "Y" TO W-MATCH-FLAG.
*>_________________________________________________________________________

MARK-ACH-BATCH-SETTLED.

   MOVE ACHPEND-BATCH TO W-ACH-BATCH.
   MOVE SPACES TO BNKST-MATCHED-TO.
   STRING "ACH " W-ACH-BATCH DELIMITED BY SIZE INTO BNKST-MATCHED-TO.

   MOVE ACHPEND-RECORD TO W-SYSAUD-BEFORE-IMAGE.
   MOVE "SETTLED" TO ACHPEND-STATUS.
   REWRITE ACHPEND-RECORD
      INVALID KEY
         DISPLAY "*** ERROR REWRITING ACH BATCH " W-ACH-BATCH " ! ***"
      NOT INVALID KEY
         MOVE "ACHPEND"      TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE ACHPEND-KEY    TO W-SYSAUD-KEY
         MOVE ACHPEND-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

MATCH-WIRE-DEBIT.

*>   Our wires go out under a 9xxxxx reference that the bank echoes
*>   back as the customer reference; the register entry must be on
*>   the same account for the same amount.

   IF W-DETAIL-CUSTOMER-REF(1:6) IS NUMERIC
      AND W-DETAIL-CUSTOMER-REF(7:10) EQUAL SPACES
      MOVE W-DETAIL-CUSTOMER-REF(1:6) TO W-WIRE-REFERENCE
      IF W-WIRE-REFERENCE GREATER THAN 900000
         MOVE W-WIRE-REFERENCE TO CHECKREG-CHECK-NUMBER
         READ CHECK-REGISTER-FILE RECORD
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               IF CHECKREG-BANK-CODE EQUAL W-STATEMENT-BANK-CODE
                  AND CHECKREG-AMOUNT EQUAL W-DETAIL-AMOUNT
                  AND NOT CHECKREG-IS-VOID
                  MOVE "Y" TO W-MATCH-FLAG
               END-IF
         END-READ
      END-IF
   END-IF.

   IF DEBIT-IS-MATCHED
      MOVE SPACES TO BNKST-MATCHED-TO
      STRING "WIRE " W-WIRE-REFERENCE DELIMITED BY SIZE
        INTO BNKST-MATCHED-TO
      IF NOT CHECKREG-IS-CLEARED
         PERFORM MARK-WIRE-CLEARED.
*>_________________________________________________________________________

MARK-WIRE-CLEARED.

   MOVE CHECKREG-RECORD TO W-SYSAUD-BEFORE-IMAGE.
   MOVE "Y"             TO CHECKREG-CLEARED.
   MOVE W-AS-OF-DATE    TO CHECKREG-CLEARED-DATE.

   REWRITE CHECKREG-RECORD
      INVALID KEY
         DISPLAY "*** ERROR REWRITING WIRE " W-WIRE-REFERENCE " ! ***"
      NOT INVALID KEY
         MOVE "CHECKREG"             TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"               TO W-SYSAUD-ACTION
         MOVE CHECKREG-CHECK-NUMBER  TO W-SYSAUD-KEY
         MOVE CHECKREG-RECORD        TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

CLOSE-CURRENT-ACCOUNT.

*>   The balance record goes on last, once the 88 continuations and
*>   every detail line have been read.

   MOVE "N" TO W-ACCOUNT-ACTIVE-FLAG.
   ADD 1 TO W-ACCOUNT-COUNT.

   MOVE SPACES TO BNKST-RECORD.
   MOVE W-STATEMENT-BANK-CODE TO BNKST-BANK-CODE.
   MOVE W-AS-OF-DATE          TO BNKST-AS-OF-DATE.
   MOVE ZEROS                 TO BNKST-SEQ.
   MOVE W-OPENING-LEDGER      TO BNKST-OPENING-LEDGER.
   MOVE W-CLOSING-LEDGER      TO BNKST-CLOSING-LEDGER.
   MOVE W-CLOSING-AVAILABLE   TO BNKST-CLOSING-AVAILABLE.
   MOVE W-DAY-TODAY           TO BNKST-IMPORTED-DATE.
   MOVE SPACES                TO BNKST-TYPE-CODE.
   MOVE ZEROS                 TO BNKST-DEBIT-AMOUNT.
   MOVE "N"                   TO BNKST-MATCHED.

   WRITE BNKST-RECORD
      INVALID KEY
         DISPLAY "*** ERROR WRITING STATEMENT BALANCES " BNKST-KEY " ! ***"
   END-WRITE.

   MOVE W-OPENING-LEDGER    TO W-FORMATTED-OPENING.
   MOVE W-CLOSING-LEDGER    TO W-FORMATTED-CLOSING.
   MOVE W-CLOSING-AVAILABLE TO W-FORMATTED-AMOUNT.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "BANK " W-STATEMENT-BANK-CODE
          " AS OF " W-AS-OF-DATE
          "  LEDGER OPEN " W-FORMATTED-OPENING
          " CLOSE " W-FORMATTED-CLOSING
          "  AVAILABLE " W-FORMATTED-AMOUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

WRITE-DEBIT-LINE.

   MOVE W-DETAIL-AMOUNT TO W-FORMATTED-AMOUNT.
   MOVE SPACES TO PRINTER-RECORD.
   IF DEBIT-IS-MATCHED
      STRING "   " W-STATEMENT-BANK-CODE " " BNKST-DEBIT-TYPE
             " " W-DETAIL-TYPE-CODE " " W-FORMATTED-AMOUNT
             " REF " W-DETAIL-CUSTOMER-REF
             " MATCHED " BNKST-MATCHED-TO
        DELIMITED BY SIZE INTO PRINTER-RECORD
      END-STRING
   ELSE
      STRING "   " W-STATEMENT-BANK-CODE " " BNKST-DEBIT-TYPE
             " " W-DETAIL-TYPE-CODE " " W-FORMATTED-AMOUNT
             " REF " W-DETAIL-CUSTOMER-REF
             " BANK REF " W-DETAIL-BANK-REF
             " *** UNMATCHED ***"
        DELIMITED BY SIZE INTO PRINTER-RECORD
      END-STRING.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

WRITE-ACCOUNT-PROBLEM-LINE.

   MOVE SPACES TO PRINTER-RECORD.
   STRING "ACCOUNT " W-ACCOUNT-NUMBER
          " AS OF " W-AS-OF-DATE
          " - " W-REPORT-REASON
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLSYSAUD.CBL".
