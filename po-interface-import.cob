IDENTIFICATION DIVISION.
PROGRAM-ID. po-interface-import.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLPO.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCOA.CBL".
      COPY "SLBUDGET.CBL".
      COPY "SLJOB.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLXMIT.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLSESSION.CBL".

      SELECT PO-INTERFACE-FILE
             ASSIGN TO "po-interface.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

      SELECT PRINTER-FILE
             ASSIGN TO "po-interface-errors.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

      COPY "FDPO.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCOA.CBL".
      COPY "FDBUDGET.CBL".
      COPY "FDJOB.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDXMIT.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDSESSION.CBL".

      FD PO-INTERFACE-FILE
         LABEL RECORDS ARE OMITTED.
*>    The purchasing system's outbound batch: one HD header naming
*>    the batch, a PO line per new order (N), change order (C) or
*>    cancellation (X), and a TR trailer carrying the detail count and
*>    the total order value (blanket ceiling, or the sum of the order
*>    lines; cancellations carry none) for the control check.
      01 POI-HEADER.
         05 POI-RECORD-TYPE        PIC X(02).
            88 POI-IS-HEADER       VALUE "HD".
            88 POI-IS-DETAIL       VALUE "PO".
            88 POI-IS-TRAILER      VALUE "TR".
         05 FILLER                 PIC X(01).
         05 POI-BATCH-ID           PIC X(10).
         05 FILLER                 PIC X(01).
         05 POI-BATCH-DATE         PIC 9(08).

      01 POI-DETAIL.
         05 FILLER                 PIC X(02).
         05 FILLER                 PIC X(01).
         05 POI-ACTION             PIC X(01).
            88 POI-IS-NEW          VALUE "N".
            88 POI-IS-CHANGE       VALUE "C".
            88 POI-IS-CANCEL       VALUE "X".
         05 FILLER                 PIC X(01).
         05 POI-PO-NUMBER          PIC 9(05).
         05 FILLER                 PIC X(01).
         05 POI-VENDOR             PIC 9(05).
         05 FILLER                 PIC X(01).
         05 POI-PO-DATE            PIC 9(08).
         05 FILLER                 PIC X(01).
         05 POI-DESCRIPTION        PIC X(30).
         05 FILLER                 PIC X(01).
         05 POI-TYPE               PIC X(07).
         05 FILLER                 PIC X(01).
         05 POI-NTE-AMOUNT         PIC 9(7)V99.
         05 FILLER                 PIC X(01).
         05 POI-EXPIRY-DATE        PIC 9(08).
         05 FILLER                 PIC X(01).
         05 POI-GL-ACCOUNT         PIC X(10).
         05 FILLER                 PIC X(01).
         05 POI-JOB-NUMBER         PIC X(10).
         05 FILLER                 PIC X(01).
         05 POI-BUYER              PIC X(10).
         05 FILLER                 PIC X(01).
         05 POI-LINE-COUNT         PIC 9.
         05 POI-LINE OCCURS 5 TIMES.
            10 FILLER              PIC X(01).
            10 POI-LINE-DESCRIPTION PIC X(30).
            10 FILLER              PIC X(01).
            10 POI-LINE-AMOUNT     PIC 9(6)V99.

      01 POI-TRAILER.
         05 FILLER                 PIC X(02).
         05 FILLER                 PIC X(01).
         05 POI-TRAILER-COUNT      PIC 9(06).
         05 FILLER                 PIC X(01).
         05 POI-TRAILER-TOTAL      PIC 9(9)V99.

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD            PIC X(110).

   WORKING-STORAGE SECTION.

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscase01.cbl".
      COPY "wsxmit.cbl".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-FOUND-PO-RECORD                 PIC X.
         88 FOUND-PO-RECORD               VALUE "Y".

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-BUDGET-RECORD             PIC X.
         88 FOUND-BUDGET-RECORD           VALUE "Y".

      01 W-BATCH-STATUS                    PIC X.
         88 BATCH-IS-BALANCED             VALUE "B".
         88 BATCH-IS-REJECTED             VALUE "R".

      01 W-BATCH-MODE-FLAG                 PIC X.
         88 BATCH-MODE                    VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 RUN-IS-CONFIRMED              VALUE "Y".

      77 W-BATCH-ID                        PIC X(10).
      77 W-BATCH-REJECT-REASON             PIC X(60).
      77 W-HEADER-COUNT                    PIC 9(4).
      77 W-TRAILER-COUNT                   PIC 9(4).
      77 W-CONTROL-COUNT                   PIC 9(6).
      77 W-CONTROL-TOTAL                   PIC 9(9)V99.
      77 W-TRAILER-RECORD-COUNT            PIC 9(6).
      77 W-TRAILER-TOTAL                   PIC 9(9)V99.
      77 W-ORDER-VALUE                     PIC 9(7)V99.
      77 W-POI-LINE-INDEX                  PIC 9.

      77 W-CREATED-COUNT                   PIC 9(6).
      77 W-CHANGED-COUNT                   PIC 9(6).
      77 W-CANCELLED-COUNT                 PIC 9(6).
      77 W-QUEUED-COUNT                    PIC 9(6).
      77 W-REJECTED-COUNT                  PIC 9(6).
      77 W-ACCEPTED-VALUE                  PIC S9(9)V99.
      77 W-REJECT-REASON                   PIC X(50).

      77 W-PO-APPROVAL-LIMIT               PIC 9(8)V99 VALUE 0.
      77 W-COMMIT-GL-ACCOUNT               PIC X(10).
      77 W-COMMIT-DELTA                    PIC S9(8)V99.
      77 W-OLD-UNBILLED                    PIC S9(8)V99.
      77 W-NEW-UNBILLED                    PIC S9(8)V99.
      77 W-OLD-PO-GL-ACCOUNT               PIC X(10).
      77 W-BUDGET-NEEDED                   PIC S9(8)V99.
      77 W-EFFECTIVE-BUDGET                PIC S9(9)V99.
      77 W-REMAINING-BUDGET                PIC S9(9)V99.
      77 W-THIS-MONTH-NUMBER               PIC 99.
      77 D-ORDER-VALUE                     PIC Z,ZZZ,ZZ9.99.
      77 D-CONTROL-TOTAL                   PIC ZZZ,ZZZ,ZZ9.99.

      77 BK-PURCHASE-ORDER-RECORD          PIC X(512).

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

      77 MSG-CONFIRMATION                 PIC X(60).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   PERFORM READ-SESSION-COMPANY.

   MOVE SPACES TO W-BATCH-MODE-FLAG.
   ACCEPT W-BATCH-MODE-FLAG FROM ENVIRONMENT "AP_BATCH_MODE".

   IF BATCH-MODE
      MOVE "Y" TO W-VALID-ANSWER *> unattended runs never wait on a prompt
   ELSE
      PERFORM CLEAR-SCREEN
      DISPLAY "                 PURCHASE ORDER INTERFACE IMPORT"
      DISPLAY " "
      DISPLAY "READS PO-INTERFACE.TXT FROM THE PURCHASING SYSTEM AND CREATES,"
      DISPLAY "CHANGES OR CANCELS EACH ORDER; REJECTED LINES GO TO"
      DISPLAY "PO-INTERFACE-ERRORS.PRN."
      DISPLAY " "
      MOVE "DO YOU CONFIRM RUNNING THE IMPORT ? <Y/N>" TO MSG-CONFIRMATION
      PERFORM CONFIRM-EXECUTION
      PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

   IF RUN-IS-CONFIRMED
      MOVE 0 TO W-CREATED-COUNT
      MOVE 0 TO W-CHANGED-COUNT
      MOVE 0 TO W-CANCELLED-COUNT
      MOVE 0 TO W-QUEUED-COUNT
      MOVE 0 TO W-REJECTED-COUNT
      MOVE 0 TO W-ACCEPTED-VALUE

      OPEN OUTPUT PRINTER-FILE
      PERFORM CHECK-BATCH-CONTROLS

      MOVE SPACES TO PRINTER-RECORD
      STRING "PURCHASE ORDER INTERFACE - BATCH " W-BATCH-ID
             " - IMPORTED " W-DAY-TODAY
        DELIMITED BY SIZE INTO PRINTER-RECORD
      END-STRING
      WRITE PRINTER-RECORD
      MOVE SPACES TO PRINTER-RECORD
      WRITE PRINTER-RECORD

      IF BATCH-IS-REJECTED
         MOVE SPACES TO PRINTER-RECORD
         STRING "*** WHOLE BATCH REJECTED - " W-BATCH-REJECT-REASON
           DELIMITED BY SIZE INTO PRINTER-RECORD
         END-STRING
         WRITE PRINTER-RECORD
         MOVE "    NOTHING WAS APPLIED - PURCHASING MUST RESEND THE BATCH."
           TO PRINTER-RECORD
         WRITE PRINTER-RECORD
         CLOSE PRINTER-FILE
         DISPLAY "BATCH REJECTED - " W-BATCH-REJECT-REASON
      ELSE
         PERFORM APPLY-INTERFACE-BATCH
         PERFORM PRINT-IMPORT-TOTALS
         CLOSE PRINTER-FILE
         PERFORM REGISTER-ACCEPTED-BATCH
         DISPLAY W-CREATED-COUNT " ORDER(S) CREATED, "
                 W-CHANGED-COUNT " CHANGED, "
                 W-CANCELLED-COUNT " CANCELLED, "
                 W-REJECTED-COUNT " REJECTED."
         IF W-QUEUED-COUNT NOT EQUAL ZEROS
            DISPLAY W-QUEUED-COUNT " ORDER(S) AT OR OVER THE APPROVAL LIMIT"
                    " WAIT IN THE APPROVAL QUEUE."
         END-IF
      END-IF

      IF NOT BATCH-MODE
         DISPLAY "<ENTER> TO CONTINUE"
         ACCEPT DUMMY
      END-IF
   END-IF.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

CHECK-BATCH-CONTROLS.

*>   A first pass over the file before anything is touched: one
*>   header, one trailer, and the trailer's count and order value must
*>   agree with the detail lines - a truncated or doubled file never
*>   half-applies. A batch already registered is a resend.

   MOVE SPACES TO W-BATCH-ID.
   MOVE SPACES TO W-BATCH-REJECT-REASON.
   MOVE 0 TO W-HEADER-COUNT.
   MOVE 0 TO W-TRAILER-COUNT.
   MOVE 0 TO W-CONTROL-COUNT.
   MOVE 0 TO W-CONTROL-TOTAL.
   MOVE 0 TO W-TRAILER-RECORD-COUNT.
   MOVE 0 TO W-TRAILER-TOTAL.
   MOVE "B" TO W-BATCH-STATUS.
   MOVE "N" TO W-END-OF-FILE.

   OPEN INPUT PO-INTERFACE-FILE.
   PERFORM TALLY-NEXT-INTERFACE-LINE UNTIL END-OF-FILE.
   CLOSE PO-INTERFACE-FILE.

   IF W-HEADER-COUNT NOT EQUAL 1 OR W-BATCH-ID EQUAL SPACES
      MOVE "R" TO W-BATCH-STATUS
      MOVE "THE FILE MUST CARRY EXACTLY ONE HD HEADER WITH A BATCH ID"
        TO W-BATCH-REJECT-REASON
   ELSE
   IF W-TRAILER-COUNT NOT EQUAL 1
      MOVE "R" TO W-BATCH-STATUS
      MOVE "THE FILE MUST END WITH EXACTLY ONE TR TRAILER"
        TO W-BATCH-REJECT-REASON
   ELSE
   IF W-TRAILER-RECORD-COUNT NOT EQUAL W-CONTROL-COUNT
      MOVE "R" TO W-BATCH-STATUS
      MOVE "TRAILER COUNT DOES NOT AGREE WITH THE DETAIL LINES"
        TO W-BATCH-REJECT-REASON
   ELSE
   IF W-TRAILER-TOTAL NOT EQUAL W-CONTROL-TOTAL
      MOVE "R" TO W-BATCH-STATUS
      MOVE "TRAILER ORDER VALUE DOES NOT AGREE WITH THE DETAIL LINES"
        TO W-BATCH-REJECT-REASON
   ELSE
      PERFORM CHECK-BATCH-NOT-REGISTERED.
*>_________________________________________________________________________

TALLY-NEXT-INTERFACE-LINE.

   READ PO-INTERFACE-FILE
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF POI-IS-HEADER
            ADD 1 TO W-HEADER-COUNT
            MOVE POI-BATCH-ID TO W-BATCH-ID
         ELSE
         IF POI-IS-TRAILER
            ADD 1 TO W-TRAILER-COUNT
            IF POI-TRAILER-COUNT NUMERIC
               MOVE POI-TRAILER-COUNT TO W-TRAILER-RECORD-COUNT
            END-IF
            IF POI-TRAILER-TOTAL NUMERIC
               MOVE POI-TRAILER-TOTAL TO W-TRAILER-TOTAL
            END-IF
         ELSE
            ADD 1 TO W-CONTROL-COUNT
            PERFORM COMPUTE-ORDER-VALUE
            ADD W-ORDER-VALUE TO W-CONTROL-TOTAL
         END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

COMPUTE-ORDER-VALUE.

*>   The value a detail line puts on the order: the ceiling for a
*>   blanket, the priced lines for a one-time order, nothing for a
*>   cancellation or a field that is not a number.

   MOVE ZEROS TO W-ORDER-VALUE.
   INSPECT POI-TYPE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF NOT POI-IS-CANCEL
      IF POI-TYPE EQUAL "BLANKET"
         IF POI-NTE-AMOUNT NUMERIC
            MOVE POI-NTE-AMOUNT TO W-ORDER-VALUE
         END-IF
      ELSE
         IF POI-LINE-COUNT NUMERIC AND POI-LINE-COUNT NOT GREATER THAN 5
            PERFORM ADD-ONE-LINE-TO-ORDER-VALUE
               VARYING W-POI-LINE-INDEX FROM 1 BY 1
                  UNTIL W-POI-LINE-INDEX GREATER THAN POI-LINE-COUNT.
*>_________________________________________________________________________

ADD-ONE-LINE-TO-ORDER-VALUE.

   IF POI-LINE-AMOUNT (W-POI-LINE-INDEX) NUMERIC
      ADD POI-LINE-AMOUNT (W-POI-LINE-INDEX) TO W-ORDER-VALUE.
*>_________________________________________________________________________

CHECK-BATCH-NOT-REGISTERED.

   MOVE "N" TO W-XMIT-EOF.
   OPEN INPUT TRANSMISSION-REGISTER-FILE.
   MOVE ZEROS TO XMIT-NUMBER.
   START TRANSMISSION-REGISTER-FILE KEY IS NOT LESS THAN XMIT-NUMBER
      INVALID KEY
         MOVE "Y" TO W-XMIT-EOF.

   PERFORM CHECK-NEXT-REGISTER-ENTRY
      UNTIL W-XMIT-EOF EQUAL "Y" OR BATCH-IS-REJECTED.

   CLOSE TRANSMISSION-REGISTER-FILE.
*>_________________________________________________________________________

CHECK-NEXT-REGISTER-ENTRY.

   READ TRANSMISSION-REGISTER-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-XMIT-EOF
      NOT AT END
         IF XMIT-PROGRAM EQUAL "PO-INTERFACE-IMPORT"
            AND XMIT-ACK-REFERENCE EQUAL W-BATCH-ID
            MOVE "R" TO W-BATCH-STATUS
            MOVE SPACES TO W-BATCH-REJECT-REASON
            STRING "BATCH ALREADY IMPORTED AS TRANSMISSION " XMIT-NUMBER
                   " ON " XMIT-DATE
              DELIMITED BY SIZE INTO W-BATCH-REJECT-REASON
            END-STRING
         END-IF
   END-READ.
*>_________________________________________________________________________

APPLY-INTERFACE-BATCH.

   OPEN I-O PURCHASE-ORDER-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN INPUT CHART-OF-ACCOUNTS-FILE.
   OPEN I-O BUDGET-FILE.
   OPEN INPUT JOB-FILE.
   OPEN INPUT CONTROL-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE ZEROS TO W-PO-APPROVAL-LIMIT
      NOT INVALID KEY
         MOVE CONTROL-PO-APPROVAL-LIMIT TO W-PO-APPROVAL-LIMIT.

   MOVE "LINES REJECTED BY THE IMPORT:" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT PO-INTERFACE-FILE.
   PERFORM APPLY-NEXT-INTERFACE-LINE UNTIL END-OF-FILE.
   CLOSE PO-INTERFACE-FILE.

   IF W-REJECTED-COUNT EQUAL ZEROS
      MOVE "( EVERY LINE ACCEPTED )" TO PRINTER-RECORD
      WRITE PRINTER-RECORD.

   CLOSE PURCHASE-ORDER-FILE.
   CLOSE VENDOR-FILE.
   CLOSE CHART-OF-ACCOUNTS-FILE.
   CLOSE BUDGET-FILE.
   CLOSE JOB-FILE.
   CLOSE CONTROL-FILE.
   CLOSE SYSTEM-AUDIT-FILE.
*>_________________________________________________________________________

APPLY-NEXT-INTERFACE-LINE.

   READ PO-INTERFACE-FILE
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF POI-IS-DETAIL
            PERFORM APPLY-ONE-INTERFACE-LINE
         ELSE
         IF NOT POI-IS-HEADER AND NOT POI-IS-TRAILER
            MOVE "RECORD TYPE IS NOT HD, PO OR TR" TO W-REJECT-REASON
            PERFORM REPORT-REJECTED-LINE
         END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

APPLY-ONE-INTERFACE-LINE.

   INSPECT POI-ACTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   MOVE SPACES TO W-REJECT-REASON.

   IF POI-PO-NUMBER NOT NUMERIC OR POI-PO-NUMBER EQUAL ZEROS
      MOVE "PO NUMBER MISSING OR NOT NUMERIC" TO W-REJECT-REASON
   ELSE
   IF NOT POI-IS-NEW AND NOT POI-IS-CHANGE AND NOT POI-IS-CANCEL
      MOVE "ACTION CODE IS NOT N, C OR X" TO W-REJECT-REASON
   ELSE
      MOVE POI-PO-NUMBER TO PO-NUMBER
      MOVE "Y" TO W-FOUND-PO-RECORD
      READ PURCHASE-ORDER-FILE RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-PO-RECORD
      END-READ
      IF POI-IS-NEW AND FOUND-PO-RECORD
         MOVE "NEW ORDER NUMBER ALREADY ON FILE" TO W-REJECT-REASON
      ELSE
      IF NOT POI-IS-NEW AND NOT FOUND-PO-RECORD
         MOVE "ORDER NOT ON FILE" TO W-REJECT-REASON
      ELSE
      IF NOT POI-IS-NEW AND PO-IS-CLOSED
         MOVE "ORDER IS CLOSED" TO W-REJECT-REASON.

   IF W-REJECT-REASON EQUAL SPACES AND NOT POI-IS-CANCEL
      PERFORM VALIDATE-ORDER-FIELDS.

   IF W-REJECT-REASON NOT EQUAL SPACES
      PERFORM REPORT-REJECTED-LINE
   ELSE
   IF POI-IS-NEW
      PERFORM CREATE-INTERFACE-ORDER
   ELSE
   IF POI-IS-CHANGE
      PERFORM CHANGE-INTERFACE-ORDER
   ELSE
      PERFORM CANCEL-INTERFACE-ORDER.
*>_________________________________________________________________________

VALIDATE-ORDER-FIELDS.

*>   The same rules the buyer meets keying an order by hand, checked
*>   one after another; the first failure is the reason reported.

   INSPECT POI-TYPE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   INSPECT POI-GL-ACCOUNT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   INSPECT POI-JOB-NUMBER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   IF POI-TYPE EQUAL SPACES
      MOVE "ONETIME" TO POI-TYPE.

   PERFORM VALIDATE-ORDER-VENDOR.

   IF W-REJECT-REASON EQUAL SPACES
      IF POI-PO-DATE NOT NUMERIC
         OR FUNCTION TEST-DATE-YYYYMMDD (POI-PO-DATE) NOT EQUAL ZERO
         MOVE "ORDER DATE MISSING OR NOT A VALID DATE" TO W-REJECT-REASON
      ELSE
      IF POI-DESCRIPTION EQUAL SPACES
         MOVE "ORDER DESCRIPTION MISSING" TO W-REJECT-REASON
      ELSE
      IF POI-TYPE NOT EQUAL "ONETIME" AND POI-TYPE NOT EQUAL "BLANKET"
         MOVE "ORDER TYPE IS NOT ONETIME OR BLANKET" TO W-REJECT-REASON.

   IF W-REJECT-REASON EQUAL SPACES
      IF POI-TYPE EQUAL "BLANKET"
         PERFORM VALIDATE-BLANKET-TERMS
      ELSE
         PERFORM VALIDATE-ORDER-LINES.

   IF W-REJECT-REASON EQUAL SPACES
      PERFORM COMPUTE-ORDER-VALUE
      IF FOUND-PO-RECORD AND W-ORDER-VALUE LESS THAN PO-BILLED-AMOUNT
         MOVE "NEW ORDER VALUE IS BELOW WHAT IS ALREADY BILLED"
           TO W-REJECT-REASON
      ELSE
      IF FOUND-PO-RECORD AND PO-BILLED-AMOUNT NOT EQUAL ZEROS
         AND POI-VENDOR NOT EQUAL PO-VENDOR
         MOVE "VENDOR CANNOT CHANGE ON AN ORDER ALREADY BILLED"
           TO W-REJECT-REASON.

   IF W-REJECT-REASON EQUAL SPACES AND POI-GL-ACCOUNT NOT EQUAL SPACES
      PERFORM VALIDATE-ORDER-GL-ACCOUNT.

   IF W-REJECT-REASON EQUAL SPACES AND POI-JOB-NUMBER NOT EQUAL SPACES
      PERFORM VALIDATE-ORDER-JOB.

   IF W-REJECT-REASON EQUAL SPACES AND POI-GL-ACCOUNT NOT EQUAL SPACES
      PERFORM VALIDATE-ORDER-BUDGET.
*>_________________________________________________________________________

VALIDATE-ORDER-VENDOR.

   IF POI-VENDOR NOT NUMERIC OR POI-VENDOR EQUAL ZEROS
      MOVE "VENDOR MISSING OR NOT NUMERIC" TO W-REJECT-REASON
   ELSE
      MOVE POI-VENDOR TO VENDOR-NUMBER
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD
      IF NOT FOUND-VENDOR-RECORD
         MOVE "VENDOR NOT ON FILE" TO W-REJECT-REASON
      ELSE
      IF VENDOR-IS-ON-HOLD
         MOVE "VENDOR IS ON HOLD" TO W-REJECT-REASON
      ELSE
      IF VENDOR-IS-INACTIVE
         MOVE "VENDOR IS INACTIVE" TO W-REJECT-REASON
      ELSE
      IF VENDOR-IS-PENDING
         MOVE "VENDOR IS STILL PENDING ONBOARDING APPROVAL" TO W-REJECT-REASON
      ELSE
      IF NOT VENDOR-IS-ACTIVE
         MOVE "VENDOR IS NOT ACTIVE" TO W-REJECT-REASON.
*>_________________________________________________________________________

VALIDATE-BLANKET-TERMS.

   IF POI-NTE-AMOUNT NOT NUMERIC OR POI-NTE-AMOUNT EQUAL ZEROS
      MOVE "BLANKET ORDER WITHOUT A NOT-TO-EXCEED CEILING" TO W-REJECT-REASON
   ELSE
   IF POI-EXPIRY-DATE NOT NUMERIC
      OR FUNCTION TEST-DATE-YYYYMMDD (POI-EXPIRY-DATE) NOT EQUAL ZERO
      MOVE "BLANKET EXPIRY MISSING OR NOT A VALID DATE" TO W-REJECT-REASON
   ELSE
   IF POI-EXPIRY-DATE NOT GREATER THAN POI-PO-DATE
      MOVE "BLANKET EXPIRES ON OR BEFORE THE ORDER DATE" TO W-REJECT-REASON.
*>_________________________________________________________________________

VALIDATE-ORDER-LINES.

   IF POI-LINE-COUNT NOT NUMERIC OR POI-LINE-COUNT EQUAL ZEROS
      OR POI-LINE-COUNT GREATER THAN 5
      MOVE "ORDER LINE COUNT MUST BE 1 TO 5" TO W-REJECT-REASON
   ELSE
      PERFORM VALIDATE-ONE-ORDER-LINE
         VARYING W-POI-LINE-INDEX FROM 1 BY 1
            UNTIL W-POI-LINE-INDEX GREATER THAN POI-LINE-COUNT
               OR W-REJECT-REASON NOT EQUAL SPACES.
*>_________________________________________________________________________

VALIDATE-ONE-ORDER-LINE.

   IF POI-LINE-DESCRIPTION (W-POI-LINE-INDEX) EQUAL SPACES
      MOVE "ORDER LINE WITHOUT A DESCRIPTION" TO W-REJECT-REASON
   ELSE
   IF POI-LINE-AMOUNT (W-POI-LINE-INDEX) NOT NUMERIC
      OR POI-LINE-AMOUNT (W-POI-LINE-INDEX) EQUAL ZEROS
      MOVE "ORDER LINE WITHOUT AN AMOUNT" TO W-REJECT-REASON.
*>_________________________________________________________________________

VALIDATE-ORDER-GL-ACCOUNT.

   MOVE POI-GL-ACCOUNT TO COA-ACCOUNT-NUMBER.
   READ CHART-OF-ACCOUNTS-FILE RECORD
      INVALID KEY
         MOVE "GL ACCOUNT NOT IN THE CHART OF ACCOUNTS" TO W-REJECT-REASON
      NOT INVALID KEY
         IF NOT COA-IS-ACTIVE
            MOVE "GL ACCOUNT IS INACTIVE IN THE CHART OF ACCOUNTS"
              TO W-REJECT-REASON
         END-IF
   END-READ.
*>_________________________________________________________________________

VALIDATE-ORDER-JOB.

   MOVE POI-JOB-NUMBER TO JOB-NUMBER.
   READ JOB-FILE RECORD
      INVALID KEY
         MOVE "JOB NOT ON FILE" TO W-REJECT-REASON
      NOT INVALID KEY
         IF NOT (JOB-COMPANY EQUAL W-SESSION-COMPANY
                 OR (JOB-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
            MOVE "JOB BELONGS TO ANOTHER COMPANY" TO W-REJECT-REASON
         ELSE
            IF JOB-IS-CLOSED
               MOVE "JOB IS CLOSED" TO W-REJECT-REASON
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

VALIDATE-ORDER-BUDGET.

*>   Only the growth in unbilled money has to fit what is left on the
*>   account's budget (monthly budgets allow the year-to-date share);
*>   an account with no budget on file encumbers nothing.

   MOVE ZEROS TO W-OLD-UNBILLED.
   IF FOUND-PO-RECORD AND PO-GL-ACCOUNT EQUAL POI-GL-ACCOUNT
      COMPUTE W-OLD-UNBILLED = PO-AMOUNT - PO-BILLED-AMOUNT
      IF W-OLD-UNBILLED LESS THAN ZEROS
         MOVE ZEROS TO W-OLD-UNBILLED.

   MOVE ZEROS TO W-NEW-UNBILLED.
   IF FOUND-PO-RECORD
      COMPUTE W-NEW-UNBILLED = W-ORDER-VALUE - PO-BILLED-AMOUNT
   ELSE
      MOVE W-ORDER-VALUE TO W-NEW-UNBILLED.

   COMPUTE W-BUDGET-NEEDED = W-NEW-UNBILLED - W-OLD-UNBILLED.

   MOVE POI-GL-ACCOUNT TO BUDGET-GL-ACCOUNT.
   MOVE "Y" TO W-FOUND-BUDGET-RECORD.
   READ BUDGET-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-BUDGET-RECORD.

   IF FOUND-BUDGET-RECORD AND W-BUDGET-NEEDED GREATER THAN ZEROS
      IF BUDGET-IS-MONTHLY
         MOVE W-DAY-TODAY (5:2) TO W-THIS-MONTH-NUMBER
         COMPUTE W-EFFECTIVE-BUDGET = BUDGET-AMOUNT * W-THIS-MONTH-NUMBER
      ELSE
         MOVE BUDGET-AMOUNT TO W-EFFECTIVE-BUDGET
      END-IF
      COMPUTE W-REMAINING-BUDGET = W-EFFECTIVE-BUDGET
                                 - BUDGET-USED-AMOUNT
                                 - BUDGET-COMMITTED-AMOUNT
      IF W-BUDGET-NEEDED GREATER THAN W-REMAINING-BUDGET
         MOVE "ORDER EXCEEDS REMAINING GL BUDGET"
           TO W-REJECT-REASON.
*>_________________________________________________________________________

CREATE-INTERFACE-ORDER.

   MOVE SPACES TO PURCHASE-ORDER-RECORD.
   MOVE POI-PO-NUMBER TO PO-NUMBER.
   MOVE ZEROS TO PO-BILLED-AMOUNT.
   MOVE ZEROS TO PO-REQUISITION-NUMBER.
   MOVE "OPEN" TO PO-STATUS.
   IF POI-BUYER EQUAL SPACES
      MOVE "PO-INTERFC" TO PO-ENTERED-BY
   ELSE
      MOVE POI-BUYER TO PO-ENTERED-BY.
   PERFORM MOVE-INTERFACE-FIELDS.
   PERFORM SET-PO-APPROVAL-STATUS.

   WRITE PURCHASE-ORDER-RECORD
      INVALID KEY
         MOVE "ERROR WRITING THE ORDER" TO W-REJECT-REASON
         PERFORM REPORT-REJECTED-LINE
      NOT INVALID KEY
         ADD 1 TO W-CREATED-COUNT
         ADD PO-AMOUNT TO W-ACCEPTED-VALUE
         MOVE "PURCHORDER"   TO W-SYSAUD-RECORD-TYPE
         MOVE "ADD"          TO W-SYSAUD-ACTION
         MOVE PO-NUMBER      TO W-SYSAUD-KEY
         MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
         MOVE PURCHASE-ORDER-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         MOVE PO-GL-ACCOUNT TO W-COMMIT-GL-ACCOUNT
         MOVE PO-AMOUNT     TO W-COMMIT-DELTA
         PERFORM ADJUST-BUDGET-COMMITTED
   END-WRITE.
*>_________________________________________________________________________

CHANGE-INTERFACE-ORDER.

*>   A change order replaces the order as purchasing now has it, and
*>   moves the commitment in unbilled terms exactly as a change keyed
*>   in purchase-order maintenance does.

   MOVE PURCHASE-ORDER-RECORD TO BK-PURCHASE-ORDER-RECORD.
   MOVE PO-GL-ACCOUNT TO W-OLD-PO-GL-ACCOUNT.
   COMPUTE W-OLD-UNBILLED = PO-AMOUNT - PO-BILLED-AMOUNT.
   IF W-OLD-UNBILLED LESS THAN ZEROS
      MOVE ZEROS TO W-OLD-UNBILLED.

   PERFORM MOVE-INTERFACE-FIELDS.
   PERFORM SET-PO-APPROVAL-STATUS.

   REWRITE PURCHASE-ORDER-RECORD
      INVALID KEY
         MOVE "ERROR REWRITING THE ORDER" TO W-REJECT-REASON
         PERFORM REPORT-REJECTED-LINE
      NOT INVALID KEY
         ADD 1 TO W-CHANGED-COUNT
         ADD PO-AMOUNT TO W-ACCEPTED-VALUE
         MOVE "PURCHORDER"   TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE PO-NUMBER      TO W-SYSAUD-KEY
         MOVE BK-PURCHASE-ORDER-RECORD TO W-SYSAUD-BEFORE-IMAGE
         MOVE PURCHASE-ORDER-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         PERFORM MOVE-CHANGED-COMMITMENT
   END-REWRITE.
*>_________________________________________________________________________

MOVE-CHANGED-COMMITMENT.

   COMPUTE W-NEW-UNBILLED = PO-AMOUNT - PO-BILLED-AMOUNT.
   IF W-NEW-UNBILLED LESS THAN ZEROS
      MOVE ZEROS TO W-NEW-UNBILLED.

   IF PO-GL-ACCOUNT EQUAL W-OLD-PO-GL-ACCOUNT
      MOVE PO-GL-ACCOUNT TO W-COMMIT-GL-ACCOUNT
      COMPUTE W-COMMIT-DELTA = W-NEW-UNBILLED - W-OLD-UNBILLED
      PERFORM ADJUST-BUDGET-COMMITTED
   ELSE
      MOVE W-OLD-PO-GL-ACCOUNT TO W-COMMIT-GL-ACCOUNT
      COMPUTE W-COMMIT-DELTA = 0 - W-OLD-UNBILLED
      PERFORM ADJUST-BUDGET-COMMITTED
      MOVE PO-GL-ACCOUNT TO W-COMMIT-GL-ACCOUNT
      MOVE W-NEW-UNBILLED TO W-COMMIT-DELTA
      PERFORM ADJUST-BUDGET-COMMITTED.
*>_________________________________________________________________________

CANCEL-INTERFACE-ORDER.

*>   A cancelled order is closed, never deleted, so what was billed
*>   against it keeps its history; whatever it still had spoken for
*>   goes back to the budget.

   MOVE PURCHASE-ORDER-RECORD TO BK-PURCHASE-ORDER-RECORD.
   MOVE "CLOSED" TO PO-STATUS.

   REWRITE PURCHASE-ORDER-RECORD
      INVALID KEY
         MOVE "ERROR CLOSING THE ORDER" TO W-REJECT-REASON
         PERFORM REPORT-REJECTED-LINE
      NOT INVALID KEY
         ADD 1 TO W-CANCELLED-COUNT
         MOVE "PURCHORDER"   TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE PO-NUMBER      TO W-SYSAUD-KEY
         MOVE BK-PURCHASE-ORDER-RECORD TO W-SYSAUD-BEFORE-IMAGE
         MOVE PURCHASE-ORDER-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         COMPUTE W-OLD-UNBILLED = PO-AMOUNT - PO-BILLED-AMOUNT
         IF W-OLD-UNBILLED GREATER THAN ZEROS
            MOVE PO-GL-ACCOUNT TO W-COMMIT-GL-ACCOUNT
            COMPUTE W-COMMIT-DELTA = 0 - W-OLD-UNBILLED
            PERFORM ADJUST-BUDGET-COMMITTED
         END-IF
   END-REWRITE.
*>_________________________________________________________________________

MOVE-INTERFACE-FIELDS.

   MOVE POI-VENDOR      TO PO-VENDOR.
   MOVE POI-PO-DATE     TO PO-DATE.
   MOVE POI-DESCRIPTION TO PO-DESCRIPTION.
   INSPECT PO-DESCRIPTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   MOVE POI-TYPE        TO PO-TYPE.
   MOVE POI-GL-ACCOUNT  TO PO-GL-ACCOUNT.
   MOVE POI-JOB-NUMBER  TO PO-JOB-NUMBER.

   PERFORM CLEAR-ONE-PO-LINE
      VARYING W-POI-LINE-INDEX FROM 1 BY 1
         UNTIL W-POI-LINE-INDEX GREATER THAN 5.

   IF PO-IS-BLANKET
*>    a blanket carries one ceiling line, as when keyed by hand
      MOVE POI-NTE-AMOUNT  TO PO-NTE-AMOUNT
      MOVE POI-NTE-AMOUNT  TO PO-AMOUNT
      MOVE POI-EXPIRY-DATE TO PO-EXPIRY-DATE
      MOVE 1 TO PO-LINE-COUNT
      MOVE "BLANKET AGREEMENT" TO PO-LINE-DESCRIPTION (1)
      MOVE POI-NTE-AMOUNT  TO PO-LINE-AMOUNT (1)
   ELSE
      MOVE ZEROS TO PO-NTE-AMOUNT
      MOVE ZEROS TO PO-EXPIRY-DATE
      MOVE POI-LINE-COUNT TO PO-LINE-COUNT
      PERFORM COPY-ONE-INTERFACE-LINE
         VARYING W-POI-LINE-INDEX FROM 1 BY 1
            UNTIL W-POI-LINE-INDEX GREATER THAN PO-LINE-COUNT
      MOVE W-ORDER-VALUE TO PO-AMOUNT.
*>_________________________________________________________________________

CLEAR-ONE-PO-LINE.

   MOVE SPACES TO PO-LINE-DESCRIPTION (W-POI-LINE-INDEX).
   MOVE ZEROS  TO PO-LINE-AMOUNT (W-POI-LINE-INDEX).
*>_________________________________________________________________________

COPY-ONE-INTERFACE-LINE.

   MOVE POI-LINE-DESCRIPTION (W-POI-LINE-INDEX)
     TO PO-LINE-DESCRIPTION (W-POI-LINE-INDEX).
   INSPECT PO-LINE-DESCRIPTION (W-POI-LINE-INDEX)
      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   MOVE POI-LINE-AMOUNT (W-POI-LINE-INDEX)
     TO PO-LINE-AMOUNT (W-POI-LINE-INDEX).
*>_________________________________________________________________________

SET-PO-APPROVAL-STATUS.

*>   Dollar-tier control as in purchase-order maintenance: at or over
*>   the control-file limit the order waits in the approval queue,
*>   and a changed order re-earns its approval. The e-procurement
*>   tool's own approvals do not stand in for ours.

   IF W-PO-APPROVAL-LIMIT NOT EQUAL ZEROS
      AND PO-AMOUNT NOT LESS THAN W-PO-APPROVAL-LIMIT
      MOVE "ENTERED" TO PO-APPROVAL-STATUS
      MOVE SPACES    TO PO-APPROVED-BY
      ADD 1 TO W-QUEUED-COUNT
   ELSE
      MOVE "APPROVED" TO PO-APPROVAL-STATUS.
*>_________________________________________________________________________

ADJUST-BUDGET-COMMITTED.

*>   Moves the committed bucket on the budget record; a relief never
*>   drives it negative. Orders with no account (or no budget on
*>   file) adjust nothing.

   IF W-COMMIT-GL-ACCOUNT NOT EQUAL SPACES
      MOVE W-COMMIT-GL-ACCOUNT TO BUDGET-GL-ACCOUNT
      READ BUDGET-FILE RECORD
         INVALID KEY
            CONTINUE
         NOT INVALID KEY
            ADD W-COMMIT-DELTA TO BUDGET-COMMITTED-AMOUNT
            IF BUDGET-COMMITTED-AMOUNT LESS THAN ZEROS
               MOVE ZEROS TO BUDGET-COMMITTED-AMOUNT
            END-IF
            REWRITE BUDGET-RECORD
               INVALID KEY
                  DISPLAY "*** ERROR RECORDING THE BUDGET COMMITMENT ! ***"
            END-REWRITE
      END-READ
   END-IF.
*>_________________________________________________________________________

REPORT-REJECTED-LINE.

   ADD 1 TO W-REJECTED-COUNT.
   MOVE SPACES TO PRINTER-RECORD.
   IF POI-IS-DETAIL
      STRING POI-ACTION " PO " POI-PO-NUMBER " VENDOR " POI-VENDOR " "
             W-REJECT-REASON
        DELIMITED BY SIZE INTO PRINTER-RECORD
      END-STRING
   ELSE
      STRING POI-RECORD-TYPE " " W-REJECT-REASON
        DELIMITED BY SIZE INTO PRINTER-RECORD
      END-STRING.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

PRINT-IMPORT-TOTALS.

   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE W-CONTROL-TOTAL TO D-CONTROL-TOTAL.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "BATCH CONTROLS AGREE: " W-CONTROL-COUNT " LINE(S), ORDER VALUE "
          D-CONTROL-TOTAL
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "CREATED " W-CREATED-COUNT "   CHANGED " W-CHANGED-COUNT
          "   CANCELLED " W-CANCELLED-COUNT "   REJECTED " W-REJECTED-COUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "ORDERS WAITING IN THE APPROVAL QUEUE " W-QUEUED-COUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD
   END-STRING.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

REGISTER-ACCEPTED-BATCH.

*>   The balanced batch goes on the transmission register under its
*>   purchasing batch id - that is what stops a resend from applying
*>   twice. It arrived rather than went out, so it is acknowledged on
*>   the spot and never shows on the overdue check.

   MOVE "PO-INTERFACE-IMPORT" TO W-XMIT-PROGRAM.
   MOVE SPACES TO W-XMIT-FILE-NAME.
   STRING "po-interface.txt " W-BATCH-ID
     DELIMITED BY SIZE INTO W-XMIT-FILE-NAME
   END-STRING.
   COMPUTE W-XMIT-RECORD-COUNT = W-CREATED-COUNT + W-CHANGED-COUNT
                               + W-CANCELLED-COUNT.
   MOVE W-ACCEPTED-VALUE TO W-XMIT-TOTAL-AMOUNT.
   MOVE 0 TO W-XMIT-DEADLINE-DAYS.
   PERFORM LOG-TRANSMISSION.

   OPEN I-O TRANSMISSION-REGISTER-FILE.
   MOVE W-XMIT-NEXT-NUMBER TO XMIT-NUMBER.
   READ TRANSMISSION-REGISTER-FILE RECORD
      INVALID KEY
         DISPLAY "*** TRANSMISSION " W-XMIT-NEXT-NUMBER " NOT FOUND ! ***"
      NOT INVALID KEY
         MOVE "ACKED"     TO XMIT-ACK-STATUS
         MOVE W-DAY-TODAY TO XMIT-ACK-DATE
         MOVE W-BATCH-ID  TO XMIT-ACK-REFERENCE
         REWRITE XMIT-RECORD
            INVALID KEY
               DISPLAY "*** ERROR ACKNOWLEDGING TRANSMISSION "
                       W-XMIT-NEXT-NUMBER " ! ***"
         END-REWRITE
   END-READ.
   CLOSE TRANSMISSION-REGISTER-FILE.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PL-LOG-TRANSMISSION.CBL".
*>_________________________________________________________________________
