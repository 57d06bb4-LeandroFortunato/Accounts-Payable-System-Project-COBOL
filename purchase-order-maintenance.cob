      COPY "SLPO.CBL".
      COPY "SLPOREC.CBL".
      COPY "SLPOREL.CBL".
      COPY "SLREQ.CBL".
      COPY "SLVND02.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLBUDGET.CBL".
      COPY "SLJOB.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".
      COPY "FDPO.CBL".
      COPY "FDPOREC.CBL".
      COPY "FDPOREL.CBL".
      COPY "FDREQ.CBL".
      COPY "FDVND02.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDBUDGET.CBL".
      COPY "FDJOB.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".
     COPY "wsdate.cbl".

      01 W-PO-MENU-OPTION                  PIC 9.
         88 VALID-PO-MENU-OPTION          VALUE 0 THROUGH 9.

      01 W-FOUND-PO-RECORD                 PIC X.
         88 FOUND-PO-RECORD               VALUE "Y".
         88 FOUND-BUDGET-RECORD           VALUE "Y".
      77 W-CURRENT-USER-ID                PIC X(10).

      01 W-JOB-NUMBER-CHECK               PIC X.
         88 JOB-NUMBER-IS-GOOD            VALUE "Y".

      77 BK-PURCHASE-ORDER-RECORD         PIC X(512).

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).

      01 W-FOUND-REQ-RECORD               PIC X.
         88 FOUND-REQ-RECORD              VALUE "Y".

      77 ENTRY-REQ-NUMBER                 PIC 9(6).
      77 BK-REQ-RECORD                    PIC X(512).

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      77 MSG-CONFIRMATION                 PIC X(60).
      77 MSG-OPTION                       PIC X(07).
      77 DUMMY                            PIC X.
   OPEN I-O PURCHASE-ORDER-FILE.
   OPEN I-O PO-RECEIVING-FILE.
   OPEN INPUT PO-RELEASE-FILE.
   OPEN I-O REQUISITION-FILE.
   OPEN I-O VENDOR-FILE.
   OPEN INPUT CONTROL-FILE.
   OPEN I-O BUDGET-FILE.
   OPEN INPUT JOB-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
      NOT INVALID KEY
         MOVE CONTROL-PO-APPROVAL-LIMIT TO W-PO-APPROVAL-LIMIT.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-PO-MENU-OPTION EQUAL ZERO
   CLOSE PURCHASE-ORDER-FILE.
   CLOSE PO-RECEIVING-FILE.
   CLOSE PO-RELEASE-FILE.
   CLOSE REQUISITION-FILE.
   CLOSE VENDOR-FILE.
   CLOSE CONTROL-FILE.
   CLOSE BUDGET-FILE.
   CLOSE JOB-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.
         DISPLAY "                              | 6 - LOG GOODS RECEIPT     |".
         DISPLAY "                              | 7 - APPROVAL QUEUE        |".
         DISPLAY "                              | 8 - STALE ORDERS / CLOSE  |".
         DISPLAY "                              | 9 - CONVERT REQUISITION   |".
         DISPLAY "                              | 0 - EXIT                  |".
         DISPLAY "                              -----------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 10 TIMES.
         ACCEPT W-PO-MENU-OPTION.

        IF W-PO-MENU-OPTION EQUAL ZERO
      OPEN I-O BUDGET-FILE
      OPEN EXTEND SYSTEM-AUDIT-FILE.

   IF W-PO-MENU-OPTION = 9
      MOVE "ADD    " TO MSG-OPTION
      PERFORM CONVERT-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-PO-MENU-OPTION EQUAL ZERO
     IF PO-GL-ACCOUNT NOT EQUAL SPACES
        DISPLAY "5) COMMITS ACCOUNT..: " PO-GL-ACCOUNT.

     IF PO-JOB-NUMBER NOT EQUAL SPACES
        DISPLAY "   FOR JOB..........: " PO-JOB-NUMBER.

     DISPLAY "   STATUS...........: " PO-STATUS.
     IF PO-AWAITS-APPROVAL
        DISPLAY "   APPROVAL.........: AWAITING APPROVAL ( ENTERED BY "
     ELSE
        IF PO-APPROVED-BY NOT EQUAL SPACES
           DISPLAY "   APPROVAL.........: APPROVED BY " PO-APPROVED-BY.

     IF PO-REQUISITION-NUMBER NUMERIC
        AND PO-REQUISITION-NUMBER NOT EQUAL ZEROS
        DISPLAY "   FROM REQUISITION.: " PO-REQUISITION-NUMBER.
     PERFORM JUMP-LINE.
*>_________________________________________________________________________

   MOVE SPACES TO PO-GL-ACCOUNT.
   MOVE ZEROS TO PO-NTE-AMOUNT.
   MOVE ZEROS TO PO-EXPIRY-DATE.
   MOVE ZEROS TO PO-REQUISITION-NUMBER.

   DISPLAY "INSERT THE INFORMATION FOR PURCHASE ORDER " PO-NUMBER.

                            OR QUIT-IS-CONFIRMED.

   IF NOT QUIT-IS-CONFIRMED
      PERFORM GET-PO-GL-ACCOUNT
      MOVE "N" TO W-JOB-NUMBER-CHECK
      PERFORM GET-PO-JOB-NUMBER UNTIL JOB-NUMBER-IS-GOOD.

   IF QUIT-IS-CONFIRMED
      DISPLAY "OPERATION CANCELED ! <ENTER> TO CONTINUE"
         DISPLAY "( NO BUDGET ON FILE FOR THAT ACCOUNT - NOTHING WILL BE ENCUMBERED )".
*>_________________________________________________________________________

GET-PO-JOB-NUMBER.

*>   The job the order is bought for: its unbilled balance shows as
*>   committed spend on the job cost report.

   DISPLAY "   JOB NUMBER (<ENTER> FOR NONE): ".
   MOVE SPACES TO PO-JOB-NUMBER.
   ACCEPT PO-JOB-NUMBER.
   INSPECT PO-JOB-NUMBER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF PO-JOB-NUMBER EQUAL SPACES
      MOVE "Y" TO W-JOB-NUMBER-CHECK
   ELSE
      MOVE PO-JOB-NUMBER TO JOB-NUMBER
      PERFORM CHECK-JOB-NUMBER.
*>_________________________________________________________________________

GET-PO-VENDOR.

   DISPLAY "1) INFORM VENDOR: ".
                 PERFORM LOG-SYSTEM-AUDIT-ENTRY
                 MOVE PO-GL-ACCOUNT TO W-COMMIT-GL-ACCOUNT
                 COMPUTE W-COMMIT-DELTA = 0 - PO-AMOUNT
                 PERFORM ADJUST-BUDGET-COMMITTED
                 IF PO-REQUISITION-NUMBER NUMERIC
                    AND PO-REQUISITION-NUMBER NOT EQUAL ZEROS
                    PERFORM RETURN-REQUISITION-TO-PURCHASING.

     PERFORM GET-AN-EXISTANT-PO-NUMBER.
*>_________________________________________________________________________
     MOVE ENTRY-RECEIPT-AMOUNT TO POREC-AMOUNT.
     MOVE W-CURRENT-USER-ID TO POREC-RECEIVED-BY.
     MOVE SPACES TO POREC-MEMO.
     MOVE ZEROS TO POREC-ERS-VOUCHER POREC-ERS-DATE.
     DISPLAY "RECEIPT MEMO (PACKING SLIP, CARRIER - <ENTER> IF NONE): ".
     ACCEPT POREC-MEMO.
     INSPECT POREC-MEMO CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            DISPLAY "----- ORDER APPROVED ! -----".
*>_________________________________________________________________________

CONVERT-MODULE.

   PERFORM GET-REQ-NUMBER.
   PERFORM CONVERT-ONE-REQUISITION UNTIL ENTRY-REQ-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

GET-REQ-NUMBER.

   MOVE ZEROS TO ENTRY-REQ-NUMBER.
   DISPLAY "INFORM AN APPROVED REQUISITION NUMBER TO CONVERT (<ENTER> FOR MENU)".
   ACCEPT ENTRY-REQ-NUMBER.
*>_________________________________________________________________________

CONVERT-ONE-REQUISITION.

*>   Purchasing turns an approved requisition into an order: the
*>   requester's items, account and suggested vendor carry over, and
*>   the two records point at each other from then on.

   MOVE ENTRY-REQ-NUMBER TO REQ-NUMBER.
   MOVE "Y" TO W-FOUND-REQ-RECORD.
   READ REQUISITION-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-REQ-RECORD.

   IF FOUND-REQ-RECORD
      AND REQ-COMPANY NOT EQUAL W-SESSION-COMPANY
      MOVE "N" TO W-FOUND-REQ-RECORD.

   IF NOT FOUND-REQ-RECORD
      DISPLAY "REQUISITION NOT FOUND ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
   IF NOT REQ-IS-APPROVED
      DISPLAY "*** THE REQUISITION IS " REQ-STATUS " - ONLY APPROVED ONES CAN BE ORDERED ! ***"
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      PERFORM DISPLAY-REQUISITION
      PERFORM ASK-USER-FOR-NEW-PO-NUMBER
      IF ENTRY-PO-NUMBER NOT EQUAL ZEROS
         PERFORM BUILD-PO-FROM-REQUISITION.

   PERFORM GET-REQ-NUMBER.
*>_________________________________________________________________________

DISPLAY-REQUISITION.

   PERFORM CLEAR-SCREEN.
   DISPLAY "REQUISITION.........: " REQ-NUMBER.
   DISPLAY "   REQUESTED BY.....: " REQ-REQUESTER " FOR DEPARTMENT " REQ-DEPARTMENT.
   DISPLAY "   DESCRIPTION......: " REQ-DESCRIPTION.
   PERFORM DISPLAY-ONE-REQ-LINE
      VARYING W-PO-LINE-INDEX FROM 1 BY 1
         UNTIL W-PO-LINE-INDEX GREATER THAN REQ-LINE-COUNT.
   MOVE REQ-ESTIMATED-AMOUNT TO PO-FORMATTED-AMOUNT.
   DISPLAY "   ESTIMATED TOTAL..: " PO-FORMATTED-AMOUNT.
   DISPLAY "   GL ACCOUNT.......: " REQ-GL-ACCOUNT.
   IF REQ-SUGGESTED-VENDOR NOT EQUAL ZEROS
      DISPLAY "   SUGGESTED VENDOR.: " REQ-SUGGESTED-VENDOR.
   DISPLAY "   APPROVED BY......: " REQ-APPROVED-BY.
   PERFORM JUMP-LINE.
*>_________________________________________________________________________

DISPLAY-ONE-REQ-LINE.

   MOVE REQ-LINE-AMOUNT (W-PO-LINE-INDEX) TO PO-FORMATTED-AMOUNT.
   DISPLAY "      " REQ-LINE-QUANTITY (W-PO-LINE-INDEX) " "
           REQ-LINE-DESCRIPTION (W-PO-LINE-INDEX) " " PO-FORMATTED-AMOUNT.
*>_________________________________________________________________________

BUILD-PO-FROM-REQUISITION.

   MOVE SPACES TO PURCHASE-ORDER-RECORD.
   MOVE ENTRY-PO-NUMBER TO PO-NUMBER.
   MOVE ZEROS TO PO-VENDOR.
   MOVE "N" TO W-VALID-ANSWER.  *> quit (QUIT-IS-CONFIRMED)

   IF REQ-SUGGESTED-VENDOR NOT EQUAL ZEROS
      MOVE REQ-SUGGESTED-VENDOR TO VENDOR-NUMBER
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD
      IF FOUND-VENDOR-RECORD
         DISPLAY "ORDER FROM THE SUGGESTED VENDOR " VENDOR-NAME " ?"
         MOVE "USE THE SUGGESTED VENDOR ? <Y/N>" TO MSG-CONFIRMATION
         PERFORM ASK-USER-IF-WANT-TO-COMPLETE
         IF DELETING-IS-CONFIRMED
            MOVE REQ-SUGGESTED-VENDOR TO PO-VENDOR
         END-IF
         MOVE "N" TO W-VALID-ANSWER.

   PERFORM GET-PO-VENDOR
                         UNTIL (PO-VENDOR NOT EQUAL ZEROS
                                          AND
                                    FOUND-VENDOR-RECORD)
                            OR QUIT-IS-CONFIRMED.

   IF QUIT-IS-CONFIRMED
      DISPLAY "OPERATION CANCELED ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      MOVE W-DAY-TODAY          TO PO-DATE
      MOVE REQ-DESCRIPTION      TO PO-DESCRIPTION
      MOVE "ONETIME"            TO PO-TYPE
      MOVE REQ-LINE-COUNT       TO PO-LINE-COUNT
      PERFORM CLEAR-ONE-PO-LINE
         VARYING W-PO-LINE-INDEX FROM 1 BY 1
            UNTIL W-PO-LINE-INDEX GREATER THAN 5
      PERFORM COPY-ONE-REQ-LINE
         VARYING W-PO-LINE-INDEX FROM 1 BY 1
            UNTIL W-PO-LINE-INDEX GREATER THAN PO-LINE-COUNT
      PERFORM SUM-PO-LINES
      MOVE W-PO-LINES-TOTAL     TO PO-AMOUNT
      MOVE ZEROS                TO PO-BILLED-AMOUNT
      MOVE "OPEN"               TO PO-STATUS
      MOVE ZEROS                TO PO-NTE-AMOUNT
      MOVE ZEROS                TO PO-EXPIRY-DATE
      MOVE REQ-GL-ACCOUNT       TO PO-GL-ACCOUNT
      MOVE SPACES               TO PO-JOB-NUMBER
      MOVE REQ-NUMBER           TO PO-REQUISITION-NUMBER
      MOVE W-CURRENT-USER-ID    TO PO-ENTERED-BY
      PERFORM SET-PO-APPROVAL-STATUS
      PERFORM WRITE-PO-RECORD
      IF ERROR-WRITING
         DISPLAY "ERROR WHILE WRITING THE RECORD ! <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         MOVE "PURCHORDER"   TO W-SYSAUD-RECORD-TYPE
         MOVE "ADD"          TO W-SYSAUD-ACTION
         MOVE PO-NUMBER      TO W-SYSAUD-KEY
         MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
         MOVE PURCHASE-ORDER-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         MOVE PO-GL-ACCOUNT TO W-COMMIT-GL-ACCOUNT
         MOVE PO-AMOUNT     TO W-COMMIT-DELTA
         PERFORM ADJUST-BUDGET-COMMITTED
         PERFORM MARK-REQUISITION-ORDERED
         PERFORM DISPLAY-PO-RECORD
         DISPLAY "----- REQUISITION " REQ-NUMBER " ORDERED ON PURCHASE ORDER "
                 PO-NUMBER " ! ----- <ENTER> TO CONTINUE"
         ACCEPT DUMMY.
*>_________________________________________________________________________

CLEAR-ONE-PO-LINE.

   MOVE SPACES TO PO-LINE-DESCRIPTION (W-PO-LINE-INDEX).
   MOVE ZEROS  TO PO-LINE-AMOUNT (W-PO-LINE-INDEX).
*>_________________________________________________________________________

COPY-ONE-REQ-LINE.

   MOVE REQ-LINE-DESCRIPTION (W-PO-LINE-INDEX)
                             TO PO-LINE-DESCRIPTION (W-PO-LINE-INDEX).
   MOVE REQ-LINE-AMOUNT (W-PO-LINE-INDEX)
                             TO PO-LINE-AMOUNT (W-PO-LINE-INDEX).
*>_________________________________________________________________________

MARK-REQUISITION-ORDERED.

   MOVE REQ-RECORD TO BK-REQ-RECORD.
   MOVE "ORDERED"         TO REQ-STATUS.
   MOVE PO-NUMBER         TO REQ-PO-NUMBER.
   MOVE W-CURRENT-USER-ID TO REQ-ORDERED-BY.
   MOVE W-DAY-TODAY       TO REQ-ORDERED-DATE.
   PERFORM REWRITE-REQUISITION.
*>_________________________________________________________________________

RETURN-REQUISITION-TO-PURCHASING.

*>   Deleting the order puts its requisition back in purchasing's
*>   hands, still approved, to be ordered again.

   MOVE PO-REQUISITION-NUMBER TO REQ-NUMBER.
   READ REQUISITION-FILE RECORD
      INVALID KEY
         CONTINUE
      NOT INVALID KEY
         IF REQ-IS-ORDERED AND REQ-PO-NUMBER EQUAL PO-NUMBER
            MOVE REQ-RECORD TO BK-REQ-RECORD
            MOVE "APPROVED" TO REQ-STATUS
            MOVE ZEROS      TO REQ-PO-NUMBER
            MOVE SPACES     TO REQ-ORDERED-BY
            MOVE ZEROS      TO REQ-ORDERED-DATE
            PERFORM REWRITE-REQUISITION
            DISPLAY "REQUISITION " REQ-NUMBER " IS BACK AWAITING AN ORDER."
         END-IF
   END-READ.
*>_________________________________________________________________________

REWRITE-REQUISITION.

   REWRITE REQ-RECORD
      INVALID KEY
         MOVE "REWRITE"       TO W-EXCLOG-OPERATION
         MOVE REQ-NUMBER      TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         DISPLAY "ERROR WHILE REWRITING THE REQUISITION !"
      NOT INVALID KEY
         MOVE "REQUISITN"     TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"        TO W-SYSAUD-ACTION
         MOVE REQ-NUMBER      TO W-SYSAUD-KEY
         MOVE BK-REQ-RECORD   TO W-SYSAUD-BEFORE-IMAGE
         MOVE REQ-RECORD      TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

WRITE-PO-RECORD.

   MOVE "N" TO W-ERROR-WRITING.
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
COPY "PL-CHECK-JOB-NUMBER.CBL".
COPY "PL-READ-SESSION-COMPANY.CBL".
*>_________________________________________________________________________
