      COPY "SLVND02.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLROLE.CBL".
      COPY "SLOTPAY.CBL".
      COPY "SLVOUCH.CBL".

      SELECT LIST-IMPORT-FILE
             ASSIGN TO "denied-party-list.txt"
      COPY "FDVND02.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDROLE.CBL".
      COPY "FDOTPAY.CBL".
      COPY "FDVOUCH.CBL".

      FD LIST-IMPORT-FILE
         LABEL RECORDS ARE OMITTED.
      01 W-END-OF-HITS                     PIC X.
         88 END-OF-HITS                   VALUE "Y".

      01 W-END-OF-PAYEES                   PIC X.
         88 END-OF-PAYEES                 VALUE "Y".

      01 W-FOUND-VOUCHER-RECORD            PIC X.
         88 FOUND-VOUCHER-RECORD          VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 LOAD-IS-CONFIRMED             VALUE "Y".
      77 W-LOADED-COUNT                    PIC 9(6).
      77 W-HIT-COUNT                       PIC 9(4).
      77 W-SCREENED-COUNT                  PIC 9(6).
      77 W-PAYEE-SCREENED-COUNT            PIC 9(6).
      77 W-NEXT-HIT-SEQ                    PIC 9(2).
      77 W-SAVED-HIT-KEY                   PIC X(7).
      77 W-HIT-FIELD                       PIC X(10).
      77 W-CURRENT-USER-ID                 PIC X(10).
      COPY "wsperm.cbl".

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
      77 W-SYSAUD-ACTION                  PIC X(06).

   PERFORM GET-CURRENT-USER.

   MOVE SPACES TO W-PERM-FUNCTION.
   MOVE "MAIN" TO W-PERM-MENU.
   MOVE 24 TO W-PERM-OPTION.
   PERFORM CHECK-PERMISSION.

   IF NOT PERMISSION-GRANTED
      DISPLAY "ACCESS DENIED - YOUR ROLE MAY NOT RUN DENIED-PARTY SCREENING !"
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY
      EXIT PROGRAM

   OPEN I-O SCREENING-HIT-FILE.
   OPEN I-O VENDOR-FILE.
   OPEN I-O ONE-TIME-PAYEE-FILE.
   OPEN I-O VOUCHER-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM GET-MENU-OPTION *> force first pass

   CLOSE SCREENING-HIT-FILE.
   CLOSE VENDOR-FILE.
   CLOSE ONE-TIME-PAYEE-FILE.
   CLOSE VOUCHER-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   PERFORM SCREEN-NEXT-VENDOR UNTIL END-OF-FILE.

*>   One-time payees still waiting for their check are screened too.
   MOVE 0 TO W-PAYEE-SCREENED-COUNT.
   MOVE "N" TO W-END-OF-PAYEES.
   MOVE ZEROS TO OTP-VOUCHER.
   START ONE-TIME-PAYEE-FILE KEY IS NOT LESS THAN OTP-VOUCHER
      INVALID KEY
         MOVE "Y" TO W-END-OF-PAYEES.

   PERFORM SCREEN-NEXT-ONE-TIME-PAYEE UNTIL END-OF-PAYEES.

   DISPLAY W-SCREENED-COUNT " VENDOR(S) AND " W-PAYEE-SCREENED-COUNT
           " UNPAID ONE-TIME PAYEE(S) SCREENED, ".
   DISPLAY W-HIT-COUNT " POTENTIAL MATCH(ES) HELD FOR REVIEW.".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________
   END-READ.
*>_________________________________________________________________________

SCREEN-NEXT-ONE-TIME-PAYEE.

   READ ONE-TIME-PAYEE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-PAYEES
      NOT AT END
         IF NOT OTP-SCREEN-HIT AND NOT OTP-SCREEN-BLOCKED
            PERFORM READ-ONE-TIME-PAYEE-VOUCHER
            IF FOUND-VOUCHER-RECORD AND VOUCHER-PAID-DATE EQUAL ZEROS
               ADD 1 TO W-PAYEE-SCREENED-COUNT
               MOVE OTP-NAME TO W-SCREEN-NAME
               PERFORM SCREEN-ONE-NAME
               IF SCREEN-NAME-HIT
                  PERFORM RECORD-A-ONE-TIME-PAYEE-HIT
               END-IF
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

READ-ONE-TIME-PAYEE-VOUCHER.

   MOVE OTP-VOUCHER TO VOUCHER-NUMBER.
   MOVE "Y" TO W-FOUND-VOUCHER-RECORD.
   READ VOUCHER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-VOUCHER-RECORD.
*>_________________________________________________________________________

RECORD-A-ONE-TIME-PAYEE-HIT.

*>   The hit is kept on the payee record itself - the reserved vendor
*>   stands for many payees and must not be held for one of them. The
*>   payee's voucher is held instead.

   ADD 1 TO W-HIT-COUNT.
   DISPLAY "POTENTIAL MATCH: ONE-TIME PAYEE OF VOUCHER " OTP-VOUCHER " " OTP-NAME.
   DISPLAY "   NAME RESEMBLES LIST ENTRY " W-SCREEN-MATCHED-NAME.

   MOVE OTP-RECORD TO W-SYSAUD-BEFORE-IMAGE.
   MOVE "HIT"                 TO OTP-SCREEN-STATUS.
   MOVE W-SCREEN-MATCHED-NAME TO OTP-SCREEN-MATCHED-NAME.
   MOVE SPACES                TO OTP-SCREEN-RESOLVED-BY.
   MOVE ZEROS                 TO OTP-SCREEN-RESOLVED-DATE.
   MOVE SPACES                TO OTP-SCREEN-NOTE.
   REWRITE OTP-RECORD
      INVALID KEY
         DISPLAY "*** ERROR REWRITING THE ONE-TIME PAYEE ! ***"
      NOT INVALID KEY
         MOVE "OTPAYEE"      TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"       TO W-SYSAUD-ACTION
         MOVE OTP-VOUCHER    TO W-SYSAUD-KEY
         MOVE OTP-RECORD     TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.

   MOVE "Y" TO W-END-OF-FILE. *> reused: hold the voucher
   PERFORM SET-ONE-TIME-VOUCHER-HOLD.
*>_________________________________________________________________________

SET-ONE-TIME-VOUCHER-HOLD.

*>   W-END-OF-FILE carries the hold wanted: "Y" to hold, "N" to release.

   IF VOUCHER-HOLD NOT EQUAL W-END-OF-FILE
      MOVE VOUCHER-RECORD TO W-SYSAUD-BEFORE-IMAGE
      MOVE W-END-OF-FILE TO VOUCHER-HOLD
      REWRITE VOUCHER-RECORD
         INVALID KEY
            DISPLAY "*** ERROR CHANGING THE HOLD ON VOUCHER " VOUCHER-NUMBER " ! ***"
         NOT INVALID KEY
            MOVE "VOUCHER"       TO W-SYSAUD-RECORD-TYPE
            MOVE "CHANGE"        TO W-SYSAUD-ACTION
            MOVE VOUCHER-NUMBER  TO W-SYSAUD-KEY
            MOVE VOUCHER-RECORD  TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-REWRITE.
*>_________________________________________________________________________

REVIEW-MODULE.

   MOVE 0 TO W-HIT-COUNT.

   PERFORM REVIEW-NEXT-HIT UNTIL END-OF-HITS.

   MOVE "N" TO W-END-OF-PAYEES.
   MOVE ZEROS TO OTP-VOUCHER.
   START ONE-TIME-PAYEE-FILE KEY IS NOT LESS THAN OTP-VOUCHER
      INVALID KEY
         MOVE "Y" TO W-END-OF-PAYEES.

   PERFORM REVIEW-NEXT-ONE-TIME-PAYEE UNTIL END-OF-PAYEES.

   IF W-HIT-COUNT EQUAL ZEROS
      DISPLAY "NO OPEN SCREENING HITS TO REVIEW.".
   DISPLAY "<ENTER> TO CONTINUE".
   END-EVALUATE.
*>_________________________________________________________________________

REVIEW-NEXT-ONE-TIME-PAYEE.

   READ ONE-TIME-PAYEE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-PAYEES
      NOT AT END
         IF OTP-SCREEN-HIT
            ADD 1 TO W-HIT-COUNT
            PERFORM REVIEW-ONE-TIME-PAYEE-HIT
         END-IF
   END-READ.
*>_________________________________________________________________________

REVIEW-ONE-TIME-PAYEE-HIT.

   PERFORM READ-ONE-TIME-PAYEE-VOUCHER.

   DISPLAY " ".
   DISPLAY "HIT: ONE-TIME PAYEE " OTP-NAME.
   DISPLAY "   OF VOUCHER " OTP-VOUCHER " - " OTP-ADDRESS-1 " " OTP-CITY " " OTP-STATE.
   DISPLAY "   NAME RESEMBLES " OTP-SCREEN-MATCHED-NAME
           " ( ENTERED " OTP-DATE-ENTERED " )".

   PERFORM GET-RESOLUTION-ACTION.
   PERFORM GET-RESOLUTION-ACTION UNTIL VALID-RESOLUTION-ACTION.

   IF ACTION-IS-CLEAR OR ACTION-IS-BLOCK
      MOVE OTP-RECORD TO W-SYSAUD-BEFORE-IMAGE
      MOVE W-CURRENT-USER-ID TO OTP-SCREEN-RESOLVED-BY
      MOVE W-DAY-TODAY       TO OTP-SCREEN-RESOLVED-DATE
      IF ACTION-IS-CLEAR
         MOVE "CLEARED" TO OTP-SCREEN-STATUS
         DISPLAY "NOTE FOR THE FILE (WHY IT IS NOT THE LISTED PARTY): "
      ELSE
         MOVE "BLOCKED" TO OTP-SCREEN-STATUS
         DISPLAY "NOTE FOR THE FILE: "
      END-IF
      ACCEPT OTP-SCREEN-NOTE
      INSPECT OTP-SCREEN-NOTE CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      REWRITE OTP-RECORD
         INVALID KEY
            DISPLAY "*** ERROR REWRITING THE ONE-TIME PAYEE ! ***"
         NOT INVALID KEY
            MOVE "OTPAYEE"      TO W-SYSAUD-RECORD-TYPE
            MOVE "CHANGE"       TO W-SYSAUD-ACTION
            MOVE OTP-VOUCHER    TO W-SYSAUD-KEY
            MOVE OTP-RECORD     TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
      END-REWRITE.

*>   A cleared payee's voucher is free to pay; a blocked one stays held
*>   for good.
   IF ACTION-IS-CLEAR AND FOUND-VOUCHER-RECORD
      MOVE "N" TO W-END-OF-FILE
      PERFORM SET-ONE-TIME-VOUCHER-HOLD
      DISPLAY "----- HIT CLEARED - THE VOUCHER'S HOLD IS OFF ! -----"
   ELSE
   IF ACTION-IS-BLOCK AND FOUND-VOUCHER-RECORD
      MOVE "Y" TO W-END-OF-FILE
      PERFORM SET-ONE-TIME-VOUCHER-HOLD
      DISPLAY "----- PAYEE BLOCKED - THE VOUCHER STAYS ON HOLD ! -----"
   ELSE
   IF NOT ACTION-IS-CLEAR AND NOT ACTION-IS-BLOCK
      DISPLAY "THE HIT STAYS OPEN - THE VOUCHER STAYS HELD.".
*>_________________________________________________________________________

GET-RESOLUTION-ACTION.

   DISPLAY "(C)LEAR AS A FALSE POSITIVE, (B)LOCK THE VENDOR, OR (K)EEP OPEN ?".
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

COPY "PLGENERAL.CBL".
COPY "PL-SCREEN-ONE-NAME.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
*>_________________________________________________________________________
