
      COPY "SLCHKSTK.CBL".
      COPY "SLCHKREG.CBL".
      COPY "SLSPOIL.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

      COPY "FDCHKSTK.CBL".
      COPY "FDCHKREG.CBL".
      COPY "FDSPOIL.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".
   WORKING-STORAGE SECTION.

      COPY "wscase01.cbl".
      COPY "wsspoil.cbl".

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE 1 THROUGH 4.

      77 ENTRY-RANGE-START                PIC 9(6).
      77 ENTRY-SPOILED-NUMBER             PIC 9(6).
      77 ENTRY-SPOIL-REASON               PIC X(30).

      77 BK-CHKSTK-RECORD                 PIC X(512).


   OPEN I-O CHECK-STOCK-FILE.
   OPEN I-O CHECK-REGISTER-FILE.
   OPEN I-O SPOILED-CHECK-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
                               W-OPTION EQUAL ZERO
   CLOSE CHECK-STOCK-FILE.
   CLOSE CHECK-REGISTER-FILE.
   CLOSE SPOILED-CHECK-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

LIST-STOCK-MODULE.

   DISPLAY "RANGE START  RANGE END  BANK  RECEIVED   ISSUED     STATUS    SPOILED".
   DISPLAY "===========  =========  ====  ========   ========   ========  =======".

   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO CHKSTK-RANGE-START.
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF CHKSTK-SPOILED-COUNT NOT NUMERIC
            MOVE ZEROS TO CHKSTK-SPOILED-COUNT
         END-IF
         DISPLAY CHKSTK-RANGE-START "       " CHKSTK-RANGE-END
                 "    " CHKSTK-BANK-CODE "   " CHKSTK-RECEIVED-DATE
                 "   " CHKSTK-ISSUED-DATE "   " CHKSTK-STATUS
                 "  " CHKSTK-SPOILED-COUNT
   END-READ.
*>_________________________________________________________________________

            MOVE W-DAY-TODAY TO CHKSTK-RECEIVED-DATE
            MOVE ZEROS       TO CHKSTK-ISSUED-DATE
            MOVE "ONHAND"    TO CHKSTK-STATUS
            MOVE ZEROS       TO CHKSTK-SPOILED-COUNT

            WRITE CHKSTK-RECORD
               INVALID KEY
            MOVE "N" TO W-FOUND-CHECKREG-RECORD
      END-READ

      MOVE SPACES TO ENTRY-SPOIL-REASON

      IF FOUND-CHECKREG-RECORD
         DISPLAY "THAT NUMBER IS ALREADY IN THE REGISTER - SPOIL OR REPRINT IT"
         DISPLAY "THROUGH PAYMENT RUN MAINTENANCE ! <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         DISPLAY "REASON THE FORM WAS SPOILED: "
         ACCEPT ENTRY-SPOIL-REASON
      END-IF

      IF FOUND-CHECKREG-RECORD
         CONTINUE
      ELSE
      IF ENTRY-SPOIL-REASON EQUAL SPACES
         DISPLAY "THE REASON IS REQUIRED ! <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         MOVE "DO YOU CONFIRM VOIDING THIS FORM AS SPOILED ?" TO MSG-CONFIRMATION
                  MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
                  MOVE CHECKREG-RECORD TO W-SYSAUD-AFTER-IMAGE
                  PERFORM LOG-SYSTEM-AUDIT-ENTRY
                  MOVE ENTRY-SPOILED-NUMBER TO W-SPOIL-CHECK-NUMBER
                  MOVE ZEROS          TO W-SPOIL-RUN-NUMBER
                  MOVE SPACES         TO W-SPOIL-BANK-CODE
                  MOVE ENTRY-SPOIL-REASON TO W-SPOIL-REASON
                  MOVE "N"            TO W-SPOIL-WAS-PRINTED
                  MOVE ZEROS          TO W-SPOIL-AMOUNT
                  PERFORM LOG-SPOILED-CHECK
                  DISPLAY "----- FORM VOIDED AS SPOILED ! ----- <ENTER> TO CONTINUE"
                  ACCEPT DUMMY
            END-WRITE
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-LOG-SPOILED-CHECK.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
