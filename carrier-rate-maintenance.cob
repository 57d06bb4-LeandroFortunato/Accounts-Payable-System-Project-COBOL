IDENTIFICATION DIVISION.
PROGRAM-ID. carrier-rate-maintenance.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLCARR.CBL".
      COPY "SLCARATE.CBL".
      COPY "SLVND02.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLSESSION.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDCARR.CBL".
      COPY "FDCARATE.CBL".
      COPY "FDVND02.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDSESSION.CBL".

   WORKING-STORAGE SECTION.

      COPY "wscase01.cbl".
      COPY "wsdate.cbl".

      01 W-CARRIER-MENU-OPTION             PIC 9.
         88 VALID-CARRIER-MENU-OPTION     VALUE 0 THROUGH 5.

      01 W-END-OF-RATES                    PIC X.
         88 END-OF-RATES                  VALUE "Y".

      01 W-FOUND-CARRIER-RECORD            PIC X.
         88 FOUND-CARRIER-RECORD          VALUE "Y".

      01 W-FOUND-CARATE-RECORD             PIC X.
         88 FOUND-CARATE-RECORD           VALUE "Y".

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 DELETING-IS-CONFIRMED         VALUE "Y".
         88 QUIT-IS-CONFIRMED             VALUE "Y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      77 ENTRY-CARRIER-VENDOR              PIC 9(5).
      77 ENTRY-ORIGIN-ZONE                 PIC X(3).
      77 ENTRY-DEST-ZONE                   PIC X(3).
      77 ENTRY-WEIGHT-BREAK                PIC 9(6).
      77 W-RATES-LISTED                    PIC 9(4).
      77 W-RATES-DELETED                   PIC 9(4).
      77 W-FORMATTED-AMOUNT                PIC ZZ,ZZ9.99.
      77 W-FORMATTED-PERCENT               PIC Z9.99.
      77 W-FORMATTED-WEIGHT                PIC ZZZ,ZZ9.
      77 W-FORMATTED-DATE                  PIC 99/99/9999.
      77 DUMMY-FOR-DATE-12                 PIC 9(12).
      77 W-DATE-MM-DD-CCYY                 PIC 9(8).

      77 BK-CARRIER-RECORD                 PIC X(28).
      77 BK-CARATE-RECORD                  PIC X(35).

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

*>   The freight carriers we audit and their tariffs. A vendor is
*>   made a carrier here; from then on voucher entry asks for the
*>   shipment behind each of its bills and rates it from these lines.

   OPEN I-O CARRIER-FILE.
   OPEN I-O CARRIER-RATE-FILE.
   OPEN INPUT VENDOR-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-CARRIER-MENU-OPTION EQUAL ZERO
                            OR VALID-CARRIER-MENU-OPTION.

   PERFORM DO-OPTIONS UNTIL W-CARRIER-MENU-OPTION EQUAL ZERO

   CLOSE CARRIER-FILE.
   CLOSE CARRIER-RATE-FILE.
   CLOSE VENDOR-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

         PERFORM CLEAR-SCREEN.
         DISPLAY "                      FREIGHT CARRIERS AND RATES".
         DISPLAY " "
         DISPLAY "                           --------------------------------".
         DISPLAY "                           | 1 - ADD / CHANGE CARRIER     |".
         DISPLAY "                           | 2 - LOOK UP CARRIER / RATES  |".
         DISPLAY "                           | 3 - DELETE CARRIER           |".
         DISPLAY "                           | 4 - ADD / CHANGE RATE LINE   |".
         DISPLAY "                           | 5 - DELETE RATE LINE         |".
         DISPLAY "                           | 0 - EXIT                     |".
         DISPLAY "                           --------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 10 TIMES.
         ACCEPT W-CARRIER-MENU-OPTION.

        IF W-CARRIER-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-CARRIER-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-CARRIER-MENU-OPTION = 1
      PERFORM ADD-CHANGE-CARRIER-MODULE.

   IF W-CARRIER-MENU-OPTION = 2
      PERFORM INQUIRY-MODULE.

   IF W-CARRIER-MENU-OPTION = 3
      PERFORM DELETE-CARRIER-MODULE.

   IF W-CARRIER-MENU-OPTION = 4
      PERFORM ADD-CHANGE-RATE-MODULE.

   IF W-CARRIER-MENU-OPTION = 5
      PERFORM DELETE-RATE-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-CARRIER-MENU-OPTION EQUAL ZERO
                            OR VALID-CARRIER-MENU-OPTION.
*>_________________________________________________________________________

GET-CARRIER-VENDOR.

   MOVE ZEROS TO ENTRY-CARRIER-VENDOR.
   DISPLAY "CARRIER VENDOR NUMBER (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-CARRIER-VENDOR.

   IF ENTRY-CARRIER-VENDOR NOT EQUAL ZEROS
      MOVE ENTRY-CARRIER-VENDOR TO VENDOR-NUMBER
      MOVE "Y" TO W-FOUND-VENDOR-RECORD
      PERFORM LOOK-FOR-VENDOR-RECORD
      IF NOT FOUND-VENDOR-RECORD
         DISPLAY "*** VENDOR NOT FOUND IN VENDOR-FILE ! ***"
         MOVE ZEROS TO ENTRY-CARRIER-VENDOR
      ELSE
         DISPLAY "   " VENDOR-NAME.
*>_________________________________________________________________________

LOOK-FOR-CARRIER-RECORD.

   MOVE ENTRY-CARRIER-VENDOR TO CARRIER-VENDOR.
   MOVE "Y" TO W-FOUND-CARRIER-RECORD.
   READ CARRIER-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-CARRIER-RECORD.
*>_________________________________________________________________________

DISPLAY-CARRIER-RECORD.

   MOVE CARRIER-TOLERANCE-PERCENT TO W-FORMATTED-PERCENT.
   MOVE CARRIER-MINIMUM-CHARGE    TO W-FORMATTED-AMOUNT.
   DISPLAY "CARRIER " CARRIER-VENDOR "  SCAC " CARRIER-SCAC
           "  TOLERANCE " W-FORMATTED-PERCENT "%"
           "  MINIMUM CHARGE " W-FORMATTED-AMOUNT.
*>_________________________________________________________________________

ADD-CHANGE-CARRIER-MODULE.

   PERFORM GET-CARRIER-VENDOR.
   PERFORM ADD-CHANGE-ONE-CARRIER
                         UNTIL ENTRY-CARRIER-VENDOR EQUAL ZEROS.
*>_________________________________________________________________________

ADD-CHANGE-ONE-CARRIER.

   PERFORM LOOK-FOR-CARRIER-RECORD.

   IF FOUND-CARRIER-RECORD
      PERFORM DISPLAY-CARRIER-RECORD
      MOVE CARRIER-RECORD TO BK-CARRIER-RECORD
   ELSE
      MOVE SPACES TO CARRIER-RECORD
      MOVE ENTRY-CARRIER-VENDOR TO CARRIER-VENDOR
      MOVE ZEROS TO CARRIER-TOLERANCE-PERCENT CARRIER-MINIMUM-CHARGE
      MOVE W-DAY-TODAY TO CARRIER-ADDED-DATE
      MOVE SPACES TO BK-CARRIER-RECORD.

   PERFORM GET-CARRIER-FIELDS.

   IF CARRIER-SCAC EQUAL SPACES *> a quit
      CONTINUE
   ELSE
      IF BK-CARRIER-RECORD EQUAL SPACES
         WRITE CARRIER-RECORD
            INVALID KEY
               DISPLAY "ERROR WHILE WRITING THE CARRIER !"
            NOT INVALID KEY
               MOVE "CARRIER"       TO W-SYSAUD-RECORD-TYPE
               MOVE "ADD"           TO W-SYSAUD-ACTION
               MOVE CARRIER-VENDOR  TO W-SYSAUD-KEY
               MOVE SPACES          TO W-SYSAUD-BEFORE-IMAGE
               MOVE CARRIER-RECORD  TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
               DISPLAY "----- CARRIER ADDED ! -----"
         END-WRITE
      ELSE
         REWRITE CARRIER-RECORD
            INVALID KEY
               DISPLAY "ERROR WHILE REWRITING THE CARRIER !"
            NOT INVALID KEY
               MOVE "CARRIER"       TO W-SYSAUD-RECORD-TYPE
               MOVE "CHANGE"        TO W-SYSAUD-ACTION
               MOVE CARRIER-VENDOR  TO W-SYSAUD-KEY
               MOVE BK-CARRIER-RECORD TO W-SYSAUD-BEFORE-IMAGE
               MOVE CARRIER-RECORD  TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
               DISPLAY "----- CARRIER CHANGED ! -----"
         END-REWRITE.

   PERFORM GET-CARRIER-VENDOR.
*>_________________________________________________________________________

GET-CARRIER-FIELDS.

   DISPLAY "CARRIER SCAC CODE (<ENTER> TO CANCEL): ".
   ACCEPT CARRIER-SCAC.
   INSPECT CARRIER-SCAC CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   IF CARRIER-SCAC NOT EQUAL SPACES
      DISPLAY "TOLERANCE OVER THE RATED CHARGE, PERCENT (99.99): "
      ACCEPT CARRIER-TOLERANCE-PERCENT
      DISPLAY "MINIMUM CHARGE PER SHIPMENT (99999.99): "
      ACCEPT CARRIER-MINIMUM-CHARGE.
*>_________________________________________________________________________

INQUIRY-MODULE.

   PERFORM GET-CARRIER-VENDOR.
   PERFORM SHOW-ONE-CARRIER UNTIL ENTRY-CARRIER-VENDOR EQUAL ZEROS.
*>_________________________________________________________________________

SHOW-ONE-CARRIER.

   PERFORM LOOK-FOR-CARRIER-RECORD.

   IF NOT FOUND-CARRIER-RECORD
      DISPLAY "THIS VENDOR IS NOT SET UP AS A CARRIER !"
   ELSE
      PERFORM DISPLAY-CARRIER-RECORD
      DISPLAY " "
      DISPLAY "   ORIGIN DEST.  WEIGHT FROM  RATE/CWT  FUEL %  EFFECTIVE"
      MOVE ZEROS TO W-RATES-LISTED
      PERFORM START-CARRIER-RATES
      PERFORM SHOW-NEXT-RATE-LINE UNTIL END-OF-RATES
      IF W-RATES-LISTED EQUAL ZEROS
         DISPLAY "   ( NO RATE LINES )".

   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.

   PERFORM GET-CARRIER-VENDOR.
*>_________________________________________________________________________

START-CARRIER-RATES.

   MOVE "N" TO W-END-OF-RATES.
   MOVE ENTRY-CARRIER-VENDOR TO CARATE-VENDOR.
   MOVE LOW-VALUES TO CARATE-ORIGIN-ZONE CARATE-DEST-ZONE.
   MOVE ZEROS TO CARATE-WEIGHT-BREAK.
   START CARRIER-RATE-FILE KEY IS NOT LESS THAN CARATE-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-RATES.
*>_________________________________________________________________________

SHOW-NEXT-RATE-LINE.

   READ CARRIER-RATE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-RATES
      NOT AT END
         IF CARATE-VENDOR NOT EQUAL ENTRY-CARRIER-VENDOR
            MOVE "Y" TO W-END-OF-RATES
         ELSE
            ADD 1 TO W-RATES-LISTED
            PERFORM DISPLAY-RATE-LINE
            IF W-RATES-LISTED = 15 OR W-RATES-LISTED = 30
               OR W-RATES-LISTED = 45 OR W-RATES-LISTED = 60
               DISPLAY "<ENTER> FOR MORE"
               ACCEPT DUMMY
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

DISPLAY-RATE-LINE.

   MOVE CARATE-WEIGHT-BREAK TO W-FORMATTED-WEIGHT.
   MOVE CARATE-RATE-PER-CWT TO W-FORMATTED-AMOUNT.
   MOVE CARATE-FUEL-PERCENT TO W-FORMATTED-PERCENT.
   COMPUTE DUMMY-FOR-DATE-12 = CARATE-EFFECTIVE-DATE * 10000.0001.
   MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
   MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
   DISPLAY "   " CARATE-ORIGIN-ZONE "    " CARATE-DEST-ZONE
           "    " W-FORMATTED-WEIGHT "  " W-FORMATTED-AMOUNT
           "   " W-FORMATTED-PERCENT "  " W-FORMATTED-DATE.
*>_________________________________________________________________________

DELETE-CARRIER-MODULE.

   PERFORM GET-CARRIER-VENDOR.
   PERFORM DELETE-ONE-CARRIER UNTIL ENTRY-CARRIER-VENDOR EQUAL ZEROS.
*>_________________________________________________________________________

DELETE-ONE-CARRIER.

*>   The vendor stops being a carrier and its tariff goes with it;
*>   vouchers already audited keep their freight detail.

   PERFORM LOOK-FOR-CARRIER-RECORD.

   IF NOT FOUND-CARRIER-RECORD
      DISPLAY "THIS VENDOR IS NOT SET UP AS A CARRIER !"
   ELSE
      PERFORM DISPLAY-CARRIER-RECORD
      MOVE "DELETE THIS CARRIER AND ALL ITS RATE LINES ?" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE
      IF DELETING-IS-CONFIRMED
         MOVE CARRIER-RECORD TO BK-CARRIER-RECORD
         DELETE CARRIER-FILE RECORD
            INVALID KEY
               DISPLAY "ERROR WHILE DELETING THE CARRIER !"
            NOT INVALID KEY
               MOVE "CARRIER"       TO W-SYSAUD-RECORD-TYPE
               MOVE "DELETE"        TO W-SYSAUD-ACTION
               MOVE ENTRY-CARRIER-VENDOR TO W-SYSAUD-KEY
               MOVE BK-CARRIER-RECORD TO W-SYSAUD-BEFORE-IMAGE
               MOVE SPACES          TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-SYSTEM-AUDIT-ENTRY
               MOVE ZEROS TO W-RATES-DELETED
               PERFORM START-CARRIER-RATES
               PERFORM DELETE-NEXT-RATE-LINE UNTIL END-OF-RATES
               DISPLAY "CARRIER DELETED WITH " W-RATES-DELETED " RATE LINE(S)."
         END-DELETE.

   PERFORM GET-CARRIER-VENDOR.
*>_________________________________________________________________________

DELETE-NEXT-RATE-LINE.

   READ CARRIER-RATE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-RATES
      NOT AT END
         IF CARATE-VENDOR NOT EQUAL ENTRY-CARRIER-VENDOR
            MOVE "Y" TO W-END-OF-RATES
         ELSE
            PERFORM DELETE-THE-RATE-LINE
         END-IF
   END-READ.
*>_________________________________________________________________________

DELETE-THE-RATE-LINE.

   MOVE CARATE-RECORD TO BK-CARATE-RECORD.
   DELETE CARRIER-RATE-FILE RECORD
      INVALID KEY
         DISPLAY "ERROR WHILE DELETING RATE LINE " CARATE-KEY " !"
      NOT INVALID KEY
         ADD 1 TO W-RATES-DELETED
         MOVE "CARRATE"       TO W-SYSAUD-RECORD-TYPE
         MOVE "DELETE"        TO W-SYSAUD-ACTION
         MOVE CARATE-KEY      TO W-SYSAUD-KEY
         MOVE BK-CARATE-RECORD TO W-SYSAUD-BEFORE-IMAGE
         MOVE SPACES          TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-DELETE.
*>_________________________________________________________________________

GET-RATE-LINE-KEY.

*>   Carrier first, then the lane and weight break of the line.

   PERFORM GET-CARRIER-VENDOR.

   IF ENTRY-CARRIER-VENDOR NOT EQUAL ZEROS
      PERFORM LOOK-FOR-CARRIER-RECORD
      IF NOT FOUND-CARRIER-RECORD
         DISPLAY "*** SET THIS VENDOR UP AS A CARRIER FIRST (OPTION 1) ! ***"
         MOVE ZEROS TO ENTRY-CARRIER-VENDOR
      ELSE
         MOVE SPACES TO ENTRY-ORIGIN-ZONE
         PERFORM GET-ORIGIN-ZONE UNTIL ENTRY-ORIGIN-ZONE IS NUMERIC
                                    OR ENTRY-ORIGIN-ZONE EQUAL SPACES
         IF ENTRY-ORIGIN-ZONE EQUAL SPACES
            MOVE ZEROS TO ENTRY-CARRIER-VENDOR
         ELSE
            MOVE SPACES TO ENTRY-DEST-ZONE
            PERFORM GET-DEST-ZONE UNTIL ENTRY-DEST-ZONE IS NUMERIC
            MOVE ZEROS TO ENTRY-WEIGHT-BREAK
            DISPLAY "WEIGHT BREAK - LEAST POUNDS THE RATE APPLIES FROM (0 FOR ANY): "
            ACCEPT ENTRY-WEIGHT-BREAK.
*>_________________________________________________________________________

GET-ORIGIN-ZONE.

   DISPLAY "ORIGIN ZONE - FIRST 3 DIGITS OF THE ORIGIN ZIP (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-ORIGIN-ZONE.

   IF ENTRY-ORIGIN-ZONE NOT EQUAL SPACES
      AND ENTRY-ORIGIN-ZONE IS NOT NUMERIC
      DISPLAY "*** THE ZONE IS THREE DIGITS ! ***".
*>_________________________________________________________________________

GET-DEST-ZONE.

   DISPLAY "DESTINATION ZONE - FIRST 3 DIGITS OF THE DESTINATION ZIP: ".
   ACCEPT ENTRY-DEST-ZONE.

   IF ENTRY-DEST-ZONE IS NOT NUMERIC
      DISPLAY "*** THE ZONE IS THREE DIGITS ! ***".
*>_________________________________________________________________________

LOOK-FOR-CARATE-RECORD.

   MOVE ENTRY-CARRIER-VENDOR TO CARATE-VENDOR.
   MOVE ENTRY-ORIGIN-ZONE    TO CARATE-ORIGIN-ZONE.
   MOVE ENTRY-DEST-ZONE      TO CARATE-DEST-ZONE.
   MOVE ENTRY-WEIGHT-BREAK   TO CARATE-WEIGHT-BREAK.
   MOVE "Y" TO W-FOUND-CARATE-RECORD.
   READ CARRIER-RATE-FILE RECORD
      INVALID KEY
         MOVE "N" TO W-FOUND-CARATE-RECORD.
*>_________________________________________________________________________

ADD-CHANGE-RATE-MODULE.

   PERFORM GET-RATE-LINE-KEY.
   PERFORM ADD-CHANGE-ONE-RATE-LINE
                         UNTIL ENTRY-CARRIER-VENDOR EQUAL ZEROS.
*>_________________________________________________________________________

ADD-CHANGE-ONE-RATE-LINE.

   PERFORM LOOK-FOR-CARATE-RECORD.

   IF FOUND-CARATE-RECORD
      DISPLAY "   ORIGIN DEST.  WEIGHT FROM  RATE/CWT  FUEL %  EFFECTIVE"
      PERFORM DISPLAY-RATE-LINE
      MOVE CARATE-RECORD TO BK-CARATE-RECORD
   ELSE
      MOVE SPACES TO BK-CARATE-RECORD.

   MOVE ZEROS TO CARATE-RATE-PER-CWT.
   DISPLAY "RATE PER HUNDRED POUNDS (9999.99, 0 TO CANCEL): ".
   ACCEPT CARATE-RATE-PER-CWT.

   IF CARATE-RATE-PER-CWT EQUAL ZEROS
      DISPLAY "RATE LINE NOT SAVED !"
   ELSE
      DISPLAY "FUEL SURCHARGE PERCENT (99.99): "
      ACCEPT CARATE-FUEL-PERCENT
      MOVE "RATE EFFECTIVE FROM: (MM-DD-YYYY)" TO GDTV-DATE-HEADING
      MOVE 1900 TO GDTV-FIRST-YEAR-VALID
      MOVE 2100 TO GDTV-LAST-YEAR-VALID
      MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE
      PERFORM GET-VALI-DATE-RETURN-GDTV-DATE
      MOVE GDTV-DATE TO CARATE-EFFECTIVE-DATE
      PERFORM SAVE-THE-RATE-LINE.

   PERFORM GET-RATE-LINE-KEY.
*>_________________________________________________________________________

SAVE-THE-RATE-LINE.

   IF BK-CARATE-RECORD EQUAL SPACES
      WRITE CARATE-RECORD
         INVALID KEY
            DISPLAY "ERROR WHILE WRITING THE RATE LINE !"
         NOT INVALID KEY
            MOVE "CARRATE"       TO W-SYSAUD-RECORD-TYPE
            MOVE "ADD"           TO W-SYSAUD-ACTION
            MOVE CARATE-KEY      TO W-SYSAUD-KEY
            MOVE SPACES          TO W-SYSAUD-BEFORE-IMAGE
            MOVE CARATE-RECORD   TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
            DISPLAY "----- RATE LINE ADDED ! -----"
      END-WRITE
   ELSE
      REWRITE CARATE-RECORD
         INVALID KEY
            DISPLAY "ERROR WHILE REWRITING THE RATE LINE !"
         NOT INVALID KEY
            MOVE "CARRATE"       TO W-SYSAUD-RECORD-TYPE
            MOVE "CHANGE"        TO W-SYSAUD-ACTION
            MOVE CARATE-KEY      TO W-SYSAUD-KEY
            MOVE BK-CARATE-RECORD TO W-SYSAUD-BEFORE-IMAGE
            MOVE CARATE-RECORD   TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-SYSTEM-AUDIT-ENTRY
            DISPLAY "----- RATE LINE CHANGED ! -----"
      END-REWRITE.
*>_________________________________________________________________________

DELETE-RATE-MODULE.

   PERFORM GET-RATE-LINE-KEY.
   PERFORM DELETE-ONE-RATE-LINE UNTIL ENTRY-CARRIER-VENDOR EQUAL ZEROS.
*>_________________________________________________________________________

DELETE-ONE-RATE-LINE.

   PERFORM LOOK-FOR-CARATE-RECORD.

   IF NOT FOUND-CARATE-RECORD
      DISPLAY "RATE LINE NOT FOUND !"
   ELSE
      DISPLAY "   ORIGIN DEST.  WEIGHT FROM  RATE/CWT  FUEL %  EFFECTIVE"
      PERFORM DISPLAY-RATE-LINE
      MOVE "DO YOU CONFIRM DELETING THIS RATE LINE ?" TO MSG-CONFIRMATION
      PERFORM ASK-USER-IF-WANT-TO-COMPLETE
      IF DELETING-IS-CONFIRMED
         PERFORM DELETE-THE-RATE-LINE.

   PERFORM GET-RATE-LINE-KEY.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
