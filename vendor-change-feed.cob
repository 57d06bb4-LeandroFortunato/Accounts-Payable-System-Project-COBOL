IDENTIFICATION DIVISION.
PROGRAM-ID. vendor-change-feed.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLVFEED.CBL".
      COPY "SLVND02.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLXMIT.CBL".

*>    One delta file per consumer, named after it, for the file mover
*>    to pick up the same way the bank files leave the machine.
      SELECT FEED-FILE
             ASSIGN TO W-FEED-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

      COPY "FDVFEED.CBL".
      COPY "FDVND02.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDXMIT.CBL".

      FD FEED-FILE
         LABEL RECORDS ARE OMITTED.
      01 FEED-RECORD               PIC X(350).

   WORKING-STORAGE SECTION.

      COPY "wscase01.cbl".
      COPY "wsxmit.cbl".
      COPY "wsmask.cbl".

      01 W-FEED-MENU-OPTION                PIC 9.
         88 VALID-FEED-MENU-OPTION        VALUE 0 THROUGH 2.

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      01 W-BATCH-MODE-FLAG                 PIC X.
         88 BATCH-MODE                    VALUE "Y".

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-END-OF-CONSUMERS                PIC X.
         88 END-OF-CONSUMERS              VALUE "Y".

      01 W-DELTA-IS-RERUN                  PIC X.
         88 DELTA-IS-RERUN                VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 ANSWER-IS-YES                 VALUE "Y".

*>    A position in the audit trail: the change date and the entry's
*>    place among that date's entries, compared as one number.
      01 W-SCAN-POSITION.
         05 W-SCAN-DATE                   PIC 9(8).
         05 W-SCAN-ORDINAL                PIC 9(6).
      01 W-SCAN-MARK REDEFINES W-SCAN-POSITION PIC 9(14).

      77 W-DELTA-FROM                      PIC 9(14).
      77 W-DELTA-THROUGH                   PIC 9(14).
      77 W-LAST-MARK                       PIC 9(14).

      77 W-RUN-DATE-TEXT                   PIC X(08).
      77 W-RUN-DATE                        PIC 9(08).
      77 W-FEED-FILE-NAME                  PIC X(40).
      77 W-FEED-CONSUMER-NAME              PIC X(10).
      77 W-FEED-ACTION                     PIC X(10).
      77 W-RELATED-VENDOR                  PIC X(05).
      77 W-BEFORE-STATUS                   PIC X(08).
      77 W-ROW-COUNT                       PIC 9(6).
      77 W-CONSUMER-COUNT                  PIC 9(4).
      77 W-LISTED-COUNT                    PIC 9(4).
      77 ENTRY-CONSUMER                    PIC X(10).
      77 ENTRY-BANKING-FLAG                PIC X(01).

*>    What the feed carries for a vendor; banking is left blank for a
*>    consumer not authorized for it, so a banking-only change is no
*>    change at all to that consumer.
      01 W-FEED-VALUES.
         05 W-FEED-NAME                   PIC X(30).
         05 W-FEED-ADDRESS-1              PIC X(30).
         05 W-FEED-ADDRESS-2              PIC X(30).
         05 W-FEED-CITY                   PIC X(20).
         05 W-FEED-STATE                  PIC X(02).
         05 W-FEED-COUNTRY                PIC X(02).
         05 W-FEED-ZIP                    PIC X(10).
         05 W-FEED-CONTACT                PIC X(30).
         05 W-FEED-PHONE                  PIC X(30).
         05 W-FEED-STATUS                 PIC X(08).
         05 W-FEED-PAYMENT-METHOD         PIC X(05).
         05 W-FEED-CURRENCY               PIC X(03).
         05 W-FEED-BANK-ROUTING           PIC X(09).
         05 W-FEED-BANK-ACCOUNT           PIC X(17).
         05 W-FEED-BANK-ACCOUNT-TYPE      PIC X(08).

      77 BK-FEED-VALUES                    PIC X(234).
      77 BK-VFEED-RECORD                   PIC X(100).

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
   ACCEPT W-BATCH-MODE-FLAG FROM ENVIRONMENT "AP_BATCH_MODE".

   IF BATCH-MODE
*>    the nightly run goes straight to the extract
      PERFORM FEED-RUN-MODULE
   ELSE
      PERFORM GET-MENU-OPTION *> force first pass
      PERFORM GET-MENU-OPTION UNTIL
                                  W-FEED-MENU-OPTION EQUAL ZERO
                               OR VALID-FEED-MENU-OPTION
      PERFORM DO-OPTIONS UNTIL W-FEED-MENU-OPTION EQUAL ZERO
   END-IF.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

         PERFORM CLEAR-SCREEN.
         DISPLAY "                     VENDOR MASTER CHANGE FEED".
         DISPLAY " "
         DISPLAY "                           --------------------------------".
         DISPLAY "                           | 1 - FEED CONSUMERS           |".
         DISPLAY "                           | 2 - RUN THE CHANGE FEED      |".
         DISPLAY "                           | 0 - EXIT                     |".
         DISPLAY "                           --------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 11 TIMES.
         ACCEPT W-FEED-MENU-OPTION.

        IF W-FEED-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-FEED-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-FEED-MENU-OPTION = 1
      PERFORM CONSUMERS-MODULE.

   IF W-FEED-MENU-OPTION = 2
      PERFORM FEED-RUN-MODULE
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-FEED-MENU-OPTION EQUAL ZERO
                            OR VALID-FEED-MENU-OPTION.
*>_________________________________________________________________________

CONSUMERS-MODULE.

   OPEN I-O VENDOR-FEED-CONSUMER-FILE.

   DISPLAY "FEED CONSUMERS ON FILE:".
   MOVE 0 TO W-LISTED-COUNT.
   MOVE "N" TO W-END-OF-CONSUMERS.
   MOVE SPACES TO VFEED-CONSUMER.
   START VENDOR-FEED-CONSUMER-FILE KEY IS NOT LESS THAN VFEED-CONSUMER
      INVALID KEY
         MOVE "Y" TO W-END-OF-CONSUMERS.
   PERFORM LIST-NEXT-CONSUMER UNTIL END-OF-CONSUMERS.
   IF W-LISTED-COUNT EQUAL ZEROS
      DISPLAY "   ( NONE ON FILE )".
   DISPLAY " ".

   PERFORM GET-CONSUMER-KEY.
   PERFORM MAINTAIN-ONE-CONSUMER UNTIL ENTRY-CONSUMER EQUAL SPACES.

   CLOSE VENDOR-FEED-CONSUMER-FILE.
*>_________________________________________________________________________

LIST-NEXT-CONSUMER.

   READ VENDOR-FEED-CONSUMER-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-CONSUMERS
      NOT AT END
         ADD 1 TO W-LISTED-COUNT
         DISPLAY "   " VFEED-CONSUMER " " VFEED-DESCRIPTION
                 " BANKING: " VFEED-BANKING-FLAG
                 " LAST RUN: " VFEED-LAST-RUN-DATE
                 " (" VFEED-LAST-ROW-COUNT " ROWS)"
   END-READ.
*>_________________________________________________________________________

GET-CONSUMER-KEY.

   MOVE SPACES TO ENTRY-CONSUMER.
   DISPLAY "CONSUMER ID TO ADD/CHANGE/REMOVE (<ENTER> FOR MENU): ".
   ACCEPT ENTRY-CONSUMER.
   INSPECT ENTRY-CONSUMER CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

MAINTAIN-ONE-CONSUMER.

   MOVE ENTRY-CONSUMER TO VFEED-CONSUMER.
   READ VENDOR-FEED-CONSUMER-FILE RECORD
      INVALID KEY
         PERFORM ADD-THE-CONSUMER
      NOT INVALID KEY
         PERFORM CHANGE-THE-CONSUMER
   END-READ.

   PERFORM GET-CONSUMER-KEY.
*>_________________________________________________________________________

ADD-THE-CONSUMER.

*>   A new consumer loads its starting copy from the full vendor
*>   extract, so its deltas start at the end of the trail as it
*>   stands today rather than replaying everything on file.

   MOVE SPACES TO VFEED-RECORD.
   MOVE ENTRY-CONSUMER TO VFEED-CONSUMER.
   DISPLAY "DESCRIPTION: ".
   ACCEPT VFEED-DESCRIPTION.
   INSPECT VFEED-DESCRIPTION CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
   PERFORM GET-BANKING-FLAG.
   MOVE ENTRY-BANKING-FLAG TO VFEED-BANKING-FLAG.

   PERFORM FIND-END-OF-AUDIT-TRAIL.
   MOVE W-LAST-MARK TO VFEED-FROM-MARK.
   MOVE W-LAST-MARK TO VFEED-THROUGH-MARK.
   MOVE ZEROS TO VFEED-LAST-RUN-DATE.
   MOVE ZEROS TO VFEED-LAST-XMIT-NUMBER.
   MOVE ZEROS TO VFEED-LAST-ROW-COUNT.

   WRITE VFEED-RECORD
      INVALID KEY
         DISPLAY "*** ERROR WRITING THE CONSUMER ! ***"
      NOT INVALID KEY
         MOVE "ADD"         TO W-SYSAUD-ACTION
         MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
         MOVE VFEED-RECORD  TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-CONSUMER-CHANGE
         DISPLAY "----- CONSUMER ADDED - DELTAS START FROM TODAY ! -----".
*>_________________________________________________________________________

CHANGE-THE-CONSUMER.

   DISPLAY VFEED-CONSUMER " " VFEED-DESCRIPTION
           " BANKING: " VFEED-BANKING-FLAG.
   MOVE VFEED-RECORD TO BK-VFEED-RECORD.

   MOVE "REMOVE THIS CONSUMER ? <Y/N>" TO MSG-CONFIRMATION.
   PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

   IF ANSWER-IS-YES
      DELETE VENDOR-FEED-CONSUMER-FILE RECORD
         INVALID KEY
            DISPLAY "*** ERROR DELETING THE CONSUMER ! ***"
         NOT INVALID KEY
            MOVE "DELETE"        TO W-SYSAUD-ACTION
            MOVE BK-VFEED-RECORD TO W-SYSAUD-BEFORE-IMAGE
            MOVE SPACES          TO W-SYSAUD-AFTER-IMAGE
            PERFORM LOG-CONSUMER-CHANGE
            DISPLAY "----- CONSUMER REMOVED ! -----"
      END-DELETE
   ELSE
      PERFORM GET-BANKING-FLAG
      IF ENTRY-BANKING-FLAG NOT EQUAL VFEED-BANKING-FLAG
         MOVE ENTRY-BANKING-FLAG TO VFEED-BANKING-FLAG
         REWRITE VFEED-RECORD
            INVALID KEY
               DISPLAY "*** ERROR REWRITING THE CONSUMER ! ***"
            NOT INVALID KEY
               MOVE "CHANGE"        TO W-SYSAUD-ACTION
               MOVE BK-VFEED-RECORD TO W-SYSAUD-BEFORE-IMAGE
               MOVE VFEED-RECORD    TO W-SYSAUD-AFTER-IMAGE
               PERFORM LOG-CONSUMER-CHANGE
               DISPLAY "----- BANKING AUTHORIZATION CHANGED ! -----"
         END-REWRITE
      END-IF
   END-IF.
*>_________________________________________________________________________

GET-BANKING-FLAG.

   MOVE "SEND MASKED BANKING FIELDS TO THIS CONSUMER ? <Y/N>"
     TO MSG-CONFIRMATION.
   PERFORM ASK-USER-IF-WANT-TO-COMPLETE.
   MOVE W-VALID-ANSWER TO ENTRY-BANKING-FLAG.
*>_________________________________________________________________________

LOG-CONSUMER-CHANGE.

*>   Who may see banking is an access decision, so it goes on the
*>   audit trail like any other grant.

   MOVE "VNDFEED"      TO W-SYSAUD-RECORD-TYPE.
   MOVE ENTRY-CONSUMER TO W-SYSAUD-KEY.
   OPEN EXTEND SYSTEM-AUDIT-FILE.
   PERFORM LOG-SYSTEM-AUDIT-ENTRY.
   CLOSE SYSTEM-AUDIT-FILE.
*>_________________________________________________________________________

FIND-END-OF-AUDIT-TRAIL.

   MOVE ZEROS TO W-SCAN-POSITION.
   MOVE ZEROS TO W-LAST-MARK.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT SYSTEM-AUDIT-FILE.
   PERFORM STEP-PAST-NEXT-AUDIT-ENTRY UNTIL END-OF-FILE.
   CLOSE SYSTEM-AUDIT-FILE.
*>_________________________________________________________________________

STEP-PAST-NEXT-AUDIT-ENTRY.

   READ SYSTEM-AUDIT-FILE
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         PERFORM ADVANCE-SCAN-POSITION
         MOVE W-SCAN-MARK TO W-LAST-MARK
   END-READ.
*>_________________________________________________________________________

ADVANCE-SCAN-POSITION.

   IF SYSAUD-CHANGE-DATE EQUAL W-SCAN-DATE
      ADD 1 TO W-SCAN-ORDINAL
   ELSE
      MOVE SYSAUD-CHANGE-DATE TO W-SCAN-DATE
      MOVE 1 TO W-SCAN-ORDINAL.
*>_________________________________________________________________________

FEED-RUN-MODULE.

*>   Every consumer gets the vendor changes on the audit trail past
*>   its high-water mark. A second run on the same run date resends
*>   the delta already cut instead of an empty one, so a failed
*>   pickup is recovered by simply running again.

   MOVE SPACES TO W-RUN-DATE-TEXT.
   ACCEPT W-RUN-DATE-TEXT FROM ENVIRONMENT "AP_BATCH_RUN_DATE".
   IF W-RUN-DATE-TEXT NUMERIC
      MOVE W-RUN-DATE-TEXT TO W-RUN-DATE
   ELSE
      MOVE W-DAY-TODAY TO W-RUN-DATE.

   MOVE 0 TO W-CONSUMER-COUNT.

   OPEN I-O VENDOR-FEED-CONSUMER-FILE.
   OPEN INPUT VENDOR-FILE.

   MOVE "N" TO W-END-OF-CONSUMERS.
   MOVE SPACES TO VFEED-CONSUMER.
   START VENDOR-FEED-CONSUMER-FILE KEY IS NOT LESS THAN VFEED-CONSUMER
      INVALID KEY
         MOVE "Y" TO W-END-OF-CONSUMERS.

   PERFORM FEED-NEXT-CONSUMER UNTIL END-OF-CONSUMERS.

   CLOSE VENDOR-FEED-CONSUMER-FILE.
   CLOSE VENDOR-FILE.

   IF W-CONSUMER-COUNT EQUAL ZEROS
      DISPLAY "NO FEED CONSUMERS ON FILE - NOTHING EXTRACTED.".
*>_________________________________________________________________________

FEED-NEXT-CONSUMER.

   READ VENDOR-FEED-CONSUMER-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-CONSUMERS
      NOT AT END
         PERFORM EXTRACT-ONE-CONSUMER
   END-READ.
*>_________________________________________________________________________

EXTRACT-ONE-CONSUMER.

   ADD 1 TO W-CONSUMER-COUNT.

   IF VFEED-LAST-RUN-DATE EQUAL W-RUN-DATE
      MOVE "Y" TO W-DELTA-IS-RERUN
      MOVE VFEED-FROM-MARK    TO W-DELTA-FROM
      MOVE VFEED-THROUGH-MARK TO W-DELTA-THROUGH
   ELSE
      MOVE "N" TO W-DELTA-IS-RERUN
      MOVE VFEED-THROUGH-MARK TO W-DELTA-FROM
      MOVE 99999999999999     TO W-DELTA-THROUGH.

   MOVE VFEED-CONSUMER TO W-FEED-CONSUMER-NAME.
   INSPECT W-FEED-CONSUMER-NAME CONVERTING UPPER-ALPHA TO LOWER-ALPHA.
   MOVE SPACES TO W-FEED-FILE-NAME.
   STRING "vendor-change-feed-" DELIMITED BY SIZE
          W-FEED-CONSUMER-NAME  DELIMITED BY SPACE
          ".csv"                DELIMITED BY SIZE
     INTO W-FEED-FILE-NAME
   END-STRING.

   OPEN OUTPUT FEED-FILE.
   MOVE "ACTION,VENDOR NUMBER,RELATED VENDOR,CHANGE DATE,NAME,ADDRESS 1,ADDRESS 2,CITY,STATE,COUNTRY,ZIP,CONTACT,PHONE,STATUS,PAYMENT METHOD,CURRENCY,BANK ROUTING,BANK ACCOUNT,BANK ACCOUNT TYPE"
     TO FEED-RECORD.
   WRITE FEED-RECORD.

   MOVE 0 TO W-ROW-COUNT.
   MOVE W-DELTA-FROM TO W-LAST-MARK.
   MOVE ZEROS TO W-SCAN-POSITION.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT SYSTEM-AUDIT-FILE.
   PERFORM SCAN-NEXT-AUDIT-ENTRY UNTIL END-OF-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   CLOSE FEED-FILE.

   IF NOT DELTA-IS-RERUN
      MOVE W-DELTA-FROM TO VFEED-FROM-MARK
      MOVE W-LAST-MARK  TO VFEED-THROUGH-MARK
      MOVE W-RUN-DATE   TO VFEED-LAST-RUN-DATE.

   MOVE "VENDOR-CHANGE-FEED" TO W-XMIT-PROGRAM.
   MOVE W-FEED-FILE-NAME     TO W-XMIT-FILE-NAME.
   MOVE W-ROW-COUNT          TO W-XMIT-RECORD-COUNT.
   MOVE ZEROS                TO W-XMIT-TOTAL-AMOUNT.
   MOVE 2                    TO W-XMIT-DEADLINE-DAYS.
   PERFORM LOG-TRANSMISSION.

   MOVE W-XMIT-NEXT-NUMBER TO VFEED-LAST-XMIT-NUMBER.
   MOVE W-ROW-COUNT        TO VFEED-LAST-ROW-COUNT.
   REWRITE VFEED-RECORD
      INVALID KEY
         DISPLAY "*** ERROR SAVING THE HIGH-WATER MARK FOR "
                 VFEED-CONSUMER " ! ***".

   IF DELTA-IS-RERUN
      DISPLAY VFEED-CONSUMER " - SAME-DAY RERUN, " W-ROW-COUNT
              " CHANGE(S) RESENT TO " W-FEED-FILE-NAME
   ELSE
      DISPLAY VFEED-CONSUMER " - " W-ROW-COUNT
              " CHANGE(S) EXTRACTED TO " W-FEED-FILE-NAME.
*>_________________________________________________________________________

SCAN-NEXT-AUDIT-ENTRY.

   READ SYSTEM-AUDIT-FILE
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         PERFORM ADVANCE-SCAN-POSITION
         IF W-SCAN-MARK GREATER THAN W-DELTA-FROM
            AND W-SCAN-MARK NOT GREATER THAN W-DELTA-THROUGH
            MOVE W-SCAN-MARK TO W-LAST-MARK
            IF SYSAUD-RECORD-TYPE EQUAL "VENDOR"
               PERFORM WRITE-ONE-FEED-ROW
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

WRITE-ONE-FEED-ROW.

   PERFORM CLASSIFY-VENDOR-CHANGE.

   IF W-FEED-ACTION NOT EQUAL SPACES
      MOVE SPACES TO FEED-RECORD
      STRING FUNCTION TRIM(W-FEED-ACTION)                 DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             VENDOR-NUMBER                                DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             FUNCTION TRIM(W-RELATED-VENDOR)              DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             SYSAUD-CHANGE-DATE                           DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             '"' FUNCTION TRIM(W-FEED-NAME)      '"'      DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             '"' FUNCTION TRIM(W-FEED-ADDRESS-1) '"'      DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             '"' FUNCTION TRIM(W-FEED-ADDRESS-2) '"'      DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             '"' FUNCTION TRIM(W-FEED-CITY)      '"'      DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             FUNCTION TRIM(W-FEED-STATE)                  DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             FUNCTION TRIM(W-FEED-COUNTRY)                DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             FUNCTION TRIM(W-FEED-ZIP)                    DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             '"' FUNCTION TRIM(W-FEED-CONTACT)   '"'      DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             '"' FUNCTION TRIM(W-FEED-PHONE)     '"'      DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             FUNCTION TRIM(W-FEED-STATUS)                 DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             FUNCTION TRIM(W-FEED-PAYMENT-METHOD)         DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             FUNCTION TRIM(W-FEED-CURRENCY)               DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             FUNCTION TRIM(W-FEED-BANK-ROUTING)           DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             FUNCTION TRIM(W-FEED-BANK-ACCOUNT)           DELIMITED BY SIZE
             ","                                          DELIMITED BY SIZE
             FUNCTION TRIM(W-FEED-BANK-ACCOUNT-TYPE)      DELIMITED BY SIZE
        INTO FEED-RECORD
      END-STRING
      WRITE FEED-RECORD
      ADD 1 TO W-ROW-COUNT.
*>_________________________________________________________________________

CLASSIFY-VENDOR-CHANGE.

*>   The action code comes from the audit entry: a merge leaves the
*>   absorbed vendor's before-image and a "MERGED INTO" note, a
*>   renumber carries the record under both numbers. A plain change
*>   that only touched fields the feed does not carry sends nothing.

   MOVE SPACES TO W-FEED-ACTION.
   MOVE SPACES TO W-RELATED-VENDOR.

   IF SYSAUD-IS-ADD OR SYSAUD-ACTION EQUAL "RSTATE"
      MOVE SYSAUD-AFTER-IMAGE TO VENDOR-RECORD
      PERFORM LOAD-FEED-VALUES
      MOVE "ADD" TO W-FEED-ACTION
   ELSE
   IF SYSAUD-IS-RENUMBER
      MOVE SYSAUD-BEFORE-IMAGE TO VENDOR-RECORD
      MOVE VENDOR-NUMBER TO W-RELATED-VENDOR
      MOVE SYSAUD-AFTER-IMAGE TO VENDOR-RECORD
      PERFORM LOAD-FEED-VALUES
      MOVE "RENUMBER" TO W-FEED-ACTION
   ELSE
   IF SYSAUD-IS-DELETE OR SYSAUD-ACTION EQUAL "PURGE"
      MOVE SYSAUD-BEFORE-IMAGE TO VENDOR-RECORD
      PERFORM LOAD-FEED-VALUES
      MOVE "DELETE" TO W-FEED-ACTION
   ELSE
   IF SYSAUD-IS-CHANGE
      IF SYSAUD-AFTER-IMAGE (1:19) EQUAL "MERGED INTO VENDOR "
         MOVE SYSAUD-BEFORE-IMAGE TO VENDOR-RECORD
         MOVE "INACTIVE" TO VENDOR-STATUS
         MOVE SYSAUD-AFTER-IMAGE (20:5) TO W-RELATED-VENDOR
         PERFORM LOAD-FEED-VALUES
         MOVE "MERGE" TO W-FEED-ACTION
      ELSE
         MOVE SYSAUD-BEFORE-IMAGE TO VENDOR-RECORD
         MOVE VENDOR-STATUS TO W-BEFORE-STATUS
         PERFORM LOAD-FEED-VALUES
         MOVE W-FEED-VALUES TO BK-FEED-VALUES
         MOVE SYSAUD-AFTER-IMAGE TO VENDOR-RECORD
         PERFORM LOAD-FEED-VALUES
         IF VENDOR-IS-ON-HOLD AND W-BEFORE-STATUS NOT EQUAL "HOLD"
            MOVE "HOLD" TO W-FEED-ACTION
         ELSE
         IF VENDOR-IS-INACTIVE AND W-BEFORE-STATUS NOT EQUAL "INACTIVE"
            MOVE "INACTIVE" TO W-FEED-ACTION
         ELSE
         IF W-FEED-VALUES NOT EQUAL BK-FEED-VALUES
            MOVE "CHANGE" TO W-FEED-ACTION.
*>_________________________________________________________________________

LOAD-FEED-VALUES.

   MOVE VENDOR-NAME           TO W-FEED-NAME.
   MOVE VENDOR-ADDRESS-1      TO W-FEED-ADDRESS-1.
   MOVE VENDOR-ADDRESS-2      TO W-FEED-ADDRESS-2.
   MOVE VENDOR-CITY           TO W-FEED-CITY.
   MOVE VENDOR-STATE          TO W-FEED-STATE.
   MOVE VENDOR-COUNTRY        TO W-FEED-COUNTRY.
   MOVE VENDOR-ZIP            TO W-FEED-ZIP.
   MOVE VENDOR-CONTACT        TO W-FEED-CONTACT.
   MOVE VENDOR-PHONE          TO W-FEED-PHONE.
   MOVE VENDOR-STATUS         TO W-FEED-STATUS.
   MOVE VENDOR-PAYMENT-METHOD TO W-FEED-PAYMENT-METHOD.
   MOVE VENDOR-CURRENCY       TO W-FEED-CURRENCY.

   IF VFEED-GETS-BANKING
      PERFORM MASK-SENSITIVE-VENDOR-FIELDS
      MOVE VENDOR-BANK-ROUTING      TO W-FEED-BANK-ROUTING
      MOVE W-MASKED-BANK-ACCOUNT    TO W-FEED-BANK-ACCOUNT
      MOVE VENDOR-BANK-ACCOUNT-TYPE TO W-FEED-BANK-ACCOUNT-TYPE
   ELSE
      MOVE SPACES TO W-FEED-BANK-ROUTING
      MOVE SPACES TO W-FEED-BANK-ACCOUNT
      MOVE SPACES TO W-FEED-BANK-ACCOUNT-TYPE.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-MASK-SENSITIVE.CBL".
COPY "PL-LOG-TRANSMISSION.CBL".
*>_________________________________________________________________________
