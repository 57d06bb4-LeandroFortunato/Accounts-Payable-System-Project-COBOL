   FILE-CONTROL.

      COPY "SLVND02.CBL".
      COPY "SLVNDARC.CBL".
      COPY "SLSTATE.CBL".
      COPY "SLVOUCH.CBL".
      COPY "SLVNDAUD.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLROLE.CBL".
      COPY "SLBANKDIR.CBL".
      COPY "SLCBLOG.CBL".
      COPY "SLDENIED.CBL".
      COPY "SLSCRHIT.CBL".
      COPY "SLVNDPAR.CBL".
      COPY "SLZIPREF.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDVND02.CBL".
      COPY "FDVNDARC.CBL".
      COPY "FDSTATE.CBL".
      COPY "FDVOUCH.CBL".
      COPY "FDVNDAUD.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDROLE.CBL".
      COPY "FDBANKDIR.CBL".
      COPY "FDCBLOG.CBL".
      COPY "FDDENIED.CBL".
      COPY "FDSCRHIT.CBL".
      COPY "FDVNDPAR.CBL".
      COPY "FDZIPREF.CBL".

   WORKING-STORAGE SECTION.

     COPY "wsdate.cbl".
     COPY "wsscreen.cbl".
     COPY "wsmask.cbl".
     COPY "wsvndarc.cbl".
     COPY "wssessto.cbl".
     COPY "wsperm.cbl".
     COPY "wszipval.cbl".

     01 W-VENDOR-MENU-OPTION          PIC 99.
         88 VALID-VENDOR-MENU-OPTION  VALUE  0 THROUGH 33.
         88 CLOSE-FILES             VALUE 1,2,6,7,8,9,10,11,12,13,14,15,16,17,18,19,20,21,22,23,24,25,26,28,29,30,31,32,33.
         88 OPEN-FILES              VALUE 1,2,6,7,8,9,10,11,12,13,14,15,16,17,18,19,20,21,22,23,24,25,26,28,29,30,31,32,33.

      01 ENTRY-VENDOR-NUMBER        PIC 9(5).
         88 VALID-NUMBER            VALUE 1 THROUGH 99999.
      01 W-FOUND-STATE-RECORD       PIC X.
         88 FOUND-STATE-RECORD      VALUE "Y".

      01 W-ZIP-ACCEPTED             PIC X.
         88 ZIP-ACCEPTED            VALUE "Y".

      01 W-USE-POSTAL-CITY          PIC X.
         88 USE-POSTAL-CITY         VALUE "Y".

      01 W-ERROR-WRITING                 PIC X.
         88 ERROR-WRITING                VALUE "Y".

         88 END-OF-FILE             VALUE "Y".

      01 ENTRY-RECORD-FIELD         PIC 99.
         88 VALID-FIELD             VALUE 1 THROUGH 33.

      01 W-VALID-ANSWER             PIC X.
         88 VALID-ANSWER            VALUE "Y","N".
         88 SAVE-THE-RECORD         VALUE "S", "s".
         88 CANCEL-THE-RECORD       VALUE "C", "c".
      77 W-REVIEW-FIELD             PIC 99.
         88 REVIEW-FIELD-VALID      VALUE 1 THROUGH 33.

      77 MSG-CONFIRMATION           PIC X(40).
      77 MSG-OPTION                 PIC X(06).
      77 DUMMY                      PIC X.

      77 W-CALLBACK-USER-ID         PIC X(10).
      77 W-NEXT-SCRHIT-SEQ          PIC 9(02).
      01 W-END-OF-SCRHITS           PIC X.
         88 END-OF-SCRHITS          VALUE "Y".
      77 W-NEXT-CBLOG-SEQ           PIC 9(03).
      01 W-END-OF-CBLOG             PIC X.
         88 END-OF-CBLOG            VALUE "Y".

      77 W-PARENT-VENDOR            PIC 9(05).
      77 W-OLD-PARENT-VENDOR        PIC 9(05).
      77 W-PARENT-VENDOR-NAME       PIC X(30).
      77 ENTRY-PARENT-VENDOR        PIC 9(05).
      77 W-CHILD-VENDOR-COUNT       PIC 9(05).
      01 W-END-OF-CHILDREN          PIC X.
         88 END-OF-CHILDREN         VALUE "Y".
      01 W-PARENT-IS-VALID          PIC X.
         88 PARENT-IS-VALID         VALUE "Y".
*>_________________________________________________________________________

PROCEDURE DIVISION.

   OPEN I-O VENDOR-FILE.
   OPEN INPUT VENDOR-ARCHIVE-FILE.
   OPEN I-O STATE-FILE.
   OPEN I-O VOUCHER-FILE.
   OPEN INPUT BANK-DIRECTORY-FILE.
   OPEN INPUT ZIP-REFERENCE-FILE.
   OPEN I-O CALLBACK-LOG-FILE.
   OPEN I-O SCREENING-HIT-FILE.
   OPEN I-O VENDOR-PARENT-FILE.
   OPEN EXTEND VENDOR-AUDIT-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

                               W-VENDOR-MENU-OPTION EQUAL ZERO
   CLOSE STATE-FILE.
   CLOSE VENDOR-FILE.
   CLOSE VENDOR-ARCHIVE-FILE.
   CLOSE VOUCHER-FILE.
   CLOSE BANK-DIRECTORY-FILE.
   CLOSE ZIP-REFERENCE-FILE.
   CLOSE CALLBACK-LOG-FILE.
   CLOSE SCREENING-HIT-FILE.
   CLOSE VENDOR-PARENT-FILE.
   CLOSE VENDOR-AUDIT-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

         DISPLAY "                          | 25 - GL CODING TEMPLATES      |".
         DISPLAY "                          | 26 - PAYMENT ASSIGNMENTS      |".
         DISPLAY "                          | 27 - REVEAL BANK/TIN (AUDITED)|".
         DISPLAY "                          | 28 - IRS B-NOTICES (CP2100)   |".
         DISPLAY "                          | 29 - STATE WITHHOLDING        |".
         DISPLAY "                          | 30 - PURGE / REINSTATE VENDORS|".
         DISPLAY "                          | 31 - VENDOR HIERARCHY         |".
         DISPLAY "                          | 32 - FREIGHT CARRIERS / RATES |".
         DISPLAY "                          | 33 - MASS UPDATE VENDOR TERMS |".
         DISPLAY "                          | 0 - EXIT                      |".
         DISPLAY "                          --------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 3 TIMES. 
         ACCEPT W-VENDOR-MENU-OPTION.

        IF W-VENDOR-MENU-OPTION NOT EQUAL ZERO
           PERFORM CHECK-SESSION-IDLE-TIMEOUT
           IF SESSION-TIMED-OUT
              DISPLAY "YOUR SESSION HAS ENDED - SIGN ON AGAIN FROM THE MAIN MENU. <ENTER> TO CONTINUE"
              ACCEPT DUMMY
              MOVE ZERO TO W-VENDOR-MENU-OPTION.

        IF W-VENDOR-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE

   PERFORM CLEAR-SCREEN.

*>   Which options a role may choose is kept in the role/permission
*>   matrix (role-maintenance).

   MOVE SPACES TO W-PERM-FUNCTION.
   MOVE "VEND"               TO W-PERM-MENU.
   MOVE W-VENDOR-MENU-OPTION TO W-PERM-OPTION.
   PERFORM CHECK-PERMISSION.

   IF PERMISSION-GRANTED
      PERFORM RUN-VENDOR-MENU-OPTION
   ELSE
      DISPLAY "ACCESS DENIED - INSUFFICIENT PRIVILEGES ! <ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL 
                               W-VENDOR-MENU-OPTION EQUAL ZERO 
                            OR VALID-VENDOR-MENU-OPTION.
*>______________________________________________________________________

RUN-VENDOR-MENU-OPTION.

   IF CLOSE-FILES
      CLOSE STATE-FILE
      CLOSE VENDOR-FILE
      CLOSE VENDOR-ARCHIVE-FILE
      CLOSE VOUCHER-FILE
      CLOSE CALLBACK-LOG-FILE
      CLOSE VENDOR-PARENT-FILE.

   IF W-VENDOR-MENU-OPTION = 1
      CALL "inquiry-vendor-by-number".
   IF W-VENDOR-MENU-OPTION = 27
      PERFORM REVEAL-MODULE.

   IF W-VENDOR-MENU-OPTION = 28
      CALL "bnotice-processing".

   IF W-VENDOR-MENU-OPTION = 29
      CALL "state-withholding".

   IF W-VENDOR-MENU-OPTION = 30
      PERFORM PURGE-MODULE.

   IF W-VENDOR-MENU-OPTION = 31
      DISPLAY "PRINTING VENDOR HIERARCHY..."
      CALL "vendor-hierarchy-report".

   IF W-VENDOR-MENU-OPTION = 32
      CALL "carrier-rate-maintenance".

*>  the mass update writes the vendor audit itself - closed here so the
*>  two programs never hold it open for append at once
   IF W-VENDOR-MENU-OPTION = 33
      CLOSE VENDOR-AUDIT-FILE
      CALL "vendor-mass-update"
      OPEN EXTEND VENDOR-AUDIT-FILE.

   IF OPEN-FILES
      OPEN I-O VENDOR-FILE
      OPEN INPUT VENDOR-ARCHIVE-FILE
      OPEN I-O STATE-FILE
      OPEN I-O VOUCHER-FILE
      OPEN I-O CALLBACK-LOG-FILE
      OPEN I-O VENDOR-PARENT-FILE.
*>______________________________________________________________________

ASK-USER-FOR-THE-VENDOR-NUMBER.
         ACCEPT DUMMY
      ELSE 
         MOVE ENTRY-VENDOR-NUMBER TO VENDOR-NUMBER
         PERFORM LOOK-FOR-VENDOR-OR-ARCHIVE
         IF FOUND-VENDOR-RECORD
            IF VENDOR-FROM-ARCHIVE
               DISPLAY "VENDOR NUMBER IS IN THE VENDOR ARCHIVE - REINSTATE IT (OPTION 30) !"
               DISPLAY "<ENTER> TO CONTINUE"
               ACCEPT DUMMY
            ELSE
               DISPLAY "VENDOR NUMBER ALREADY EXISTS ! <ENTER> TO CONTINUE"
               ACCEPT DUMMY.
*>_________________________________________________________________________

DISPLAY-VENDOR-RECORD.
        DISPLAY "    *** IN ONBOARDING - NO VOUCHERS UNTIL THE CHECKLIST IS"
        DISPLAY "        COMPLETE AND A SECOND USER ACTIVATES (OPTION 22) ***".
     DISPLAY "15) PAYMENT METHOD.: " VENDOR-PAYMENT-METHOD.
     IF VENDOR-PAYS-BY-VCARD
        DISPLAY "    ENROLLED FOR SINGLE-USE VIRTUAL CARD PAYMENTS".

     IF VENDOR-PAYS-BY-ACH OR VENDOR-PAYS-BY-WIRE
        DISPLAY "16) BANK ROUTING...: " VENDOR-BANK-ROUTING
     ELSE
        DISPLAY "32) LIEN WAIVERS....: N".

     IF W-PARENT-VENDOR EQUAL ZEROS
        IF W-CHILD-VENDOR-COUNT EQUAL ZEROS
           DISPLAY "33) PARENT VENDOR....: ( NONE )"
        ELSE
           DISPLAY "33) PARENT VENDOR....: ( NONE - PARENT OF "
                   W-CHILD-VENDOR-COUNT " VENDOR(S) )"
        END-IF
     ELSE
        DISPLAY "33) PARENT VENDOR....: " W-PARENT-VENDOR " " W-PARENT-VENDOR-NAME.

     IF VENDOR-REMIT-ADDRESS-1 EQUAL SPACES
        DISPLAY "19-24) REMIT-TO ADDRESS: ** SAME AS ABOVE **"
     ELSE
   MOVE ZEROS TO VENDOR-W9-EXPIRE-DATE.
   MOVE ZEROS TO VENDOR-MAX-OPEN-BALANCE.
   MOVE ENTRY-VENDOR-NUMBER TO VENDOR-NUMBER.
   MOVE ZEROS TO W-PARENT-VENDOR.
   MOVE ZEROS TO W-OLD-PARENT-VENDOR.
   MOVE ZEROS TO W-CHILD-VENDOR-COUNT.
   MOVE SPACES TO W-PARENT-VENDOR-NAME.
   DISPLAY "INSERT THE INFORMATION FOR VENDOR NUMBER " VENDOR-NUMBER.

   PERFORM GET-OTHER-FIELDS.
          MOVE SPACES          TO W-SYSAUD-BEFORE-IMAGE
          MOVE VENDOR-RECORD   TO W-SYSAUD-AFTER-IMAGE
          PERFORM LOG-SYSTEM-AUDIT-ENTRY
          PERFORM SAVE-VENDOR-PARENT
          PERFORM SCREEN-THE-NEW-VENDOR
          PERFORM DISPLAY-VENDOR-RECORD
          DISPLAY "----- RECORD ADDED! ----- <ENTER> TO CONTINUE"
*>   it, throw it away, or jump straight to the field to correct.

   PERFORM DISPLAY-VENDOR-RECORD.
   DISPLAY "S)AVE, C)ANCEL, OR FIELD NUMBER 1-33 TO CORRECT: ".
   MOVE SPACES TO W-REVIEW-ANSWER.
   ACCEPT W-REVIEW-ANSWER.

         MOVE W-REVIEW-FIELD TO ENTRY-RECORD-FIELD
         PERFORM CORRECT-ONE-ADD-FIELD
      ELSE
         DISPLAY "ONLY S, C OR A FIELD NUMBER 1-33 IS ACCEPTED !".
*>_________________________________________________________________________

CORRECT-ONE-ADD-FIELD.
                         UNTIL VENDOR-PAYS-BY-CHECK
                            OR VENDOR-PAYS-BY-ACH
                            OR VENDOR-PAYS-BY-WIRE
                            OR VENDOR-PAYS-BY-VCARD
                            OR QUIT-IS-CONFIRMED.

   IF (VENDOR-PAYS-BY-ACH OR VENDOR-PAYS-BY-WIRE)
      PERFORM GET-VENDOR-W9-RECEIVED-DATE
      PERFORM GET-VENDOR-W9-EXPIRE-DATE
      PERFORM GET-VENDOR-MAX-OPEN-BALANCE
      PERFORM GET-VENDOR-LIEN-WAIVER-REQ
      PERFORM GET-VENDOR-PARENT.

   IF NOT QUIT-IS-CONFIRMED
      PERFORM GET-VENDOR-REMIT-TO-ADDRESS.
*>_________________________________________________________________________

GET-VENDOR-ZIP.

       MOVE "N" TO W-ZIP-ACCEPTED.
       PERFORM ACCEPT-VENDOR-ZIP UNTIL ZIP-ACCEPTED.
*>_________________________________________________________________________

ACCEPT-VENDOR-ZIP.
      
       DISPLAY "6) INFORM ZIP CODE: ". 
       ACCEPT VENDOR-ZIP.
       INSPECT VENDOR-ZIP CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       MOVE "Y" TO W-ZIP-ACCEPTED.
       IF (VENDOR-COUNTRY EQUAL "US" OR VENDOR-COUNTRY EQUAL SPACES)
          AND VENDOR-ZIP NOT EQUAL SPACES
          MOVE VENDOR-ZIP   TO W-ZIPVAL-ZIP
          MOVE VENDOR-CITY  TO W-ZIPVAL-CITY
          MOVE VENDOR-STATE TO W-ZIPVAL-STATE
          PERFORM VALIDATE-ZIP-CODE
          PERFORM REVIEW-ZIP-VALIDATION
          IF USE-POSTAL-CITY
             MOVE W-ZIPVAL-DEFAULT-CITY  TO VENDOR-CITY
             MOVE W-ZIPVAL-DEFAULT-STATE TO VENDOR-STATE.
*>_________________________________________________________________________

REVIEW-ZIP-VALIDATION.

*>   Shared by the vendor and the remit-to ZIP. A ZIP the Postal
*>   Service does not know, or one in another state, must be keyed
*>   again (<ENTER> leaves it blank); a city the reference does not
*>   list for the ZIP may stand, but the postal name is offered.

       MOVE "N" TO W-USE-POSTAL-CITY.

       IF ZIPVAL-BAD-FORMAT
          DISPLAY "A US ZIP CODE IS 99999 OR 99999-9999 !"
          MOVE "N" TO W-ZIP-ACCEPTED
       ELSE
       IF ZIPVAL-UNKNOWN-ZIP
          DISPLAY "ZIP " W-ZIPVAL-ZIP-5 " IS NOT ON THE POSTAL REFERENCE FILE !"
          MOVE "N" TO W-ZIP-ACCEPTED
       ELSE
       IF ZIPVAL-WRONG-STATE OR ZIPVAL-WRONG-CITY
          DISPLAY "POSTAL REFERENCE: ZIP " W-ZIPVAL-ZIP-5 " IS "
                  W-ZIPVAL-DEFAULT-CITY " " W-ZIPVAL-DEFAULT-STATE
          MOVE "USE THE POSTAL CITY AND STATE ? <Y/N>" TO MSG-CONFIRMATION
          PERFORM ASK-USER-IF-WANT-TO-COMPLETE
          IF W-VALID-ANSWER EQUAL "Y"
             MOVE "Y" TO W-USE-POSTAL-CITY
          ELSE
             IF ZIPVAL-WRONG-STATE
                DISPLAY "THAT ZIP IS IN ANOTHER STATE - KEY THE ZIP AGAIN !"
                MOVE "N" TO W-ZIP-ACCEPTED
             END-IF
          END-IF
          MOVE "N" TO W-VALID-ANSWER.  *> not to quit (QUIT-IS-CONFIRMED)
*>_________________________________________________________________________

GET-VENDOR-CONTACT.

GET-VENDOR-PAYMENT-METHOD.

       DISPLAY "15) PAYMENT METHOD (CHECK/ACH/WIRE/VCARD) - <ENTER>=CHECK: ".
       ACCEPT VENDOR-PAYMENT-METHOD.

       IF VENDOR-PAYMENT-METHOD EQUAL SPACES
          INSPECT VENDOR-PAYMENT-METHOD CONVERTING LOWER-ALPHA TO UPPER-ALPHA
          IF NOT VENDOR-PAYS-BY-CHECK AND NOT VENDOR-PAYS-BY-ACH
                                       AND NOT VENDOR-PAYS-BY-WIRE
                                       AND NOT VENDOR-PAYS-BY-VCARD
             DISPLAY "ONLY CHECK, ACH, WIRE OR VCARD ARE ACCEPTED !"
             MOVE SPACES TO VENDOR-PAYMENT-METHOD
             PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________
          INSPECT VENDOR-LIEN-WAIVER-REQ CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

GET-VENDOR-PARENT.

*>     The parent vendor the spend, open balance cap and rebate tier
*>     roll up to. One level only: a parent cannot have a parent of
*>     its own, and a vendor that already has children cannot become
*>     a child.

       MOVE ZEROS TO ENTRY-PARENT-VENDOR.
       DISPLAY "33) PARENT VENDOR (0 OR <ENTER> FOR NONE): ".
       ACCEPT ENTRY-PARENT-VENDOR.

       IF ENTRY-PARENT-VENDOR EQUAL ZEROS
          MOVE ZEROS  TO W-PARENT-VENDOR
          MOVE SPACES TO W-PARENT-VENDOR-NAME
       ELSE
          PERFORM CHECK-PARENT-VENDOR-IS-VALID
          IF PARENT-IS-VALID
             MOVE ENTRY-PARENT-VENDOR TO W-PARENT-VENDOR.
*>_________________________________________________________________________

CHECK-PARENT-VENDOR-IS-VALID.

       MOVE "N" TO W-PARENT-IS-VALID.

       IF ENTRY-PARENT-VENDOR EQUAL VENDOR-NUMBER
          DISPLAY "A VENDOR CANNOT BE ITS OWN PARENT !"
       ELSE
       IF W-CHILD-VENDOR-COUNT NOT EQUAL ZEROS
          DISPLAY "THIS VENDOR IS ALREADY A PARENT OF " W-CHILD-VENDOR-COUNT
                  " VENDOR(S) - IT CANNOT HAVE A PARENT ITSELF !"
       ELSE
          MOVE ENTRY-PARENT-VENDOR TO VNDPAR-VENDOR
          READ VENDOR-PARENT-FILE RECORD
             INVALID KEY
                MOVE "Y" TO W-PARENT-IS-VALID
          END-READ
          IF NOT PARENT-IS-VALID
             DISPLAY "VENDOR " ENTRY-PARENT-VENDOR " IS ITSELF A CHILD OF VENDOR "
                     VNDPAR-PARENT " - ONLY ONE LEVEL IS ALLOWED !"
          ELSE
             MOVE VENDOR-RECORD TO BK-VENDOR-RECORD
             MOVE ENTRY-PARENT-VENDOR TO VENDOR-NUMBER
             MOVE "Y" TO W-FOUND-VENDOR-RECORD
             PERFORM LOOK-FOR-VENDOR-RECORD
             IF FOUND-VENDOR-RECORD
                MOVE VENDOR-NAME TO W-PARENT-VENDOR-NAME
             ELSE
                MOVE "N" TO W-PARENT-IS-VALID
                DISPLAY "PARENT VENDOR NOT FOUND !"
             END-IF
             MOVE BK-VENDOR-RECORD TO VENDOR-RECORD
             MOVE "Y" TO W-FOUND-VENDOR-RECORD.
*>_________________________________________________________________________

LOAD-VENDOR-PARENT.

*>     The vendor's parent (and name) and how many vendors have this
*>     one as their parent, for the display and the checks above.

       MOVE ZEROS  TO W-PARENT-VENDOR.
       MOVE SPACES TO W-PARENT-VENDOR-NAME.

       MOVE VENDOR-NUMBER TO VNDPAR-VENDOR.
       READ VENDOR-PARENT-FILE RECORD
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE VNDPAR-PARENT TO W-PARENT-VENDOR
       END-READ.

       IF W-PARENT-VENDOR NOT EQUAL ZEROS
          MOVE VENDOR-RECORD TO BK-VENDOR-RECORD
          MOVE W-PARENT-VENDOR TO VENDOR-NUMBER
          PERFORM LOOK-FOR-VENDOR-RECORD
          IF FOUND-VENDOR-RECORD
             MOVE VENDOR-NAME TO W-PARENT-VENDOR-NAME
          ELSE
             MOVE "** NOT ON FILE **" TO W-PARENT-VENDOR-NAME
          END-IF
          MOVE BK-VENDOR-RECORD TO VENDOR-RECORD
          MOVE "Y" TO W-FOUND-VENDOR-RECORD.

       MOVE W-PARENT-VENDOR TO W-OLD-PARENT-VENDOR.
       PERFORM COUNT-CHILD-VENDORS.
*>_________________________________________________________________________

COUNT-CHILD-VENDORS.

       MOVE ZEROS TO W-CHILD-VENDOR-COUNT.
       MOVE "N" TO W-END-OF-CHILDREN.

       MOVE VENDOR-NUMBER TO VNDPAR-PARENT.
       START VENDOR-PARENT-FILE KEY IS EQUAL TO VNDPAR-PARENT
          INVALID KEY
             MOVE "Y" TO W-END-OF-CHILDREN.

       PERFORM COUNT-ONE-CHILD-VENDOR UNTIL END-OF-CHILDREN.
*>_________________________________________________________________________

COUNT-ONE-CHILD-VENDOR.

       READ VENDOR-PARENT-FILE NEXT RECORD
          AT END
             MOVE "Y" TO W-END-OF-CHILDREN
          NOT AT END
             IF VNDPAR-PARENT NOT EQUAL VENDOR-NUMBER
                MOVE "Y" TO W-END-OF-CHILDREN
             ELSE
                ADD 1 TO W-CHILD-VENDOR-COUNT
             END-IF
       END-READ.
*>_________________________________________________________________________

SAVE-VENDOR-PARENT.

*>     The parent link lives beside the vendor record: written,
*>     re-pointed or removed to match W-PARENT-VENDOR, and audited.

       IF W-PARENT-VENDOR NOT EQUAL W-OLD-PARENT-VENDOR
          PERFORM FETCH-SESSION-USER-ID
          MOVE VENDOR-NUMBER TO VNDPAR-VENDOR
          READ VENDOR-PARENT-FILE RECORD
             INVALID KEY
                MOVE SPACES TO VNDPAR-RECORD
                MOVE VENDOR-NUMBER TO VNDPAR-VENDOR
                MOVE ZEROS TO VNDPAR-PARENT
          END-READ
          MOVE VNDPAR-RECORD TO W-SYSAUD-BEFORE-IMAGE
          MOVE W-PARENT-VENDOR    TO VNDPAR-PARENT
          MOVE W-DAY-TODAY        TO VNDPAR-CHANGED-DATE
          MOVE W-CALLBACK-USER-ID TO VNDPAR-CHANGED-BY
          IF W-PARENT-VENDOR EQUAL ZEROS
             MOVE "DELETE" TO W-SYSAUD-ACTION
             MOVE SPACES   TO W-SYSAUD-AFTER-IMAGE
             DELETE VENDOR-PARENT-FILE RECORD
                INVALID KEY
                   CONTINUE
             END-DELETE
          ELSE
             MOVE VNDPAR-RECORD TO W-SYSAUD-AFTER-IMAGE
             IF W-OLD-PARENT-VENDOR EQUAL ZEROS
                MOVE "ADD" TO W-SYSAUD-ACTION
                WRITE VNDPAR-RECORD
                   INVALID KEY
                      REWRITE VNDPAR-RECORD
                END-WRITE
             ELSE
                MOVE "CHANGE" TO W-SYSAUD-ACTION
                REWRITE VNDPAR-RECORD
                   INVALID KEY
                      WRITE VNDPAR-RECORD
                END-REWRITE
             END-IF
          END-IF
          MOVE "VNDPARENT"   TO W-SYSAUD-RECORD-TYPE
          MOVE VENDOR-NUMBER TO W-SYSAUD-KEY
          PERFORM LOG-SYSTEM-AUDIT-ENTRY
          MOVE W-PARENT-VENDOR TO W-OLD-PARENT-VENDOR.

GET-VENDOR-REMIT-TO-ADDRESS.

       DISPLAY "DOES THIS VENDOR HAVE A SEPARATE REMIT-TO ADDRESS FOR PAYMENTS ? (Y/N) - <ENTER>=N: ".
          DISPLAY "REMIT-TO ZIP MUST BE INFORMED !"
          PERFORM CONFIRM-IF-WANT-TO-QUIT
       ELSE
          INSPECT VENDOR-REMIT-ZIP CONVERTING LOWER-ALPHA TO UPPER-ALPHA
          IF VENDOR-COUNTRY EQUAL "US" OR VENDOR-COUNTRY EQUAL SPACES
             PERFORM VALIDATE-VENDOR-REMIT-ZIP.
*>_________________________________________________________________________

VALIDATE-VENDOR-REMIT-ZIP.

       MOVE "Y" TO W-ZIP-ACCEPTED.
       MOVE VENDOR-REMIT-ZIP   TO W-ZIPVAL-ZIP.
       MOVE VENDOR-REMIT-CITY  TO W-ZIPVAL-CITY.
       MOVE VENDOR-REMIT-STATE TO W-ZIPVAL-STATE.
       PERFORM VALIDATE-ZIP-CODE.
       PERFORM REVIEW-ZIP-VALIDATION.

       IF USE-POSTAL-CITY
          MOVE W-ZIPVAL-DEFAULT-CITY  TO VENDOR-REMIT-CITY
          MOVE W-ZIPVAL-DEFAULT-STATE TO VENDOR-REMIT-STATE.

       IF NOT ZIP-ACCEPTED
          MOVE SPACES TO VENDOR-REMIT-ZIP.
*>_________________________________________________________________________

WRITE-RECORD.
        MOVE ENTRY-VENDOR-NUMBER TO VENDOR-NUMBER
        PERFORM LOOK-FOR-VENDOR-RECORD
        IF NOT FOUND-VENDOR-RECORD
           DISPLAY "VENDOR NOT FOUND ! "
        ELSE
           PERFORM LOAD-VENDOR-PARENT.
*>_________________________________________________________________________

GET-RECORD-AND-CHANGE.

GET-A-FIELD-TO-CHANGE.

     DISPLAY "INFORM A FIELD TO CHANGE 1 TO 33 (<ENTER> TO RETURN)".
     ACCEPT ENTRY-RECORD-FIELD.
     
     IF ENTRY-RECORD-FIELD NOT EQUAL ZERO
        PERFORM GET-VENDOR-PAYMENT-METHOD
                         UNTIL VENDOR-PAYS-BY-CHECK
                            OR VENDOR-PAYS-BY-ACH
                            OR VENDOR-PAYS-BY-WIRE
                            OR VENDOR-PAYS-BY-VCARD
                            OR QUIT-IS-CONFIRMED.

     IF ENTRY-RECORD-FIELD = 16

     IF ENTRY-RECORD-FIELD = 32
        PERFORM GET-VENDOR-LIEN-WAIVER-REQ.

     IF ENTRY-RECORD-FIELD = 33
        PERFORM GET-VENDOR-PARENT.
*>_________________________________________________________________________

DELETE-MODULE.
        DISPLAY "*** CANNOT DELETE - THIS VENDOR STILL HAS VOUCHERS ON FILE ! ***"
        DISPLAY "REASSIGN OR CLOSE THOSE VOUCHERS FIRST. <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
     IF W-CHILD-VENDOR-COUNT NOT EQUAL ZEROS
        DISPLAY "*** CANNOT DELETE - THIS VENDOR IS THE PARENT OF "
                W-CHILD-VENDOR-COUNT " VENDOR(S) ! ***"
        DISPLAY "CHANGE THEIR PARENT (FIELD 33) FIRST. <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     ELSE
        MOVE "DO YOU CONFIRM DELETING THIS RECORD ?" TO MSG-CONFIRMATION
        PERFORM ASK-USER-IF-WANT-TO-COMPLETE
                    MOVE VENDOR-NUMBER TO W-SYSAUD-KEY
                    MOVE BK-VENDOR-RECORD-BEFORE-CHANGE TO W-SYSAUD-BEFORE-IMAGE
                    MOVE SPACES        TO W-SYSAUD-AFTER-IMAGE
                    PERFORM LOG-SYSTEM-AUDIT-ENTRY
                    MOVE ZEROS TO W-PARENT-VENDOR
                    PERFORM SAVE-VENDOR-PARENT.

     PERFORM GET-AN-EXISTANT-VENDOR-NUMBER.
*>_________________________________________________________________________
           IF ENTRY-RECORD-FIELD = 16 OR ENTRY-RECORD-FIELD = 17
              PERFORM LOG-BANKING-CHANGE-FOR-CALLBACK
           END-IF
           IF ENTRY-RECORD-FIELD = 33
              PERFORM SAVE-VENDOR-PARENT
           END-IF
           MOVE "VENDOR"        TO W-SYSAUD-RECORD-TYPE
           MOVE "CHANGE"        TO W-SYSAUD-ACTION
           MOVE VENDOR-NUMBER   TO W-SYSAUD-KEY
           MOVE "LIEN WAIVERS REQD"  TO VNDAUD-FIELD-NAME
           MOVE BK-VENDOR-LIEN-WAIVER-REQ TO VNDAUD-OLD-VALUE
           MOVE VENDOR-LIEN-WAIVER-REQ    TO VNDAUD-NEW-VALUE
        WHEN 33
           MOVE "PARENT VENDOR"      TO VNDAUD-FIELD-NAME
           MOVE W-OLD-PARENT-VENDOR  TO VNDAUD-OLD-VALUE
           MOVE W-PARENT-VENDOR      TO VNDAUD-NEW-VALUE
     END-EVALUATE.

     IF VNDAUD-OLD-VALUE NOT EQUAL VNDAUD-NEW-VALUE
REVEAL-MODULE.

*>   The one sanctioned way to see a full bank account or tax id:
*>   only roles granted the option reach here, one vendor at a time,
*>   and every look lands in the system audit file so "who looked at
*>   bank details" has an answer.

   MOVE "REVEAL" TO MSG-OPTION.
   PERFORM GET-AN-EXISTANT-VENDOR-NUMBER.
   PERFORM REVEAL-ONE-VENDOR UNTIL ENTRY-VENDOR-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

REVEAL-ONE-VENDOR.
   PERFORM GET-AN-EXISTANT-VENDOR-NUMBER.
*>_________________________________________________________________________

PURGE-MODULE.

*>   Archiving and reinstating vendors takes them on and off the
*>   master wholesale, so like the reveal it is granted to few roles.

   CALL "vendor-purge".
*>_________________________________________________________________________

REWRITE-VENDOR-RECORD.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-CHECK-SESSION-TIMEOUT.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
COPY "PLDATE.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-LOOK-FOR-VENDOR-OR-ARCHIVE.CBL".
COPY "PL-LOOK-FOR-STATE-RECORD.CBL".
COPY "PL-ASK-USER-WHICH-FIELD-TO-CHANGE.CBL".
COPY "PL-CHECK-ROUTING-NUMBER.CBL".
COPY "PLEXCLOG.CBL".
COPY "PL-SCREEN-ONE-NAME.CBL".
COPY "PL-MASK-SENSITIVE.CBL".
COPY "PL-VALIDATE-ZIP-CODE.CBL".
*>_________________________________________________________________________

