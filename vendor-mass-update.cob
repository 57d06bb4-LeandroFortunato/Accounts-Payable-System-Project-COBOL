IDENTIFICATION DIVISION.
PROGRAM-ID. vendor-mass-update.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLVND02.CBL".
      COPY "SLVMASS.CBL".
      COPY "SLVNDAUD.CBL".
      COPY "SLCONTRL.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

      SELECT PRINTER-FILE
             ASSIGN TO "vendor-mass-update.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

      COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDVND02.CBL".
      COPY "FDVMASS.CBL".
      COPY "FDVNDAUD.CBL".
      COPY "FDCONTRL.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD               PIC X(132).

      COPY "FDSPOOL.CBL".

   WORKING-STORAGE SECTION.

      COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscompany.cbl".
      COPY "wscase01.cbl".

      01 REPORT-TITLE.
         05 FILLER              PIC X(10) VALUE SPACES.
         05 FILLER              PIC X(21) VALUE "VENDOR MASS UPDATE - ".
         05 T-RUN-DESCRIPTION   PIC X(40).
         05 FILLER              PIC X(52) VALUE SPACES.
         05 FILLER              PIC X(05) VALUE "PAGE:".
         05 PAGE-NUMBER         PIC 9(04) VALUE 0.

      01 HEADING-1.
         05 FILLER              PIC X(33) VALUE SPACES.
         05 FILLER              PIC X(11) VALUE "DISC %".
         05 FILLER              PIC X(09) VALUE "DISC DAYS".
         05 FILLER              PIC X(09) VALUE "NET DAYS".
         05 FILLER              PIC X(19) VALUE "STATUS".
         05 FILLER              PIC X(13) VALUE "PAY METHOD".
         05 FILLER              PIC X(30) VALUE "RESULT".

      01 HEADING-2.
         05 FILLER              PIC X(33) VALUE "VENDOR / NAME".
         05 FILLER              PIC X(11) VALUE "OLD  NEW".
         05 FILLER              PIC X(09) VALUE "OLD NEW".
         05 FILLER              PIC X(09) VALUE "OLD NEW".
         05 FILLER              PIC X(19) VALUE "OLD      NEW".
         05 FILLER              PIC X(13) VALUE "OLD   NEW".
         05 FILLER              PIC X(30) VALUE SPACES.

*>    A new value prints only for the fields the change sets, so the
*>    new columns are alphanumeric and stay blank otherwise.
      01 DETAIL-1.
         05 D-VENDOR                   PIC 9(05).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-VENDOR-NAME              PIC X(26).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-OLD-DISCOUNT-PERCENT     PIC 9.99.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-NEW-DISCOUNT-PERCENT     PIC X(04).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-OLD-DISCOUNT-DAYS        PIC ZZ9.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-NEW-DISCOUNT-DAYS        PIC X(03).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-OLD-NET-DAYS             PIC ZZ9.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-NEW-NET-DAYS             PIC X(03).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-OLD-STATUS               PIC X(08).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-NEW-STATUS               PIC X(08).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-OLD-PAYMENT-METHOD       PIC X(05).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 D-NEW-PAYMENT-METHOD       PIC X(05).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-NOTE                     PIC X(30).

      01 SELECTION-LINE.
         05 FILLER                     PIC X(14) VALUE "  SELECTED:   ".
         05 FILLER                     PIC X(06) VALUE "STATE ".
         05 D-SEL-STATE                PIC X(02).
         05 FILLER                     PIC X(09) VALUE "  STATUS ".
         05 D-SEL-STATUS               PIC X(08).
         05 FILLER                     PIC X(09) VALUE "  METHOD ".
         05 D-SEL-PAYMENT-METHOD       PIC X(05).
         05 FILLER                     PIC X(11) VALUE "  1099 BOX ".
         05 D-SEL-1099-BOX             PIC X(05).
         05 FILLER                     PIC X(10) VALUE "  VENDORS ".
         05 D-SEL-FROM-VENDOR          PIC 9(05).
         05 FILLER                     PIC X(04) VALUE " TO ".
         05 D-SEL-TO-VENDOR            PIC 9(05).

      01 SETTING-LINE.
         05 FILLER                     PIC X(14) VALUE "  SET TO:     ".
         05 FILLER                     PIC X(07) VALUE "DISC % ".
         05 D-SET-DISCOUNT-PERCENT     PIC X(04).
         05 FILLER                     PIC X(12) VALUE "  DISC DAYS ".
         05 D-SET-DISCOUNT-DAYS        PIC X(03).
         05 FILLER                     PIC X(11) VALUE "  NET DAYS ".
         05 D-SET-NET-DAYS             PIC X(03).
         05 FILLER                     PIC X(09) VALUE "  STATUS ".
         05 D-SET-STATUS               PIC X(08).
         05 FILLER                     PIC X(13) VALUE "  PAY METHOD ".
         05 D-SET-PAYMENT-METHOD       PIC X(05).

      01 REASON-LINE.
         05 FILLER                     PIC X(14) VALUE "  REASON:     ".
         05 D-REASON                   PIC X(30).
         05 FILLER                     PIC X(07) VALUE "   BY: ".
         05 D-CHANGED-BY               PIC X(10).
         05 FILLER                     PIC X(06) VALUE "  ON: ".
         05 D-CHANGE-DATE              PIC 99/99/9999.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 D-REVERSAL-NOTE            PIC X(40).

      01 TOTAL-LINE.
         05 FILLER                     PIC X(14) VALUE "  VENDORS:    ".
         05 D-COUNT-LABEL-1            PIC X(16).
         05 D-COUNT-1                  PIC ZZ,ZZ9.
         05 FILLER                     PIC X(04) VALUE SPACES.
         05 D-COUNT-LABEL-2            PIC X(16).
         05 D-COUNT-2                  PIC ZZ,ZZ9.
         05 FILLER                     PIC X(04) VALUE SPACES.
         05 D-COUNT-LABEL-3            PIC X(16).
         05 D-COUNT-3                  PIC ZZ,ZZ9.

      01 W-PRINTED-LINES                   PIC 99.
         88 PAGE-FULL                     VALUE 50 THROUGH 99.

      01 W-MASS-MENU-OPTION                PIC 9.
         88 VALID-MASS-MENU-OPTION        VALUE 0 THROUGH 3.

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-FOUND-MASS-CHANGE               PIC X.
         88 FOUND-MASS-CHANGE             VALUE "Y".

      01 W-VENDOR-SELECTED                 PIC X.
         88 VENDOR-IS-SELECTED            VALUE "Y".

*>    Every change and every reversal runs twice over the same vendors:
*>    once to print what would happen, then - confirmed - to do it.
      01 W-PREVIEW-ONLY                    PIC X.
         88 PREVIEW-ONLY                  VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 DELETING-IS-CONFIRMED         VALUE "Y".
         88 QUIT-IS-CONFIRMED             VALUE "Y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

*>    The selection - blank (or zero) matches every vendor.
      01 ENTRY-SELECTION.
         05 ENTRY-SEL-STATE                PIC X(02).
         05 ENTRY-SEL-STATUS               PIC X(08).
         05 ENTRY-SEL-PAYMENT-METHOD       PIC X(05).
         05 ENTRY-SEL-1099-BOX             PIC X(05).
         05 ENTRY-SEL-FROM-VENDOR          PIC 9(05).
         05 ENTRY-SEL-TO-VENDOR            PIC 9(05).

*>    Which fields the change sets, and to what; laid out as the
*>    mass-change record carries them.
      01 W-FIELDS-TO-SET.
         05 W-SET-DISCOUNT-PERCENT         PIC X(01).
            88 SETS-DISCOUNT-PERCENT      VALUE "Y".
         05 W-SET-DISCOUNT-DAYS            PIC X(01).
            88 SETS-DISCOUNT-DAYS         VALUE "Y".
         05 W-SET-NET-DAYS                 PIC X(01).
            88 SETS-NET-DAYS              VALUE "Y".
         05 W-SET-STATUS                   PIC X(01).
            88 SETS-STATUS                VALUE "Y".
         05 W-SET-PAYMENT-METHOD           PIC X(01).
            88 SETS-PAYMENT-METHOD        VALUE "Y".

      01 ENTRY-NEW-VALUES.
         05 ENTRY-NEW-DISCOUNT-PERCENT     PIC 9V99.
         05 ENTRY-NEW-DISCOUNT-DAYS        PIC 999.
         05 ENTRY-NEW-NET-DAYS             PIC 999.
         05 ENTRY-NEW-STATUS               PIC X(08).
            88 NEW-STATUS-IS-VALID        VALUE "ACTIVE", "HOLD", "INACTIVE".
            88 NEW-STATUS-IS-ACTIVE       VALUE "ACTIVE".
         05 ENTRY-NEW-PAYMENT-METHOD       PIC X(05).
            88 NEW-METHOD-IS-VALID        VALUE "CHECK", "ACH", "WIRE", "VCARD".
            88 NEW-METHOD-NEEDS-BANKING   VALUE "ACH", "WIRE".

*>    The five terms fields of one vendor before and after it is touched.
      01 W-BEFORE-VALUES.
         05 W-BEFORE-DISCOUNT-PERCENT      PIC 9V99.
         05 W-BEFORE-DISCOUNT-DAYS         PIC 999.
         05 W-BEFORE-NET-DAYS              PIC 999.
         05 W-BEFORE-STATUS                PIC X(08).
         05 W-BEFORE-PAYMENT-METHOD        PIC X(05).

      01 W-AFTER-VALUES.
         05 W-AFTER-DISCOUNT-PERCENT       PIC 9V99.
         05 W-AFTER-DISCOUNT-DAYS          PIC 999.
         05 W-AFTER-NET-DAYS               PIC 999.
         05 W-AFTER-STATUS                 PIC X(08).
         05 W-AFTER-PAYMENT-METHOD         PIC X(05).
            88 AFTER-METHOD-NEEDS-BANKING VALUE "ACH", "WIRE".

*>    The vendor-audit new value carries the mass-change reference, so
*>    the vendor audit report shows which lines came in one change.
      01 W-AUDIT-NEW-VALUE.
         05 W-AUDIT-VALUE                  PIC X(10).
         05 FILLER                         PIC X(01) VALUE SPACE.
         05 W-AUDIT-TAG                    PIC X(09).
         05 W-AUDIT-REFERENCE              PIC 9(06).
         05 FILLER                         PIC X(04) VALUE SPACES.

      77 W-USER-ID                         PIC X(20).
      77 W-CURRENT-USER-ID                 PIC X(10).
      77 ENTRY-REFERENCE                   PIC 9(06).
      77 ENTRY-REASON                      PIC X(30).
      77 W-REFERENCE                       PIC 9(06).
      77 W-VENDORS-CHANGED                 PIC 9(05).
      77 W-VENDORS-SKIPPED                 PIC 9(05).
      77 W-VENDORS-ALREADY-SET             PIC 9(05).
      77 W-SKIP-REASON                     PIC X(30).
      77 W-DATE-MMDDYYYY                   PIC 9(8).
      77 W-DATE-EDITED                     PIC 99/99/9999.
      77 D-AUDIT-DISCOUNT-PERCENT          PIC Z9.99.
      77 D-EDIT-DISCOUNT-PERCENT           PIC 9.99.
      77 D-EDIT-DAYS                       PIC ZZ9.

      77 BK-VENDOR-RECORD                  PIC X(512).
      77 BK-VMASS-RECORD                   PIC X(512).

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

      77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "VENDOR-MASS-UPDATE".
      77 W-EXCLOG-OPERATION      PIC X(08).
      77 W-EXCLOG-KEY            PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(1).
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).

      77 MSG-CONFIRMATION                 PIC X(60).
      77 DUMMY                            PIC X.
      77 DUMMY-FOR-DATE-12                PIC 9(12).
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Terms renegotiated with a whole group of vendors - every vendor in
*>   a state, on a payment method, in a 1099 box or a number range - are
*>   set here in one pass instead of one vendor at a time. The change is
*>   printed before and after for every vendor before anything is
*>   written, and is filed under one reference so it can be reviewed
*>   or backed out as a unit. The rules of vendor maintenance still
*>   hold: a vendor in onboarding is left alone, net days are never
*>   zero, and nobody is put on ACH or wire without banking on file.

   PERFORM READ-SESSION-COMPANY.
   PERFORM GET-CURRENT-USER.

   OPEN I-O VENDOR-FILE.
   OPEN I-O VENDOR-MASS-CHANGE-FILE.
   OPEN INPUT CONTROL-FILE.
   OPEN EXTEND VENDOR-AUDIT-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   ACCEPT W-USER-ID FROM ENVIRONMENT "USER".

   MOVE W-SESSION-COMPANY TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                        CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                        CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-MASS-MENU-OPTION EQUAL ZERO
                            OR VALID-MASS-MENU-OPTION.

   PERFORM DO-OPTIONS UNTIL W-MASS-MENU-OPTION EQUAL ZERO

   CLOSE VENDOR-FILE.
   CLOSE VENDOR-MASS-CHANGE-FILE.
   CLOSE CONTROL-FILE.
   CLOSE VENDOR-AUDIT-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

         PERFORM CLEAR-SCREEN.
         DISPLAY "                        MASS UPDATE OF VENDOR TERMS".
         DISPLAY " "
         DISPLAY "                           --------------------------------".
         DISPLAY "                           | 1 - NEW MASS UPDATE          |".
         DISPLAY "                           | 2 - REVIEW A MASS CHANGE     |".
         DISPLAY "                           | 3 - REVERSE A MASS CHANGE    |".
         DISPLAY "                           | 0 - EXIT                     |".
         DISPLAY "                           --------------------------------".
         DISPLAY " "
         DISPLAY "                           - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 12 TIMES.
         ACCEPT W-MASS-MENU-OPTION.

        IF W-MASS-MENU-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-MASS-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-MASS-MENU-OPTION = 1
      PERFORM MASS-UPDATE-MODULE.

   IF W-MASS-MENU-OPTION = 2
      PERFORM REVIEW-MODULE.

   IF W-MASS-MENU-OPTION = 3
      PERFORM REVERSAL-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-MASS-MENU-OPTION EQUAL ZERO
                            OR VALID-MASS-MENU-OPTION.
*>_________________________________________________________________________

MASS-UPDATE-MODULE.

   PERFORM GET-SELECTION-CRITERIA.
   PERFORM GET-NEW-VALUES.

   IF W-FIELDS-TO-SET EQUAL "NNNNN"
      DISPLAY "*** NOTHING TO SET - NO CHANGE MADE ! *** <ENTER> TO CONTINUE"
      ACCEPT DUMMY
   ELSE
      DISPLAY "REASON FOR THE CHANGE (EX: 2026 TERMS RENEGOTIATION): "
      ACCEPT ENTRY-REASON
      INSPECT ENTRY-REASON CONVERTING LOWER-ALPHA TO UPPER-ALPHA
      MOVE ZEROS TO W-REFERENCE
      MOVE "PREVIEW - NOTHING CHANGED YET" TO T-RUN-DESCRIPTION
      MOVE "Y" TO W-PREVIEW-ONLY
      PERFORM RUN-THE-MASS-UPDATE
      DISPLAY " "
      DISPLAY W-VENDORS-CHANGED " VENDOR(S) WOULD CHANGE, " W-VENDORS-SKIPPED
              " LEFT ALONE, " W-VENDORS-ALREADY-SET " ALREADY AS SET"
      DISPLAY "BEFORE AND AFTER FOR EVERY VENDOR IN vendor-mass-update.prn"
      IF W-VENDORS-CHANGED EQUAL ZEROS
         DISPLAY "*** NO VENDOR WOULD CHANGE ! *** <ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         MOVE "APPLY THE CHANGE TO THESE VENDORS ? <Y/N>" TO MSG-CONFIRMATION
         PERFORM ASK-USER-IF-WANT-TO-COMPLETE
         IF DELETING-IS-CONFIRMED
            PERFORM APPLY-THE-MASS-UPDATE
         END-IF
      END-IF
   END-IF.
*>_________________________________________________________________________

GET-SELECTION-CRITERIA.

   INITIALIZE ENTRY-SELECTION.
   DISPLAY "SELECT THE VENDORS TO CHANGE - <ENTER> ON A LINE MATCHES ALL".
   DISPLAY " ".

   DISPLAY "STATE (EX: TX): ".
   ACCEPT ENTRY-SEL-STATE.
   INSPECT ENTRY-SEL-STATE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   DISPLAY "STATUS (ACTIVE/HOLD/INACTIVE/PENDING): ".
   ACCEPT ENTRY-SEL-STATUS.
   INSPECT ENTRY-SEL-STATUS CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   DISPLAY "PAYMENT METHOD (CHECK/ACH/WIRE/VCARD): ".
   ACCEPT ENTRY-SEL-PAYMENT-METHOD.
   INSPECT ENTRY-SEL-PAYMENT-METHOD CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   DISPLAY "1099 BOX (NEC/RENT/OTHER - 1099 VENDORS ONLY): ".
   ACCEPT ENTRY-SEL-1099-BOX.
   INSPECT ENTRY-SEL-1099-BOX CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

   DISPLAY "FROM VENDOR NUMBER: ".
   ACCEPT ENTRY-SEL-FROM-VENDOR.

   DISPLAY "TO VENDOR NUMBER: ".
   ACCEPT ENTRY-SEL-TO-VENDOR.
   IF ENTRY-SEL-TO-VENDOR EQUAL ZEROS
      MOVE 99999 TO ENTRY-SEL-TO-VENDOR.
*>_________________________________________________________________________

GET-NEW-VALUES.

   MOVE "NNNNN" TO W-FIELDS-TO-SET.
   INITIALIZE ENTRY-NEW-VALUES.
   DISPLAY " ".
   DISPLAY "THE NEW TERMS - ONLY THE FIELDS ANSWERED Y ARE CHANGED".
   DISPLAY " ".

   MOVE "SET THE DISCOUNT % ? <Y/N>" TO MSG-CONFIRMATION.
   PERFORM ASK-USER-IF-WANT-TO-COMPLETE.
   IF DELETING-IS-CONFIRMED
      MOVE "Y" TO W-SET-DISCOUNT-PERCENT
      DISPLAY "DISCOUNT % FOR EARLY PAYMENT (0 IF NONE): "
      ACCEPT ENTRY-NEW-DISCOUNT-PERCENT.

   MOVE "SET THE DISCOUNT DAYS ? <Y/N>" TO MSG-CONFIRMATION.
   PERFORM ASK-USER-IF-WANT-TO-COMPLETE.
   IF DELETING-IS-CONFIRMED
      MOVE "Y" TO W-SET-DISCOUNT-DAYS
      DISPLAY "DISCOUNT DAYS (0 IF NONE): "
      ACCEPT ENTRY-NEW-DISCOUNT-DAYS.

   MOVE "SET THE NET DAYS ? <Y/N>" TO MSG-CONFIRMATION.
   PERFORM ASK-USER-IF-WANT-TO-COMPLETE.
   IF DELETING-IS-CONFIRMED
      MOVE "N" TO W-VALID-ANSWER
      PERFORM GET-NEW-NET-DAYS *> force first loop
      PERFORM GET-NEW-NET-DAYS
                        UNTIL ENTRY-NEW-NET-DAYS NOT EQUAL ZEROS
                           OR QUIT-IS-CONFIRMED
      IF ENTRY-NEW-NET-DAYS NOT EQUAL ZEROS
         MOVE "Y" TO W-SET-NET-DAYS.

   MOVE "SET THE STATUS ? <Y/N>" TO MSG-CONFIRMATION.
   PERFORM ASK-USER-IF-WANT-TO-COMPLETE.
   IF DELETING-IS-CONFIRMED
      MOVE "N" TO W-VALID-ANSWER
      PERFORM GET-NEW-STATUS *> force first loop
      PERFORM GET-NEW-STATUS
                        UNTIL NEW-STATUS-IS-VALID
                           OR QUIT-IS-CONFIRMED
      IF NEW-STATUS-IS-VALID
         MOVE "Y" TO W-SET-STATUS.

   MOVE "SET THE PAYMENT METHOD ? <Y/N>" TO MSG-CONFIRMATION.
   PERFORM ASK-USER-IF-WANT-TO-COMPLETE.
   IF DELETING-IS-CONFIRMED
      MOVE "N" TO W-VALID-ANSWER
      PERFORM GET-NEW-PAYMENT-METHOD *> force first loop
      PERFORM GET-NEW-PAYMENT-METHOD
                        UNTIL NEW-METHOD-IS-VALID
                           OR QUIT-IS-CONFIRMED
      IF NEW-METHOD-IS-VALID
         MOVE "Y" TO W-SET-PAYMENT-METHOD.
*>_________________________________________________________________________

GET-NEW-NET-DAYS.

       DISPLAY "NET DAYS (TERMS, EX: NET 30): ".
       ACCEPT ENTRY-NEW-NET-DAYS.

       IF ENTRY-NEW-NET-DAYS EQUAL ZEROS
          DISPLAY "NET DAYS MUST BE INFORMED !"
          PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________

GET-NEW-STATUS.

*>     Onboarding is the only way to ACTIVE for a PENDING vendor, so
*>     PENDING is never set here and PENDING vendors are never touched.

       DISPLAY "STATUS (ACTIVE/HOLD/INACTIVE): ".
       ACCEPT ENTRY-NEW-STATUS.
       INSPECT ENTRY-NEW-STATUS CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       IF NOT NEW-STATUS-IS-VALID
          DISPLAY "ONLY ACTIVE, HOLD OR INACTIVE ARE ACCEPTED !"
          PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________

GET-NEW-PAYMENT-METHOD.

       DISPLAY "PAYMENT METHOD (CHECK/ACH/WIRE/VCARD): ".
       ACCEPT ENTRY-NEW-PAYMENT-METHOD.
       INSPECT ENTRY-NEW-PAYMENT-METHOD CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       IF NOT NEW-METHOD-IS-VALID
          DISPLAY "ONLY CHECK, ACH, WIRE OR VCARD ARE ACCEPTED !"
          PERFORM CONFIRM-IF-WANT-TO-QUIT.
*>_________________________________________________________________________

APPLY-THE-MASS-UPDATE.

*>   The header goes on file first, so a run that stops part way still
*>   leaves a reference the vendors it did change can be reversed by.

   PERFORM FIND-NEXT-REFERENCE.

   INITIALIZE VMASS-RECORD.
   MOVE W-REFERENCE            TO VMASS-REFERENCE.
   MOVE ZEROS                  TO VMASS-VENDOR.
   MOVE W-DAY-TODAY            TO VMASS-CHANGE-DATE.
   MOVE W-CURRENT-USER-ID      TO VMASS-CHANGED-BY.
   MOVE "APPLIED"              TO VMASS-STATUS.
   MOVE ENTRY-REASON           TO VMASS-REASON.
   MOVE W-FIELDS-TO-SET        TO VMASS-FIELDS-SET.
   MOVE ENTRY-NEW-VALUES       TO VMASS-NEW-VALUES.
   MOVE ENTRY-SELECTION        TO VMASS-SELECTION.
   WRITE VMASS-RECORD
      INVALID KEY
         MOVE "WRITE"        TO W-EXCLOG-OPERATION
         MOVE VMASS-KEY      TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         DISPLAY "*** ERROR WHILE FILING THE MASS CHANGE - NOTHING CHANGED ! ***"
         DISPLAY "<ENTER> TO CONTINUE"
         ACCEPT DUMMY
      NOT INVALID KEY
         PERFORM RUN-THE-APPLY-PASS
   END-WRITE.
*>_________________________________________________________________________

RUN-THE-APPLY-PASS.

   MOVE SPACES TO T-RUN-DESCRIPTION.
   STRING "MASS CHANGE " W-REFERENCE " - APPLIED" DELIMITED BY SIZE
          INTO T-RUN-DESCRIPTION.
   MOVE "N" TO W-PREVIEW-ONLY.
   PERFORM RUN-THE-MASS-UPDATE.

   MOVE W-REFERENCE TO VMASS-REFERENCE.
   MOVE ZEROS       TO VMASS-VENDOR.
   READ VENDOR-MASS-CHANGE-FILE RECORD
      INVALID KEY
         MOVE "READ"         TO W-EXCLOG-OPERATION
         MOVE VMASS-KEY      TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         MOVE W-VENDORS-CHANGED TO VMASS-VENDOR-COUNT
         REWRITE VMASS-RECORD
            INVALID KEY
               MOVE "REWRITE"      TO W-EXCLOG-OPERATION
               MOVE VMASS-KEY      TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
         END-REWRITE
         MOVE "VENDMASS"     TO W-SYSAUD-RECORD-TYPE
         MOVE "ADD"          TO W-SYSAUD-ACTION
         MOVE W-REFERENCE    TO W-SYSAUD-KEY
         MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
         MOVE VMASS-RECORD   TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-READ.

   DISPLAY " ".
   DISPLAY "----- MASS CHANGE " W-REFERENCE ": " W-VENDORS-CHANGED
           " VENDOR(S) CHANGED, " W-VENDORS-SKIPPED " LEFT ALONE -----".
   DISPLAY "      KEEP THE REFERENCE - IT REVIEWS OR REVERSES THE CHANGE".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

FIND-NEXT-REFERENCE.

   MOVE ZEROS TO W-REFERENCE.
   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO VMASS-KEY.
   START VENDOR-MASS-CHANGE-FILE KEY IS NOT LESS THAN VMASS-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM READ-NEXT-REFERENCE UNTIL END-OF-FILE.

   ADD 1 TO W-REFERENCE.
*>_________________________________________________________________________

READ-NEXT-REFERENCE.

   READ VENDOR-MASS-CHANGE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE VMASS-REFERENCE TO W-REFERENCE
   END-READ.
*>_________________________________________________________________________

RUN-THE-MASS-UPDATE.

   MOVE ZEROS TO W-VENDORS-CHANGED W-VENDORS-SKIPPED W-VENDORS-ALREADY-SET.

   OPEN OUTPUT PRINTER-FILE.
   MOVE 0 TO PAGE-NUMBER.
   PERFORM PRINT-HEADINGS.

   MOVE "N" TO W-END-OF-FILE.
   MOVE ENTRY-SEL-FROM-VENDOR TO VENDOR-NUMBER.
   START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM SELECT-NEXT-VENDOR UNTIL END-OF-FILE.

   PERFORM PRINT-UPDATE-SUMMARY.
   PERFORM FINALIZE-PAGE.

   CLOSE PRINTER-FILE.

   MOVE "VENDOR-MASS-UPDATE" TO W-SPOOL-REPORT-ID.
   MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
   PERFORM ARCHIVE-REPORT-TO-SPOOL.
*>_________________________________________________________________________

SELECT-NEXT-VENDOR.

   READ VENDOR-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF VENDOR-NUMBER GREATER THAN ENTRY-SEL-TO-VENDOR
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            PERFORM CHECK-VENDOR-SELECTION
            IF VENDOR-IS-SELECTED
               PERFORM UPDATE-ONE-VENDOR
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

CHECK-VENDOR-SELECTION.

   MOVE "Y" TO W-VENDOR-SELECTED.

   IF ENTRY-SEL-STATE NOT EQUAL SPACES
      AND VENDOR-STATE NOT EQUAL ENTRY-SEL-STATE
      MOVE "N" TO W-VENDOR-SELECTED.

   IF ENTRY-SEL-STATUS NOT EQUAL SPACES
      AND VENDOR-STATUS NOT EQUAL ENTRY-SEL-STATUS
      MOVE "N" TO W-VENDOR-SELECTED.

   IF ENTRY-SEL-PAYMENT-METHOD NOT EQUAL SPACES
      AND VENDOR-PAYMENT-METHOD NOT EQUAL ENTRY-SEL-PAYMENT-METHOD
      MOVE "N" TO W-VENDOR-SELECTED.

*>   a blank box on a 1099 vendor is reported as NEC
   IF ENTRY-SEL-1099-BOX NOT EQUAL SPACES
      IF NOT VENDOR-IS-1099-ELIGIBLE
         MOVE "N" TO W-VENDOR-SELECTED
      ELSE
         IF ENTRY-SEL-1099-BOX EQUAL "NEC"
            IF NOT VENDOR-1099-BOX-IS-NEC
               MOVE "N" TO W-VENDOR-SELECTED
            END-IF
         ELSE
            IF VENDOR-1099-BOX NOT EQUAL ENTRY-SEL-1099-BOX
               MOVE "N" TO W-VENDOR-SELECTED.
*>_________________________________________________________________________

UPDATE-ONE-VENDOR.

   MOVE VENDOR-RECORD TO BK-VENDOR-RECORD.
   PERFORM TAKE-VALUES-BEFORE.
   MOVE SPACES TO W-SKIP-REASON.

   IF VENDOR-IS-PENDING
      MOVE "IN ONBOARDING - LEFT ALONE" TO W-SKIP-REASON.

   IF W-SKIP-REASON EQUAL SPACES
      AND SETS-PAYMENT-METHOD AND NEW-METHOD-NEEDS-BANKING
      AND (VENDOR-BANK-ROUTING EQUAL SPACES
           OR VENDOR-BANK-ACCOUNT EQUAL SPACES)
      MOVE "NO BANKING - LEFT ALONE" TO W-SKIP-REASON.

   IF W-SKIP-REASON NOT EQUAL SPACES
      ADD 1 TO W-VENDORS-SKIPPED
      MOVE W-BEFORE-VALUES TO W-AFTER-VALUES
      PERFORM PRINT-VENDOR-LINE
   ELSE
      PERFORM SET-THE-NEW-VALUES
      PERFORM TAKE-VALUES-AFTER
      IF W-AFTER-VALUES EQUAL W-BEFORE-VALUES
         ADD 1 TO W-VENDORS-ALREADY-SET
         MOVE "ALREADY AS SET" TO W-SKIP-REASON
         PERFORM PRINT-VENDOR-LINE
      ELSE
         IF PREVIEW-ONLY
            ADD 1 TO W-VENDORS-CHANGED
            MOVE "WILL CHANGE" TO W-SKIP-REASON
            PERFORM PRINT-VENDOR-LINE
         ELSE
            PERFORM REWRITE-THE-CHANGED-VENDOR.
*>_________________________________________________________________________

SET-THE-NEW-VALUES.

   IF SETS-DISCOUNT-PERCENT
      MOVE ENTRY-NEW-DISCOUNT-PERCENT TO VENDOR-DISCOUNT-PERCENT.
   IF SETS-DISCOUNT-DAYS
      MOVE ENTRY-NEW-DISCOUNT-DAYS    TO VENDOR-DISCOUNT-DAYS.
   IF SETS-NET-DAYS
      MOVE ENTRY-NEW-NET-DAYS         TO VENDOR-NET-DAYS.
   IF SETS-STATUS
      MOVE ENTRY-NEW-STATUS           TO VENDOR-STATUS.
   IF SETS-PAYMENT-METHOD
      MOVE ENTRY-NEW-PAYMENT-METHOD   TO VENDOR-PAYMENT-METHOD.
*>_________________________________________________________________________

TAKE-VALUES-BEFORE.

   MOVE VENDOR-DISCOUNT-PERCENT TO W-BEFORE-DISCOUNT-PERCENT.
   MOVE VENDOR-DISCOUNT-DAYS    TO W-BEFORE-DISCOUNT-DAYS.
   MOVE VENDOR-NET-DAYS         TO W-BEFORE-NET-DAYS.
   MOVE VENDOR-STATUS           TO W-BEFORE-STATUS.
   MOVE VENDOR-PAYMENT-METHOD   TO W-BEFORE-PAYMENT-METHOD.
*>_________________________________________________________________________

TAKE-VALUES-AFTER.

   MOVE VENDOR-DISCOUNT-PERCENT TO W-AFTER-DISCOUNT-PERCENT.
   MOVE VENDOR-DISCOUNT-DAYS    TO W-AFTER-DISCOUNT-DAYS.
   MOVE VENDOR-NET-DAYS         TO W-AFTER-NET-DAYS.
   MOVE VENDOR-STATUS           TO W-AFTER-STATUS.
   MOVE VENDOR-PAYMENT-METHOD   TO W-AFTER-PAYMENT-METHOD.
*>_________________________________________________________________________

REWRITE-THE-CHANGED-VENDOR.

   REWRITE VENDOR-RECORD
      INVALID KEY
         MOVE "REWRITE"     TO W-EXCLOG-OPERATION
         MOVE VENDOR-NUMBER TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         ADD 1 TO W-VENDORS-SKIPPED
         MOVE "NOT REWRITTEN - SEE EXCEPTIONS" TO W-SKIP-REASON
         MOVE W-BEFORE-VALUES TO W-AFTER-VALUES
      NOT INVALID KEY
         ADD 1 TO W-VENDORS-CHANGED
         MOVE "CHANGED" TO W-SKIP-REASON
         MOVE "MASS CHG " TO W-AUDIT-TAG
         MOVE W-REFERENCE TO W-AUDIT-REFERENCE
         PERFORM LOG-VENDOR-FIELD-CHANGES
         MOVE "VENDOR"          TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"          TO W-SYSAUD-ACTION
         MOVE VENDOR-NUMBER     TO W-SYSAUD-KEY
         MOVE BK-VENDOR-RECORD  TO W-SYSAUD-BEFORE-IMAGE
         MOVE VENDOR-RECORD     TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         PERFORM WRITE-MASS-CHANGE-VENDOR
   END-REWRITE.

   PERFORM PRINT-VENDOR-LINE.
*>_________________________________________________________________________

WRITE-MASS-CHANGE-VENDOR.

   INITIALIZE VMASS-RECORD.
   MOVE W-REFERENCE            TO VMASS-REFERENCE.
   MOVE VENDOR-NUMBER          TO VMASS-VENDOR.
   MOVE W-DAY-TODAY            TO VMASS-CHANGE-DATE.
   MOVE W-CURRENT-USER-ID      TO VMASS-CHANGED-BY.
   MOVE "APPLIED"              TO VMASS-STATUS.
   MOVE ENTRY-REASON           TO VMASS-REASON.
   MOVE W-FIELDS-TO-SET        TO VMASS-FIELDS-SET.
   MOVE W-BEFORE-VALUES        TO VMASS-OLD-VALUES.
   MOVE W-AFTER-VALUES         TO VMASS-NEW-VALUES.
   WRITE VMASS-RECORD
      INVALID KEY
         MOVE "WRITE"        TO W-EXCLOG-OPERATION
         MOVE VMASS-KEY      TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
   END-WRITE.
*>_________________________________________________________________________

LOG-VENDOR-FIELD-CHANGES.

*>   One vendor-audit line per field that really changed, named as
*>   vendor maintenance names them.

   IF SETS-DISCOUNT-PERCENT
      AND W-AFTER-DISCOUNT-PERCENT NOT EQUAL W-BEFORE-DISCOUNT-PERCENT
      MOVE "DISCOUNT PERCENT"        TO VNDAUD-FIELD-NAME
      MOVE W-BEFORE-DISCOUNT-PERCENT TO D-AUDIT-DISCOUNT-PERCENT
      MOVE D-AUDIT-DISCOUNT-PERCENT  TO VNDAUD-OLD-VALUE
      MOVE W-AFTER-DISCOUNT-PERCENT  TO D-AUDIT-DISCOUNT-PERCENT
      MOVE D-AUDIT-DISCOUNT-PERCENT  TO W-AUDIT-VALUE
      PERFORM WRITE-VENDOR-AUDIT-LINE.

   IF SETS-DISCOUNT-DAYS
      AND W-AFTER-DISCOUNT-DAYS NOT EQUAL W-BEFORE-DISCOUNT-DAYS
      MOVE "DISCOUNT DAYS"           TO VNDAUD-FIELD-NAME
      MOVE W-BEFORE-DISCOUNT-DAYS    TO VNDAUD-OLD-VALUE
      MOVE W-AFTER-DISCOUNT-DAYS     TO W-AUDIT-VALUE
      PERFORM WRITE-VENDOR-AUDIT-LINE.

   IF SETS-NET-DAYS
      AND W-AFTER-NET-DAYS NOT EQUAL W-BEFORE-NET-DAYS
      MOVE "NET DAYS"                TO VNDAUD-FIELD-NAME
      MOVE W-BEFORE-NET-DAYS         TO VNDAUD-OLD-VALUE
      MOVE W-AFTER-NET-DAYS          TO W-AUDIT-VALUE
      PERFORM WRITE-VENDOR-AUDIT-LINE.

   IF SETS-STATUS
      AND W-AFTER-STATUS NOT EQUAL W-BEFORE-STATUS
      MOVE "STATUS"                  TO VNDAUD-FIELD-NAME
      MOVE W-BEFORE-STATUS           TO VNDAUD-OLD-VALUE
      MOVE W-AFTER-STATUS            TO W-AUDIT-VALUE
      PERFORM WRITE-VENDOR-AUDIT-LINE.

   IF SETS-PAYMENT-METHOD
      AND W-AFTER-PAYMENT-METHOD NOT EQUAL W-BEFORE-PAYMENT-METHOD
      MOVE "PAYMENT METHOD"          TO VNDAUD-FIELD-NAME
      MOVE W-BEFORE-PAYMENT-METHOD   TO VNDAUD-OLD-VALUE
      MOVE W-AFTER-PAYMENT-METHOD    TO W-AUDIT-VALUE
      PERFORM WRITE-VENDOR-AUDIT-LINE.
*>_________________________________________________________________________

WRITE-VENDOR-AUDIT-LINE.

   MOVE W-AUDIT-NEW-VALUE TO VNDAUD-NEW-VALUE.
   MOVE VENDOR-NUMBER     TO VNDAUD-VENDOR-NUMBER.
   MOVE W-DAY-TODAY       TO VNDAUD-CHANGE-DATE.
   MOVE W-USER-ID         TO VNDAUD-USER-ID.
   WRITE VNDAUD-RECORD.
*>_________________________________________________________________________

PRINT-VENDOR-LINE.

   IF PAGE-FULL
      PERFORM FINALIZE-PAGE
      PERFORM PRINT-HEADINGS.

   MOVE SPACES TO DETAIL-1.
   MOVE VENDOR-NUMBER             TO D-VENDOR.
   MOVE VENDOR-NAME               TO D-VENDOR-NAME.
   PERFORM FILL-VALUE-COLUMNS.
   MOVE W-SKIP-REASON             TO D-NOTE.

   MOVE DETAIL-1 TO PRINTER-RECORD.
   WRITE PRINTER-RECORD AFTER ADVANCING 1.
   ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

FILL-VALUE-COLUMNS.

*>   Old values always; a new value only where the field is being set
*>   and the vendor was not left alone.

   MOVE W-BEFORE-DISCOUNT-PERCENT TO D-OLD-DISCOUNT-PERCENT.
   MOVE W-BEFORE-DISCOUNT-DAYS    TO D-OLD-DISCOUNT-DAYS.
   MOVE W-BEFORE-NET-DAYS         TO D-OLD-NET-DAYS.
   MOVE W-BEFORE-STATUS           TO D-OLD-STATUS.
   MOVE W-BEFORE-PAYMENT-METHOD   TO D-OLD-PAYMENT-METHOD.

   MOVE SPACES TO D-NEW-DISCOUNT-PERCENT D-NEW-DISCOUNT-DAYS D-NEW-NET-DAYS
                  D-NEW-STATUS D-NEW-PAYMENT-METHOD.

   IF W-AFTER-VALUES NOT EQUAL W-BEFORE-VALUES
      IF SETS-DISCOUNT-PERCENT
         MOVE W-AFTER-DISCOUNT-PERCENT TO D-EDIT-DISCOUNT-PERCENT
         MOVE D-EDIT-DISCOUNT-PERCENT  TO D-NEW-DISCOUNT-PERCENT
      END-IF
      IF SETS-DISCOUNT-DAYS
         MOVE W-AFTER-DISCOUNT-DAYS    TO D-EDIT-DAYS
         MOVE D-EDIT-DAYS              TO D-NEW-DISCOUNT-DAYS
      END-IF
      IF SETS-NET-DAYS
         MOVE W-AFTER-NET-DAYS         TO D-EDIT-DAYS
         MOVE D-EDIT-DAYS              TO D-NEW-NET-DAYS
      END-IF
      IF SETS-STATUS
         MOVE W-AFTER-STATUS           TO D-NEW-STATUS
      END-IF
      IF SETS-PAYMENT-METHOD
         MOVE W-AFTER-PAYMENT-METHOD   TO D-NEW-PAYMENT-METHOD
      END-IF
   END-IF.
*>_________________________________________________________________________

PRINT-UPDATE-SUMMARY.

   MOVE ENTRY-SEL-STATE          TO D-SEL-STATE.
   MOVE ENTRY-SEL-STATUS         TO D-SEL-STATUS.
   MOVE ENTRY-SEL-PAYMENT-METHOD TO D-SEL-PAYMENT-METHOD.
   MOVE ENTRY-SEL-1099-BOX       TO D-SEL-1099-BOX.
   MOVE ENTRY-SEL-FROM-VENDOR    TO D-SEL-FROM-VENDOR.
   MOVE ENTRY-SEL-TO-VENDOR      TO D-SEL-TO-VENDOR.

   MOVE ENTRY-NEW-VALUES TO W-AFTER-VALUES.
   PERFORM FILL-SETTING-LINE.

   MOVE ENTRY-REASON             TO D-REASON.
   MOVE W-CURRENT-USER-ID        TO D-CHANGED-BY.
   COMPUTE DUMMY-FOR-DATE-12 = W-DAY-TODAY * 10000.0001.
   MOVE DUMMY-FOR-DATE-12        TO W-DATE-MMDDYYYY.
   MOVE W-DATE-MMDDYYYY          TO D-CHANGE-DATE.
   MOVE SPACES                   TO D-REVERSAL-NOTE.

   MOVE "CHANGED"          TO D-COUNT-LABEL-1.
   IF PREVIEW-ONLY
      MOVE "WILL CHANGE"   TO D-COUNT-LABEL-1.
   MOVE W-VENDORS-CHANGED  TO D-COUNT-1.
   MOVE "LEFT ALONE"       TO D-COUNT-LABEL-2.
   MOVE W-VENDORS-SKIPPED  TO D-COUNT-2.
   MOVE "ALREADY AS SET"   TO D-COUNT-LABEL-3.
   MOVE W-VENDORS-ALREADY-SET TO D-COUNT-3.

   PERFORM PRINT-SUMMARY-LINES.
*>_________________________________________________________________________

FILL-SETTING-LINE.

   MOVE "  - " TO D-SET-DISCOUNT-PERCENT.
   MOVE " - "  TO D-SET-DISCOUNT-DAYS D-SET-NET-DAYS.
   MOVE "-"    TO D-SET-STATUS D-SET-PAYMENT-METHOD.

   IF SETS-DISCOUNT-PERCENT
      MOVE W-AFTER-DISCOUNT-PERCENT TO D-EDIT-DISCOUNT-PERCENT
      MOVE D-EDIT-DISCOUNT-PERCENT  TO D-SET-DISCOUNT-PERCENT.
   IF SETS-DISCOUNT-DAYS
      MOVE W-AFTER-DISCOUNT-DAYS    TO D-EDIT-DAYS
      MOVE D-EDIT-DAYS              TO D-SET-DISCOUNT-DAYS.
   IF SETS-NET-DAYS
      MOVE W-AFTER-NET-DAYS         TO D-EDIT-DAYS
      MOVE D-EDIT-DAYS              TO D-SET-NET-DAYS.
   IF SETS-STATUS
      MOVE W-AFTER-STATUS           TO D-SET-STATUS.
   IF SETS-PAYMENT-METHOD
      MOVE W-AFTER-PAYMENT-METHOD   TO D-SET-PAYMENT-METHOD.
*>_________________________________________________________________________

PRINT-SUMMARY-LINES.

   IF W-PRINTED-LINES GREATER THAN 44
      PERFORM FINALIZE-PAGE
      PERFORM PRINT-HEADINGS.

   MOVE SELECTION-LINE TO PRINTER-RECORD.
   WRITE PRINTER-RECORD AFTER ADVANCING 2.
   MOVE SETTING-LINE TO PRINTER-RECORD.
   WRITE PRINTER-RECORD AFTER ADVANCING 1.
   MOVE REASON-LINE TO PRINTER-RECORD.
   WRITE PRINTER-RECORD AFTER ADVANCING 1.
   MOVE TOTAL-LINE TO PRINTER-RECORD.
   WRITE PRINTER-RECORD AFTER ADVANCING 2.
   ADD 6 TO W-PRINTED-LINES.
*>_________________________________________________________________________

GET-MASS-CHANGE-REFERENCE.

   MOVE ZEROS TO ENTRY-REFERENCE.
   DISPLAY "MASS CHANGE REFERENCE (<ENTER> TO LIST THEM): ".
   ACCEPT ENTRY-REFERENCE.

   IF ENTRY-REFERENCE EQUAL ZEROS
      PERFORM LIST-MASS-CHANGES
      DISPLAY "MASS CHANGE REFERENCE (<ENTER> FOR MENU): "
      ACCEPT ENTRY-REFERENCE.

   MOVE "N" TO W-FOUND-MASS-CHANGE.
   IF ENTRY-REFERENCE NOT EQUAL ZEROS
      MOVE ENTRY-REFERENCE TO VMASS-REFERENCE
      MOVE ZEROS           TO VMASS-VENDOR
      MOVE "Y" TO W-FOUND-MASS-CHANGE
      READ VENDOR-MASS-CHANGE-FILE RECORD
         INVALID KEY
            MOVE "N" TO W-FOUND-MASS-CHANGE
            DISPLAY "*** NO MASS CHANGE UNDER THAT REFERENCE ! *** <ENTER> TO CONTINUE"
            ACCEPT DUMMY
      END-READ.
*>_________________________________________________________________________

LIST-MASS-CHANGES.

   DISPLAY " ".
   DISPLAY "REFER. DATE       BY         VENDORS STATUS   REASON".
   MOVE "N" TO W-END-OF-FILE.
   MOVE ZEROS TO VMASS-KEY.
   START VENDOR-MASS-CHANGE-FILE KEY IS NOT LESS THAN VMASS-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM LIST-NEXT-MASS-CHANGE UNTIL END-OF-FILE.
   DISPLAY " ".
*>_________________________________________________________________________

LIST-NEXT-MASS-CHANGE.

   READ VENDOR-MASS-CHANGE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF VMASS-IS-HEADER
            COMPUTE DUMMY-FOR-DATE-12 = VMASS-CHANGE-DATE * 10000.0001
            MOVE DUMMY-FOR-DATE-12 TO W-DATE-MMDDYYYY
            MOVE W-DATE-MMDDYYYY   TO D-CHANGE-DATE
            DISPLAY VMASS-REFERENCE " " D-CHANGE-DATE " " VMASS-CHANGED-BY " "
                    VMASS-VENDOR-COUNT "   " VMASS-STATUS " " VMASS-REASON
         END-IF
   END-READ.
*>_________________________________________________________________________

REVIEW-MODULE.

   PERFORM GET-MASS-CHANGE-REFERENCE.

   IF FOUND-MASS-CHANGE
      MOVE SPACES TO T-RUN-DESCRIPTION
      STRING "MASS CHANGE " ENTRY-REFERENCE " - REVIEW" DELIMITED BY SIZE
             INTO T-RUN-DESCRIPTION
      PERFORM PRINT-MASS-CHANGE-REVIEW
      DISPLAY "MASS CHANGE " ENTRY-REFERENCE " (" VMASS-STATUS ") "
              "PRINTED TO vendor-mass-update.prn - <ENTER> TO CONTINUE"
      ACCEPT DUMMY.
*>_________________________________________________________________________

PRINT-MASS-CHANGE-REVIEW.

   MOVE VMASS-RECORD TO BK-VMASS-RECORD.
   MOVE VMASS-FIELDS-SET TO W-FIELDS-TO-SET.
   MOVE ZEROS TO W-VENDORS-CHANGED W-VENDORS-SKIPPED W-VENDORS-ALREADY-SET.

   OPEN OUTPUT PRINTER-FILE.
   MOVE 0 TO PAGE-NUMBER.
   PERFORM PRINT-HEADINGS.

   MOVE "N" TO W-END-OF-FILE.
   MOVE ENTRY-REFERENCE TO VMASS-REFERENCE.
   MOVE 1               TO VMASS-VENDOR.
   START VENDOR-MASS-CHANGE-FILE KEY IS NOT LESS THAN VMASS-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM REVIEW-NEXT-VENDOR UNTIL END-OF-FILE.

   MOVE BK-VMASS-RECORD TO VMASS-RECORD.
   PERFORM FILL-HEADER-SUMMARY.
   PERFORM PRINT-SUMMARY-LINES.
   PERFORM FINALIZE-PAGE.

   CLOSE PRINTER-FILE.

   MOVE "VENDOR-MASS-UPDATE" TO W-SPOOL-REPORT-ID.
   MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
   PERFORM ARCHIVE-REPORT-TO-SPOOL.
*>_________________________________________________________________________

REVIEW-NEXT-VENDOR.

   READ VENDOR-MASS-CHANGE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF VMASS-REFERENCE NOT EQUAL ENTRY-REFERENCE
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            PERFORM REVIEW-ONE-VENDOR
         END-IF
   END-READ.
*>_________________________________________________________________________

REVIEW-ONE-VENDOR.

   MOVE VMASS-OLD-VALUES TO W-BEFORE-VALUES.
   MOVE VMASS-NEW-VALUES TO W-AFTER-VALUES.

   EVALUATE TRUE
      WHEN VMASS-IS-REVERSED
         ADD 1 TO W-VENDORS-SKIPPED
         MOVE "REVERSED" TO W-SKIP-REASON
      WHEN VMASS-IS-KEPT
         ADD 1 TO W-VENDORS-ALREADY-SET
         MOVE "KEPT - CHANGED AGAIN SINCE" TO W-SKIP-REASON
      WHEN OTHER
         ADD 1 TO W-VENDORS-CHANGED
         MOVE "CHANGED" TO W-SKIP-REASON
   END-EVALUATE.

   MOVE VMASS-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.
   IF NOT FOUND-VENDOR-RECORD
      MOVE VMASS-VENDOR TO VENDOR-NUMBER
      MOVE "** NO LONGER ON FILE **" TO VENDOR-NAME.

   PERFORM PRINT-VENDOR-LINE.
*>_________________________________________________________________________

FILL-HEADER-SUMMARY.

*>   The selection, settings and counts of the change as filed.

   MOVE VMASS-SEL-STATE          TO D-SEL-STATE.
   MOVE VMASS-SEL-STATUS         TO D-SEL-STATUS.
   MOVE VMASS-SEL-PAYMENT-METHOD TO D-SEL-PAYMENT-METHOD.
   MOVE VMASS-SEL-1099-BOX       TO D-SEL-1099-BOX.
   MOVE VMASS-SEL-FROM-VENDOR    TO D-SEL-FROM-VENDOR.
   MOVE VMASS-SEL-TO-VENDOR      TO D-SEL-TO-VENDOR.

   MOVE VMASS-FIELDS-SET TO W-FIELDS-TO-SET.
   MOVE VMASS-NEW-VALUES TO W-AFTER-VALUES.
   PERFORM FILL-SETTING-LINE.

   MOVE VMASS-REASON             TO D-REASON.
   MOVE VMASS-CHANGED-BY         TO D-CHANGED-BY.
   COMPUTE DUMMY-FOR-DATE-12 = VMASS-CHANGE-DATE * 10000.0001.
   MOVE DUMMY-FOR-DATE-12        TO W-DATE-MMDDYYYY.
   MOVE W-DATE-MMDDYYYY          TO D-CHANGE-DATE.

   MOVE SPACES TO D-REVERSAL-NOTE.
   IF VMASS-IS-REVERSED
      COMPUTE DUMMY-FOR-DATE-12 = VMASS-REVERSED-DATE * 10000.0001
      MOVE DUMMY-FOR-DATE-12     TO W-DATE-MMDDYYYY
      MOVE W-DATE-MMDDYYYY       TO W-DATE-EDITED
      STRING "REVERSED " W-DATE-EDITED " BY " VMASS-REVERSED-BY
             DELIMITED BY SIZE INTO D-REVERSAL-NOTE.

   MOVE "CHANGED"             TO D-COUNT-LABEL-1.
   MOVE W-VENDORS-CHANGED     TO D-COUNT-1.
   MOVE "REVERSED"            TO D-COUNT-LABEL-2.
   MOVE W-VENDORS-SKIPPED     TO D-COUNT-2.
   MOVE "KEPT"                TO D-COUNT-LABEL-3.
   MOVE W-VENDORS-ALREADY-SET TO D-COUNT-3.
*>_________________________________________________________________________

REVERSAL-MODULE.

*>   Each vendor goes back to what it held before the change - but only
*>   where the fields the change set still hold what it set them to. A
*>   vendor changed again since is kept as it is and reported, so the
*>   reversal never undoes somebody's later correction.

   PERFORM GET-MASS-CHANGE-REFERENCE.

   IF FOUND-MASS-CHANGE
      IF VMASS-IS-REVERSED
         DISPLAY "*** MASS CHANGE " ENTRY-REFERENCE " WAS ALREADY REVERSED ! ***"
         DISPLAY "<ENTER> TO CONTINUE"
         ACCEPT DUMMY
      ELSE
         MOVE VMASS-FIELDS-SET TO W-FIELDS-TO-SET
         MOVE VMASS-REASON     TO ENTRY-REASON
         MOVE SPACES TO T-RUN-DESCRIPTION
         STRING "REVERSAL OF " ENTRY-REFERENCE " - PREVIEW" DELIMITED BY SIZE
                INTO T-RUN-DESCRIPTION
         MOVE "Y" TO W-PREVIEW-ONLY
         PERFORM RUN-THE-REVERSAL
         DISPLAY " "
         DISPLAY W-VENDORS-CHANGED " VENDOR(S) WOULD GO BACK, " W-VENDORS-SKIPPED
                 " KEPT AS CHANGED SINCE"
         DISPLAY "BEFORE AND AFTER FOR EVERY VENDOR IN vendor-mass-update.prn"
         IF W-VENDORS-CHANGED EQUAL ZEROS
            DISPLAY "*** NO VENDOR CAN BE REVERSED ! *** <ENTER> TO CONTINUE"
            ACCEPT DUMMY
         ELSE
            MOVE "REVERSE THE MASS CHANGE FOR THESE VENDORS ? <Y/N>" TO MSG-CONFIRMATION
            PERFORM ASK-USER-IF-WANT-TO-COMPLETE
            IF DELETING-IS-CONFIRMED
               PERFORM APPLY-THE-REVERSAL
            END-IF
         END-IF
      END-IF.
*>_________________________________________________________________________

APPLY-THE-REVERSAL.

   MOVE SPACES TO T-RUN-DESCRIPTION.
   STRING "REVERSAL OF " ENTRY-REFERENCE " - APPLIED" DELIMITED BY SIZE
          INTO T-RUN-DESCRIPTION.
   MOVE "N" TO W-PREVIEW-ONLY.
   PERFORM RUN-THE-REVERSAL.

   MOVE ENTRY-REFERENCE TO VMASS-REFERENCE.
   MOVE ZEROS           TO VMASS-VENDOR.
   READ VENDOR-MASS-CHANGE-FILE RECORD
      INVALID KEY
         MOVE "READ"         TO W-EXCLOG-OPERATION
         MOVE VMASS-KEY      TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
      NOT INVALID KEY
         MOVE VMASS-RECORD      TO BK-VMASS-RECORD
         MOVE "REVERSED"        TO VMASS-STATUS
         MOVE W-DAY-TODAY       TO VMASS-REVERSED-DATE
         MOVE W-CURRENT-USER-ID TO VMASS-REVERSED-BY
         MOVE W-VENDORS-CHANGED TO VMASS-REVERSED-COUNT
         REWRITE VMASS-RECORD
            INVALID KEY
               MOVE "REWRITE"      TO W-EXCLOG-OPERATION
               MOVE VMASS-KEY      TO W-EXCLOG-KEY
               PERFORM LOG-EXCEPTION-ENTRY
         END-REWRITE
         MOVE "VENDMASS"      TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"        TO W-SYSAUD-ACTION
         MOVE ENTRY-REFERENCE TO W-SYSAUD-KEY
         MOVE BK-VMASS-RECORD TO W-SYSAUD-BEFORE-IMAGE
         MOVE VMASS-RECORD    TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-READ.

   DISPLAY " ".
   DISPLAY "----- MASS CHANGE " ENTRY-REFERENCE " REVERSED: " W-VENDORS-CHANGED
           " VENDOR(S) BACK, " W-VENDORS-SKIPPED " KEPT -----".
   DISPLAY "<ENTER> TO CONTINUE".
   ACCEPT DUMMY.
*>_________________________________________________________________________

RUN-THE-REVERSAL.

   MOVE ZEROS TO W-VENDORS-CHANGED W-VENDORS-SKIPPED W-VENDORS-ALREADY-SET.

*>   the header is kept aside for the summary - the pass reads the
*>   vendors of the change through the same record area
   MOVE ENTRY-REFERENCE TO VMASS-REFERENCE.
   MOVE ZEROS           TO VMASS-VENDOR.
   READ VENDOR-MASS-CHANGE-FILE RECORD
      INVALID KEY
         INITIALIZE VMASS-RECORD.
   MOVE VMASS-RECORD TO BK-VMASS-RECORD.

   OPEN OUTPUT PRINTER-FILE.
   MOVE 0 TO PAGE-NUMBER.
   PERFORM PRINT-HEADINGS.

   MOVE "N" TO W-END-OF-FILE.
   MOVE ENTRY-REFERENCE TO VMASS-REFERENCE.
   MOVE 1               TO VMASS-VENDOR.
   START VENDOR-MASS-CHANGE-FILE KEY IS NOT LESS THAN VMASS-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.

   PERFORM REVERSE-NEXT-VENDOR UNTIL END-OF-FILE.

   MOVE BK-VMASS-RECORD TO VMASS-RECORD.
   PERFORM FILL-HEADER-SUMMARY.
   MOVE "WILL GO BACK"     TO D-COUNT-LABEL-1.
   IF NOT PREVIEW-ONLY
      MOVE "WENT BACK"     TO D-COUNT-LABEL-1.
   MOVE W-VENDORS-CHANGED  TO D-COUNT-1.
   MOVE "KEPT"             TO D-COUNT-LABEL-2.
   MOVE W-VENDORS-SKIPPED  TO D-COUNT-2.
   MOVE SPACES             TO D-COUNT-LABEL-3.
   MOVE ZEROS              TO D-COUNT-3.
   PERFORM PRINT-SUMMARY-LINES.
   PERFORM FINALIZE-PAGE.

   CLOSE PRINTER-FILE.

   MOVE "VENDOR-MASS-UPDATE" TO W-SPOOL-REPORT-ID.
   MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
   PERFORM ARCHIVE-REPORT-TO-SPOOL.
*>_________________________________________________________________________

REVERSE-NEXT-VENDOR.

   READ VENDOR-MASS-CHANGE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF VMASS-REFERENCE NOT EQUAL ENTRY-REFERENCE
            MOVE "Y" TO W-END-OF-FILE
         ELSE
            IF VMASS-IS-APPLIED
               PERFORM REVERSE-ONE-VENDOR
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

REVERSE-ONE-VENDOR.

   MOVE SPACES TO W-SKIP-REASON.
   MOVE VMASS-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.

   IF NOT FOUND-VENDOR-RECORD
      MOVE VMASS-VENDOR TO VENDOR-NUMBER
      MOVE "** NO LONGER ON FILE **" TO VENDOR-NAME
      MOVE VMASS-NEW-VALUES TO W-BEFORE-VALUES
      MOVE "NOT ON FILE - KEPT" TO W-SKIP-REASON
   ELSE
      MOVE VENDOR-RECORD TO BK-VENDOR-RECORD
      PERFORM TAKE-VALUES-BEFORE
      PERFORM CHECK-VENDOR-UNCHANGED-SINCE.

   IF W-SKIP-REASON NOT EQUAL SPACES
      ADD 1 TO W-VENDORS-SKIPPED
      MOVE W-BEFORE-VALUES TO W-AFTER-VALUES
      IF NOT PREVIEW-ONLY
         MOVE "KEPT" TO VMASS-STATUS
         PERFORM REWRITE-MASS-CHANGE-VENDOR
      END-IF
      PERFORM PRINT-VENDOR-LINE
   ELSE
      PERFORM PUT-BACK-THE-OLD-VALUES
      PERFORM TAKE-VALUES-AFTER
      IF PREVIEW-ONLY
         ADD 1 TO W-VENDORS-CHANGED
         MOVE "WILL GO BACK" TO W-SKIP-REASON
         PERFORM PRINT-VENDOR-LINE
      ELSE
         PERFORM REWRITE-THE-REVERSED-VENDOR.
*>_________________________________________________________________________

CHECK-VENDOR-UNCHANGED-SINCE.

   IF SETS-DISCOUNT-PERCENT
      AND VENDOR-DISCOUNT-PERCENT NOT EQUAL VMASS-NEW-DISCOUNT-PERCENT
      MOVE "CHANGED AGAIN SINCE - KEPT" TO W-SKIP-REASON.
   IF SETS-DISCOUNT-DAYS
      AND VENDOR-DISCOUNT-DAYS NOT EQUAL VMASS-NEW-DISCOUNT-DAYS
      MOVE "CHANGED AGAIN SINCE - KEPT" TO W-SKIP-REASON.
   IF SETS-NET-DAYS
      AND VENDOR-NET-DAYS NOT EQUAL VMASS-NEW-NET-DAYS
      MOVE "CHANGED AGAIN SINCE - KEPT" TO W-SKIP-REASON.
   IF SETS-STATUS
      AND VENDOR-STATUS NOT EQUAL VMASS-NEW-STATUS
      MOVE "CHANGED AGAIN SINCE - KEPT" TO W-SKIP-REASON.
   IF SETS-PAYMENT-METHOD
      AND VENDOR-PAYMENT-METHOD NOT EQUAL VMASS-NEW-PAYMENT-METHOD
      MOVE "CHANGED AGAIN SINCE - KEPT" TO W-SKIP-REASON.

*>   going back to ACH or wire needs the banking still on file
   IF W-SKIP-REASON EQUAL SPACES
      AND SETS-PAYMENT-METHOD
      AND (VMASS-OLD-PAYMENT-METHOD EQUAL "ACH"
           OR VMASS-OLD-PAYMENT-METHOD EQUAL "WIRE")
      AND (VENDOR-BANK-ROUTING EQUAL SPACES
           OR VENDOR-BANK-ACCOUNT EQUAL SPACES)
      MOVE "NO BANKING ON FILE - KEPT" TO W-SKIP-REASON.
*>_________________________________________________________________________

PUT-BACK-THE-OLD-VALUES.

   IF SETS-DISCOUNT-PERCENT
      MOVE VMASS-OLD-DISCOUNT-PERCENT TO VENDOR-DISCOUNT-PERCENT.
   IF SETS-DISCOUNT-DAYS
      MOVE VMASS-OLD-DISCOUNT-DAYS    TO VENDOR-DISCOUNT-DAYS.
   IF SETS-NET-DAYS
      MOVE VMASS-OLD-NET-DAYS         TO VENDOR-NET-DAYS.
   IF SETS-STATUS
      MOVE VMASS-OLD-STATUS           TO VENDOR-STATUS.
   IF SETS-PAYMENT-METHOD
      MOVE VMASS-OLD-PAYMENT-METHOD   TO VENDOR-PAYMENT-METHOD.
*>_________________________________________________________________________

REWRITE-THE-REVERSED-VENDOR.

   REWRITE VENDOR-RECORD
      INVALID KEY
         MOVE "REWRITE"     TO W-EXCLOG-OPERATION
         MOVE VENDOR-NUMBER TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
         ADD 1 TO W-VENDORS-SKIPPED
         MOVE "NOT REWRITTEN - SEE EXCEPTIONS" TO W-SKIP-REASON
         MOVE W-BEFORE-VALUES TO W-AFTER-VALUES
      NOT INVALID KEY
         ADD 1 TO W-VENDORS-CHANGED
         MOVE "WENT BACK" TO W-SKIP-REASON
         MOVE "MASS REV " TO W-AUDIT-TAG
         MOVE ENTRY-REFERENCE TO W-AUDIT-REFERENCE
         PERFORM LOG-VENDOR-FIELD-CHANGES
         MOVE "VENDOR"          TO W-SYSAUD-RECORD-TYPE
         MOVE "CHANGE"          TO W-SYSAUD-ACTION
         MOVE VENDOR-NUMBER     TO W-SYSAUD-KEY
         MOVE BK-VENDOR-RECORD  TO W-SYSAUD-BEFORE-IMAGE
         MOVE VENDOR-RECORD     TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
         MOVE "REVERSED" TO VMASS-STATUS
         PERFORM REWRITE-MASS-CHANGE-VENDOR
   END-REWRITE.

   PERFORM PRINT-VENDOR-LINE.
*>_________________________________________________________________________

REWRITE-MASS-CHANGE-VENDOR.

   REWRITE VMASS-RECORD
      INVALID KEY
         MOVE "REWRITE"      TO W-EXCLOG-OPERATION
         MOVE VMASS-KEY      TO W-EXCLOG-KEY
         PERFORM LOG-EXCEPTION-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

GET-CURRENT-USER.

     ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session
     OPEN INPUT SESSION-FILE.
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
COPY "PLPRINT.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
