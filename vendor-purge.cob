IDENTIFICATION DIVISION.
PROGRAM-ID. vendor-purge.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVND02.CBL".
         COPY "SLVNDARC.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLVCARC.CBL".
         COPY "SLPO.CBL".
         COPY "SLVNDCERT.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLEXCLOG.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "vendor-purge-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

         COPY "FDVND02.CBL".
         COPY "FDVNDARC.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDVCARC.CBL".
         COPY "FDPO.CBL".
         COPY "FDVNDCERT.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDEXCLOG.CBL".
         COPY "FDSESSION.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD            PIC X(90).

   WORKING-STORAGE SECTION.

         COPY "wscase01.cbl".

         01 W-OPTION                  PIC 9.
            88 VALID-OPTION          VALUE 1 THROUGH 3.

         01 W-VALID-ANSWER            PIC X.
            88 VALID-ANSWER          VALUE "Y","N".
            88 ACTION-IS-CONFIRMED   VALUE "Y".

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY             PIC 9(8).
            05 FILLER                  PIC X(1).
            05 W-PIECE-OF-TIME-NOW     PIC 9(5).
            05 FILLER                  PIC X(7).

         01 W-END-OF-FILE             PIC X.
            88 END-OF-FILE           VALUE "Y".

         01 W-END-OF-VENDOR-GROUP     PIC X.
            88 END-OF-VENDOR-GROUP   VALUE "Y".

         01 W-FOUND-RECORD            PIC X.
            88 FOUND-RECORD          VALUE "Y".

         01 W-ARCHIVED-VOUCHER-PREFIX.
            05 W-ARC-NUMBER                  PIC 9(07).
            05 W-ARC-VENDOR                  PIC 9(05).
            05 W-ARC-INVOICE                 PIC X(15).
            05 W-ARC-FOR-MEMO                PIC X(150).
            05 W-ARC-AMOUNT                  PIC S9(6)V99.
            05 W-ARC-DATE                    PIC 9(08).
            05 FILLER                        PIC X(18).
            05 W-ARC-PAID-DATE               PIC 9(08).

*>       Why an inactive vendor has to stay on the master; spaces
*>       means it can go to the archive.
         77 W-KEEP-REASON             PIC X(30).

         77 W-MONTHS-RETENTION        PIC 9(3).
         77 W-CUTOFF-DATE             PIC 9(8).
         77 W-CUTOFF-YEAR             PIC 9(4).
         77 W-CUTOFF-MONTH            PIC S9(4).
         77 W-TOTAL-MONTHS            PIC S9(6).
         77 W-TAX-YEAR                PIC 9(4).
         77 W-PAID-YEAR               PIC 9(4).
         77 W-LATEST-ACTIVITY         PIC 9(8).
         77 W-PURGED-COUNT            PIC 9(6) VALUE 0.
         77 W-KEPT-COUNT              PIC 9(6) VALUE 0.
         77 W-CURRENT-USER-ID         PIC X(10).
         77 ENTRY-VENDOR-NUMBER       PIC 9(5).
         77 W-FORMATTED-DATE          PIC 99/99/9999.
         77 W-DATE-MM-DD-CCYY         PIC 9(8).
         77 DUMMY-FOR-DATE-12         PIC 9(12).
         77 BK-VENDOR-RECORD          PIC X(512).

         77 W-SYSAUD-RECORD-TYPE      PIC X(10).
         77 W-SYSAUD-ACTION           PIC X(06).
         77 W-SYSAUD-KEY              PIC X(15).
         77 W-SYSAUD-BEFORE-IMAGE     PIC X(512).
         77 W-SYSAUD-AFTER-IMAGE      PIC X(512).
         77 W-SYSAUD-USER-ID          PIC X(20).

         01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
            05 W-SYSAUD-DAY-TODAY     PIC 9(8).
            05 FILLER                 PIC X(1).
            05 W-SYSAUD-TIME-NOW      PIC 9(5).
            05 FILLER                 PIC X(7).

         77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "VENDOR-PURGE".
         77 W-EXCLOG-OPERATION      PIC X(08).
         77 W-EXCLOG-KEY            PIC X(15).

         01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
            05 W-EXCLOG-DAY-TODAY   PIC 9(8).
            05 FILLER               PIC X(1).
            05 W-EXCLOG-TIME-NOW    PIC 9(5).
            05 FILLER               PIC X(7).

         77 MSG-CONFIRMATION          PIC X(79).
         77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

     PERFORM GET-CURRENT-USER.

     OPEN I-O VENDOR-FILE.
     OPEN I-O VENDOR-ARCHIVE-FILE.
     OPEN EXTEND SYSTEM-AUDIT-FILE.

     PERFORM GET-MENU-OPTION. *> force first pass
     PERFORM GET-MENU-OPTION UNTIL
                                 W-OPTION EQUAL ZERO
                              OR VALID-OPTION.

     PERFORM DO-OPTIONS UNTIL W-OPTION EQUAL ZERO.

     CLOSE VENDOR-FILE.
     CLOSE VENDOR-ARCHIVE-FILE.
     CLOSE SYSTEM-AUDIT-FILE.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

GET-MENU-OPTION.

        PERFORM CLEAR-SCREEN.
        DISPLAY "                           INACTIVE VENDOR PURGE / ARCHIVE".
        DISPLAY " "
        DISPLAY "                     ------------------------------------------".
        DISPLAY "                     | 1 - PURGE INACTIVE VENDORS TO ARCHIVE  |".
        DISPLAY "                     | 2 - LOOK UP AN ARCHIVED VENDOR         |".
        DISPLAY "                     | 3 - REINSTATE AN ARCHIVED VENDOR       |".
        DISPLAY "                     | 0 - EXIT                               |".
        DISPLAY "                     ------------------------------------------".
        DISPLAY " "
        DISPLAY "                     - CHOOSE AN OPTION FROM MENU:".
        PERFORM JUMP-LINE 12 TIMES.
        MOVE ZEROS TO W-OPTION.
        ACCEPT W-OPTION.

        IF W-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

     PERFORM CLEAR-SCREEN.

     IF W-OPTION = 1
        PERFORM PURGE-MODULE.

     IF W-OPTION = 2
        PERFORM INQUIRY-MODULE.

     IF W-OPTION = 3
        PERFORM REINSTATE-MODULE.

     PERFORM GET-MENU-OPTION. *> force first pass
     PERFORM GET-MENU-OPTION UNTIL
                                 W-OPTION EQUAL ZERO
                              OR VALID-OPTION.
*>_________________________________________________________________________

PURGE-MODULE.

*>   Only vendors already flagged INACTIVE are candidates, and only
*>   once their last voucher is older than the retention period.
*>   Anything still open against the vendor - an unpaid voucher, an
*>   open or received PO, a certificate not yet expired - or a
*>   1099-reportable payment in the current tax year keeps it on the
*>   master; the purge report says which.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
     MOVE W-DAY-TODAY (1:4) TO W-TAX-YEAR.

     DISPLAY "PURGE VENDORS INACTIVE WITH NO VOUCHER ACTIVITY IN HOW MANY MONTHS ? (<ENTER>=84)".
     MOVE ZEROS TO W-MONTHS-RETENTION.
     ACCEPT W-MONTHS-RETENTION.
     IF W-MONTHS-RETENTION EQUAL ZEROS
        MOVE 84 TO W-MONTHS-RETENTION.

*>   The cutoff is the first day of the month that many months back.

     MOVE W-DAY-TODAY (1:4) TO W-CUTOFF-YEAR.
     MOVE W-DAY-TODAY (5:2) TO W-CUTOFF-MONTH.
     COMPUTE W-TOTAL-MONTHS = (W-CUTOFF-YEAR * 12) + W-CUTOFF-MONTH
                            - W-MONTHS-RETENTION.
     COMPUTE W-CUTOFF-YEAR  = (W-TOTAL-MONTHS - 1) / 12.
     COMPUTE W-CUTOFF-MONTH = W-TOTAL-MONTHS - (W-CUTOFF-YEAR * 12).
     COMPUTE W-CUTOFF-DATE  = (W-CUTOFF-YEAR * 10000)
                            + (W-CUTOFF-MONTH * 100) + 1.

     MOVE SPACES TO MSG-CONFIRMATION.
     STRING "MOVE INACTIVE VENDORS WITH NO ACTIVITY SINCE " W-CUTOFF-DATE
            " TO THE ARCHIVE ? (Y/N)"
       DELIMITED BY SIZE INTO MSG-CONFIRMATION
     END-STRING.
     PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

     IF ACTION-IS-CONFIRMED
        PERFORM PURGE-INACTIVE-VENDORS
     ELSE
        DISPLAY "PURGE CANCELLED ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY.
*>_________________________________________________________________________

PURGE-INACTIVE-VENDORS.

     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VOUCHER-ARCHIVE-FILE.
     OPEN INPUT PURCHASE-ORDER-FILE.
     OPEN INPUT VENDOR-CERT-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE ZEROS TO W-PURGED-COUNT.
     MOVE ZEROS TO W-KEPT-COUNT.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "INACTIVE VENDOR PURGE - NO VOUCHER ACTIVITY SINCE " W-CUTOFF-DATE
            "  RUN " W-DAY-TODAY
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.
     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE "VENDOR NAME                           LAST VOUCHER ACTION" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE "====== ============================== ============ ==============================" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VENDOR-NUMBER.
     START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM CHECK-NEXT-VENDOR UNTIL END-OF-FILE.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE SPACES TO PRINTER-RECORD.
     STRING W-PURGED-COUNT " VENDOR(S) MOVED TO THE ARCHIVE, "
            W-KEPT-COUNT " INACTIVE VENDOR(S) KEPT."
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     CLOSE VOUCHER-FILE.
     CLOSE VOUCHER-ARCHIVE-FILE.
     CLOSE PURCHASE-ORDER-FILE.
     CLOSE VENDOR-CERT-FILE.
     CLOSE PRINTER-FILE.

     DISPLAY W-PURGED-COUNT " VENDOR(S) ARCHIVED, " W-KEPT-COUNT
             " KEPT - SEE VENDOR-PURGE-REPORT.PRN. <ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

CHECK-NEXT-VENDOR.

     READ VENDOR-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VENDOR-IS-INACTIVE
              PERFORM CHECK-ONE-INACTIVE-VENDOR
           END-IF
     END-READ.
*>_________________________________________________________________________

CHECK-ONE-INACTIVE-VENDOR.

     MOVE SPACES TO W-KEEP-REASON.
     PERFORM SCAN-VENDOR-VOUCHERS.

     IF W-KEEP-REASON EQUAL SPACES
        AND W-LATEST-ACTIVITY NOT LESS THAN W-CUTOFF-DATE
        MOVE "KEPT - INSIDE RETENTION PERIOD" TO W-KEEP-REASON.

     IF W-KEEP-REASON EQUAL SPACES
        PERFORM CHECK-VENDOR-OPEN-POS.

     IF W-KEEP-REASON EQUAL SPACES
        PERFORM CHECK-VENDOR-CERTIFICATES.

     IF W-KEEP-REASON EQUAL SPACES
        PERFORM ARCHIVE-THE-VENDOR
     ELSE
        ADD 1 TO W-KEPT-COUNT.

     PERFORM PRINT-VENDOR-LINE.
*>_________________________________________________________________________

SCAN-VENDOR-VOUCHERS.

*>   Latest VOUCHER-DATE across the live file and the voucher
*>   archive, each walked by its vendor alternate key; the same pass
*>   catches unpaid vouchers and this year's 1099 payments.

     MOVE ZEROS TO W-LATEST-ACTIVITY.

     MOVE "N" TO W-END-OF-VENDOR-GROUP.
     MOVE VENDOR-NUMBER TO VOUCHER-VENDOR.
     START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-VENDOR-GROUP.
     PERFORM SCAN-NEXT-LIVE-VOUCHER UNTIL END-OF-VENDOR-GROUP.

     MOVE "N" TO W-END-OF-VENDOR-GROUP.
     MOVE VENDOR-NUMBER TO VCARC-VOUCHER-VENDOR.
     START VOUCHER-ARCHIVE-FILE KEY IS NOT LESS THAN VCARC-VOUCHER-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-VENDOR-GROUP.
     PERFORM SCAN-NEXT-ARCHIVED-VOUCHER UNTIL END-OF-VENDOR-GROUP.
*>_________________________________________________________________________

SCAN-NEXT-LIVE-VOUCHER.

     READ VOUCHER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VENDOR-GROUP
        NOT AT END
           IF VOUCHER-VENDOR NOT EQUAL VENDOR-NUMBER
              MOVE "Y" TO W-END-OF-VENDOR-GROUP
           ELSE
              IF VOUCHER-DATE GREATER THAN W-LATEST-ACTIVITY
                 MOVE VOUCHER-DATE TO W-LATEST-ACTIVITY
              END-IF
              IF VOUCHER-PAID-DATE EQUAL ZEROS
                 MOVE "KEPT - UNPAID VOUCHER" TO W-KEEP-REASON
              ELSE
                 MOVE VOUCHER-PAID-DATE (1:4) TO W-PAID-YEAR
                 IF W-PAID-YEAR EQUAL W-TAX-YEAR AND VENDOR-IS-1099-ELIGIBLE
                    AND W-KEEP-REASON EQUAL SPACES
                    MOVE "KEPT - 1099 PAYMENT THIS YEAR" TO W-KEEP-REASON
                 END-IF
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

SCAN-NEXT-ARCHIVED-VOUCHER.

     READ VOUCHER-ARCHIVE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VENDOR-GROUP
        NOT AT END
           IF VCARC-VOUCHER-VENDOR NOT EQUAL VENDOR-NUMBER
              MOVE "Y" TO W-END-OF-VENDOR-GROUP
           ELSE
              MOVE VCARC-VOUCHER-IMAGE TO W-ARCHIVED-VOUCHER-PREFIX
              IF W-ARC-DATE GREATER THAN W-LATEST-ACTIVITY
                 MOVE W-ARC-DATE TO W-LATEST-ACTIVITY
              END-IF
              MOVE W-ARC-PAID-DATE (1:4) TO W-PAID-YEAR
              IF W-PAID-YEAR EQUAL W-TAX-YEAR AND VENDOR-IS-1099-ELIGIBLE
                 AND W-KEEP-REASON EQUAL SPACES
                 MOVE "KEPT - 1099 PAYMENT THIS YEAR" TO W-KEEP-REASON
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

CHECK-VENDOR-OPEN-POS.

     MOVE "N" TO W-END-OF-VENDOR-GROUP.
     MOVE VENDOR-NUMBER TO PO-VENDOR.
     START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-VENDOR
        INVALID KEY
           MOVE "Y" TO W-END-OF-VENDOR-GROUP.

     PERFORM CHECK-NEXT-VENDOR-PO UNTIL
                                   END-OF-VENDOR-GROUP
                                OR W-KEEP-REASON NOT EQUAL SPACES.
*>_________________________________________________________________________

CHECK-NEXT-VENDOR-PO.

     READ PURCHASE-ORDER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VENDOR-GROUP
        NOT AT END
           IF PO-VENDOR NOT EQUAL VENDOR-NUMBER
              MOVE "Y" TO W-END-OF-VENDOR-GROUP
           ELSE
              IF NOT PO-IS-CLOSED
                 MOVE "KEPT - PO NOT CLOSED" TO W-KEEP-REASON
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

CHECK-VENDOR-CERTIFICATES.

     MOVE "N" TO W-END-OF-VENDOR-GROUP.
     MOVE VENDOR-NUMBER TO VNDCERT-VENDOR.
     MOVE LOW-VALUES    TO VNDCERT-TYPE.
     START VENDOR-CERT-FILE KEY IS NOT LESS THAN VNDCERT-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-VENDOR-GROUP.

     PERFORM CHECK-NEXT-VENDOR-CERTIFICATE UNTIL
                                   END-OF-VENDOR-GROUP
                                OR W-KEEP-REASON NOT EQUAL SPACES.
*>_________________________________________________________________________

CHECK-NEXT-VENDOR-CERTIFICATE.

     READ VENDOR-CERT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-VENDOR-GROUP
        NOT AT END
           IF VNDCERT-VENDOR NOT EQUAL VENDOR-NUMBER
              MOVE "Y" TO W-END-OF-VENDOR-GROUP
           ELSE
              IF VNDCERT-EXPIRE-DATE NOT LESS THAN W-DAY-TODAY
                 MOVE "KEPT - CERTIFICATE CURRENT" TO W-KEEP-REASON
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

ARCHIVE-THE-VENDOR.

     MOVE VENDOR-NUMBER     TO VNDARC-VENDOR-NUMBER.
     MOVE W-DAY-TODAY       TO VNDARC-ARCHIVE-DATE.
     MOVE W-CURRENT-USER-ID TO VNDARC-ARCHIVED-BY.
     MOVE W-LATEST-ACTIVITY TO VNDARC-LAST-ACTIVITY.
     MOVE VENDOR-RECORD     TO VNDARC-VENDOR-IMAGE.

     WRITE VENDOR-ARCHIVE-RECORD
        INVALID KEY
           MOVE "KEPT - ERROR WRITING ARCHIVE" TO W-KEEP-REASON
           MOVE "WRITE"       TO W-EXCLOG-OPERATION
           MOVE VENDOR-NUMBER TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY
        NOT INVALID KEY
           DELETE VENDOR-FILE RECORD
              INVALID KEY
                 MOVE "KEPT - ERROR DELETING VENDOR" TO W-KEEP-REASON
                 MOVE "DELETE"      TO W-EXCLOG-OPERATION
                 MOVE VENDOR-NUMBER TO W-EXCLOG-KEY
                 PERFORM LOG-EXCEPTION-ENTRY
              NOT INVALID KEY
                 MOVE "ARCHIVED" TO W-KEEP-REASON
                 ADD 1 TO W-PURGED-COUNT
                 MOVE "VENDOR"      TO W-SYSAUD-RECORD-TYPE
                 MOVE "PURGE"       TO W-SYSAUD-ACTION
                 MOVE VENDOR-NUMBER TO W-SYSAUD-KEY
                 MOVE VENDOR-RECORD TO W-SYSAUD-BEFORE-IMAGE
                 MOVE SPACES        TO W-SYSAUD-AFTER-IMAGE
                 PERFORM LOG-SYSTEM-AUDIT-ENTRY
           END-DELETE
     END-WRITE.

     IF W-KEEP-REASON NOT EQUAL "ARCHIVED"
        ADD 1 TO W-KEPT-COUNT.
*>_________________________________________________________________________

PRINT-VENDOR-LINE.

     IF W-LATEST-ACTIVITY EQUAL ZEROS
        MOVE ZEROS TO W-DATE-MM-DD-CCYY
     ELSE
        COMPUTE DUMMY-FOR-DATE-12 = W-LATEST-ACTIVITY * 10000.0001
        MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.

     MOVE SPACES TO PRINTER-RECORD.
     STRING VENDOR-NUMBER " " VENDOR-NAME " " W-FORMATTED-DATE "   "
            W-KEEP-REASON
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.
*>_________________________________________________________________________

INQUIRY-MODULE.

     PERFORM GET-ARCHIVED-VENDOR.
     PERFORM SHOW-ARCHIVED-GET-ANOTHER UNTIL ENTRY-VENDOR-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

SHOW-ARCHIVED-GET-ANOTHER.

     PERFORM DISPLAY-ARCHIVED-VENDOR.
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     PERFORM GET-ARCHIVED-VENDOR.
*>_________________________________________________________________________

GET-ARCHIVED-VENDOR.

     PERFORM ASK-AND-READ-ARCHIVED-VENDOR. *> force first pass
     PERFORM ASK-AND-READ-ARCHIVED-VENDOR UNTIL
                                   ENTRY-VENDOR-NUMBER EQUAL ZEROS
                                OR FOUND-RECORD.
*>_________________________________________________________________________

ASK-AND-READ-ARCHIVED-VENDOR.

     DISPLAY "INFORM THE ARCHIVED VENDOR NUMBER (<ENTER> FOR MENU)".
     MOVE ZEROS TO ENTRY-VENDOR-NUMBER.
     ACCEPT ENTRY-VENDOR-NUMBER.

     MOVE "N" TO W-FOUND-RECORD.
     IF ENTRY-VENDOR-NUMBER NOT EQUAL ZEROS
        MOVE ENTRY-VENDOR-NUMBER TO VNDARC-VENDOR-NUMBER
        MOVE "Y" TO W-FOUND-RECORD
        READ VENDOR-ARCHIVE-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-RECORD
        END-READ
        IF NOT FOUND-RECORD
           DISPLAY "VENDOR NOT IN THE ARCHIVE ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        ELSE
           MOVE VNDARC-VENDOR-IMAGE TO VENDOR-RECORD.
*>_________________________________________________________________________

DISPLAY-ARCHIVED-VENDOR.

     PERFORM JUMP-LINE.
     DISPLAY "-------------------------------------------".
     DISPLAY "VENDOR........: " VENDOR-NUMBER " " VENDOR-NAME.
     DISPLAY "ADDRESS.......: " VENDOR-ADDRESS-1.
     DISPLAY "                " VENDOR-CITY " " VENDOR-STATE " " VENDOR-ZIP.
     DISPLAY "STATUS........: " VENDOR-STATUS.

     COMPUTE DUMMY-FOR-DATE-12 = VNDARC-LAST-ACTIVITY * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
     DISPLAY "LAST VOUCHER..: " W-FORMATTED-DATE.

     COMPUTE DUMMY-FOR-DATE-12 = VNDARC-ARCHIVE-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
     DISPLAY "ARCHIVED......: " W-FORMATTED-DATE " BY " VNDARC-ARCHIVED-BY.
     DISPLAY "-------------------------------------------".
     PERFORM JUMP-LINE.
*>_________________________________________________________________________

REINSTATE-MODULE.

     PERFORM GET-ARCHIVED-VENDOR.
     PERFORM REINSTATE-GET-ANOTHER UNTIL ENTRY-VENDOR-NUMBER EQUAL ZEROS.
*>_________________________________________________________________________

REINSTATE-GET-ANOTHER.

*>   A returning vendor comes back exactly as it was archived, still
*>   INACTIVE: making it payable again goes through the usual vendor
*>   change, with whatever W-9 and banking checks that brings.

     PERFORM DISPLAY-ARCHIVED-VENDOR.

     MOVE "DO YOU CONFIRM REINSTATING THIS VENDOR ON THE VENDOR MASTER ? (Y/N)"
       TO MSG-CONFIRMATION.
     PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

     IF ACTION-IS-CONFIRMED
        MOVE VNDARC-VENDOR-IMAGE TO VENDOR-RECORD
        WRITE VENDOR-RECORD
           INVALID KEY
              DISPLAY "THAT VENDOR NUMBER IS ON THE VENDOR MASTER AGAIN - NOT REINSTATED !"
              DISPLAY "<ENTER> TO CONTINUE"
              ACCEPT DUMMY
           NOT INVALID KEY
              DELETE VENDOR-ARCHIVE-FILE RECORD
                 INVALID KEY
                    MOVE "DELETE"             TO W-EXCLOG-OPERATION
                    MOVE VNDARC-VENDOR-NUMBER TO W-EXCLOG-KEY
                    PERFORM LOG-EXCEPTION-ENTRY
              END-DELETE
              MOVE "VENDOR"      TO W-SYSAUD-RECORD-TYPE
              MOVE "RSTATE"      TO W-SYSAUD-ACTION
              MOVE VENDOR-NUMBER TO W-SYSAUD-KEY
              MOVE SPACES        TO W-SYSAUD-BEFORE-IMAGE
              MOVE VENDOR-RECORD TO W-SYSAUD-AFTER-IMAGE
              PERFORM LOG-SYSTEM-AUDIT-ENTRY
              DISPLAY "----- VENDOR " VENDOR-NUMBER " REINSTATED AS INACTIVE -----"
              DISPLAY "CHANGE ITS STATUS ON THE VENDOR MASTER TO PAY IT AGAIN. <ENTER> TO CONTINUE"
              ACCEPT DUMMY
        END-WRITE.

     PERFORM GET-ARCHIVED-VENDOR.
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
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
