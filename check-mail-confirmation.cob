IDENTIFICATION DIVISION.
PROGRAM-ID. check-mail-confirmation.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLCHKMAIL.CBL".
         COPY "SLCHKREG.CBL".
         COPY "SLXMIT.CBL".
         COPY "SLVND02.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLEXCLOG.CBL".

         SELECT MAIL-CONFIRMATION-FILE
                ASSIGN TO "check-mail-confirmations.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

         SELECT PRINTER-FILE
                ASSIGN TO "check-mail-confirmation.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OUTSTANDING-REPORT-FILE
                ASSIGN TO "check-mail-outstanding.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

         COPY "FDCHKMAIL.CBL".
         COPY "FDCHKREG.CBL".
         COPY "FDXMIT.CBL".
         COPY "FDVND02.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDEXCLOG.CBL".

*>       The print-and-mail service answers every check of an issue
*>       file with one of these: M = mailed on the date given (with its
*>       own tracking reference), R = returned unmailed, with a reason.
         FD MAIL-CONFIRMATION-FILE
            LABEL RECORDS ARE OMITTED.
         01 MAIL-CONFIRMATION-RECORD.
            05 MC-CHECK-NUMBER        PIC 9(06).
            05 FILLER                 PIC X(01).
            05 MC-STATUS              PIC X(01).
               88 MC-IS-MAILED        VALUE "M".
               88 MC-IS-RETURNED      VALUE "R".
            05 FILLER                 PIC X(01).
            05 MC-MAILED-DATE         PIC 9(08).
            05 FILLER                 PIC X(01).
            05 MC-PROVIDER-REF        PIC X(20).
            05 FILLER                 PIC X(01).
            05 MC-REASON-TEXT         PIC X(30).

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD            PIC X(110).

         FD OUTSTANDING-REPORT-FILE
            LABEL RECORDS ARE OMITTED.
         01 OUTSTANDING-REPORT-RECORD PIC X(110).

   WORKING-STORAGE SECTION.

         COPY "wscase01.cbl".

         01 W-MAIL-MENU-OPTION        PIC 9.
            88 VALID-MAIL-MENU-OPTION VALUE 0 THROUGH 2.

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY             PIC 9(8).
            05 FILLER                  PIC X(1).
            05 W-PIECE-OF-TIME-NOW     PIC 9(5).
            05 FILLER                  PIC X(7).

         01 W-END-OF-FILE             PIC X.
            88 END-OF-FILE          VALUE "Y".

         01 W-FOUND-CHKMAIL-RECORD    PIC X.
            88 FOUND-CHKMAIL-RECORD VALUE "Y".

         01 W-FOUND-CHECKREG-RECORD   PIC X.
            88 FOUND-CHECKREG-RECORD VALUE "Y".

         01 W-ERROR-WRITING           PIC X.
            88 ERROR-WRITING        VALUE "Y".

         01 W-VALID-ANSWER            PIC X.
            88 VALID-ANSWER          VALUE "Y","N".
            88 PROCESSING-IS-CONFIRMED VALUE "Y".

         01 OUTSTANDING-DETAIL.
            05 OD-CHECK-NUMBER        PIC 9(06).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 OD-BANK-CODE           PIC X(03).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 OD-RUN-NUMBER          PIC 9(06).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 OD-ISSUE-DATE          PIC 9999/99/99.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 OD-VENDOR-NUMBER       PIC 9(05).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 OD-VENDOR-NAME         PIC X(25).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 OD-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 OD-DAYS-OUT            PIC ZZZ9.
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 OD-FLAG                PIC X(12).

*>       A check the service has not confirmed within this many days of
*>       its issue date is flagged for a call to the service.
         77 W-OVERDUE-DAYS            PIC 9(3) VALUE 5.
         77 W-DAYS-OUTSTANDING        PIC S9(5).
         77 W-CURRENT-USER-ID         PIC X(10).
         77 W-MAILED-COUNT            PIC 9(6) VALUE 0.
         77 W-RETURNED-COUNT          PIC 9(6) VALUE 0.
         77 W-REJECTED-COUNT          PIC 9(6) VALUE 0.
         77 W-ACKED-XMIT-COUNT        PIC 9(4) VALUE 0.
         77 W-OUTSTANDING-COUNT       PIC 9(6) VALUE 0.
         77 W-OVERDUE-COUNT           PIC 9(6) VALUE 0.
         77 W-MAILED-TOTAL            PIC S9(9)V99 VALUE 0.
         77 W-OUTSTANDING-TOTAL       PIC S9(9)V99 VALUE 0.
         77 W-FORMATTED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.
         77 W-FORMATTED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
         77 BK-CHKMAIL-RECORD-BEFORE-CHANGE PIC X(150).
         77 MSG-CONFIRMATION          PIC X(75).
         77 DUMMY                     PIC X.

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

         77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "CHECK-MAIL-CONFIRM".
         77 W-EXCLOG-OPERATION      PIC X(08).
         77 W-EXCLOG-KEY            PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(1).
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-CURRENT-SESSION-USER.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-MAIL-MENU-OPTION EQUAL ZERO
                            OR VALID-MAIL-MENU-OPTION.

   PERFORM DO-OPTIONS UNTIL W-MAIL-MENU-OPTION EQUAL ZERO.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

READ-CURRENT-SESSION-USER.

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

GET-MENU-OPTION.

         PERFORM CLEAR-SCREEN.
         DISPLAY "                  PRINT-AND-MAIL CHECK CONFIRMATIONS".
         DISPLAY " "
         DISPLAY "                    ------------------------------------------".
         DISPLAY "                    | 1 - IMPORT MAILING CONFIRMATION FILE   |".
         DISPLAY "                    | 2 - CHECKS NOT YET CONFIRMED MAILED    |".
         DISPLAY "                    | 0 - EXIT                               |".
         DISPLAY "                    ------------------------------------------".
         DISPLAY " "
         DISPLAY "                          - CHOOSE AN OPTION FROM MENU:  ".
         PERFORM JUMP-LINE 12 TIMES.
         ACCEPT W-MAIL-MENU-OPTION.

        IF W-MAIL-MENU-OPTION NOT EQUAL ZERO
           IF NOT VALID-MAIL-MENU-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-MAIL-MENU-OPTION = 1
      PERFORM IMPORT-MAIL-CONFIRMATION-FILE.

   IF W-MAIL-MENU-OPTION = 2
      PERFORM PRINT-OUTSTANDING-REPORT.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-MAIL-MENU-OPTION EQUAL ZERO
                            OR VALID-MAIL-MENU-OPTION.
*>_________________________________________________________________________

IMPORT-MAIL-CONFIRMATION-FILE.

     DISPLAY "                 MAILING CONFIRMATION FILE IMPORT".
     DISPLAY " ".
     DISPLAY "READS THE PRINT-AND-MAIL SERVICE'S CONFIRMATION FILE".
     DISPLAY "(CHECK-MAIL-CONFIRMATIONS.TXT), RECORDS THE MAIL DATE OF EVERY".
     DISPLAY "CHECK IT MAILED AND LISTS THE ONES IT RETURNED UNMAILED.".
     DISPLAY " ".

     MOVE "DO YOU CONFIRM PROCESSING THE CONFIRMATION FILE ? <Y/N>" TO MSG-CONFIRMATION.
     PERFORM CONFIRM-EXECUTION. *> force first loop
     PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

     IF PROCESSING-IS-CONFIRMED
        PERFORM PROCESS-MAIL-CONFIRMATIONS.
*>_________________________________________________________________________

PROCESS-MAIL-CONFIRMATIONS.

     MOVE ZEROS TO W-MAILED-COUNT W-RETURNED-COUNT W-REJECTED-COUNT.
     MOVE ZEROS TO W-ACKED-XMIT-COUNT.
     MOVE ZEROS TO W-MAILED-TOTAL.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     OPEN I-O CHECK-MAIL-FILE.
     OPEN INPUT CHECK-REGISTER-FILE.
     OPEN I-O TRANSMISSION-REGISTER-FILE.
     OPEN EXTEND SYSTEM-AUDIT-FILE.
     OPEN INPUT MAIL-CONFIRMATION-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE "PRINT-AND-MAIL CONFIRMATIONS PROCESSED:" TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM PROCESS-NEXT-CONFIRMATION UNTIL END-OF-FILE.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE W-MAILED-TOTAL TO W-FORMATTED-TOTAL.
     MOVE SPACES TO PRINTER-RECORD.
     STRING W-MAILED-COUNT " MAILED (" W-FORMATTED-TOTAL "), "
            W-RETURNED-COUNT " RETURNED UNMAILED, "
            W-REJECTED-COUNT " REJECTED - SEE ABOVE."
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.
     MOVE SPACES TO PRINTER-RECORD.
     STRING W-ACKED-XMIT-COUNT " ISSUE FILE TRANSMISSION(S) ACKNOWLEDGED."
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     CLOSE CHECK-MAIL-FILE.
     CLOSE CHECK-REGISTER-FILE.
     CLOSE TRANSMISSION-REGISTER-FILE.
     CLOSE SYSTEM-AUDIT-FILE.
     CLOSE MAIL-CONFIRMATION-FILE.
     CLOSE PRINTER-FILE.

     DISPLAY " ".
     DISPLAY W-MAILED-COUNT " MAILED, " W-RETURNED-COUNT " RETURNED UNMAILED, "
             W-REJECTED-COUNT " REJECTED.".
     DISPLAY "THE DETAIL IS IN CHECK-MAIL-CONFIRMATION.PRN. <ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

PROCESS-NEXT-CONFIRMATION.

     READ MAIL-CONFIRMATION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           PERFORM PROCESS-ONE-CONFIRMATION
     END-READ.
*>_________________________________________________________________________

PROCESS-ONE-CONFIRMATION.

     MOVE "N" TO W-FOUND-CHKMAIL-RECORD.
     IF MC-CHECK-NUMBER NUMERIC
        MOVE MC-CHECK-NUMBER TO CHKMAIL-CHECK-NUMBER
        MOVE "Y" TO W-FOUND-CHKMAIL-RECORD
        READ CHECK-MAIL-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-CHKMAIL-RECORD.

     IF NOT FOUND-CHKMAIL-RECORD
        ADD 1 TO W-REJECTED-COUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "REJECTED: CHECK " MC-CHECK-NUMBER
               " WAS NEVER SENT TO THE PRINT-AND-MAIL SERVICE."
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
     ELSE
     IF NOT CHKMAIL-IS-ISSUED
        ADD 1 TO W-REJECTED-COUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "REJECTED: CHECK " MC-CHECK-NUMBER
               " WAS ALREADY CONFIRMED (STATUS " CHKMAIL-STATUS
               " ON " CHKMAIL-CONFIRMED-DATE ")."
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
     ELSE
     IF MC-IS-MAILED
        PERFORM RECORD-CHECK-MAILED
     ELSE
     IF MC-IS-RETURNED
        PERFORM RECORD-CHECK-RETURNED
     ELSE
        ADD 1 TO W-REJECTED-COUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "REJECTED: CHECK " MC-CHECK-NUMBER
               " - UNKNOWN CONFIRMATION STATUS '" MC-STATUS "'."
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD.
*>_________________________________________________________________________

RECORD-CHECK-MAILED.

     MOVE CHKMAIL-RECORD TO BK-CHKMAIL-RECORD-BEFORE-CHANGE.
     MOVE "M"             TO CHKMAIL-STATUS.
     MOVE MC-MAILED-DATE  TO CHKMAIL-MAILED-DATE.
     IF MC-MAILED-DATE NOT NUMERIC
        OR MC-MAILED-DATE EQUAL ZEROS
        MOVE W-DAY-TODAY TO CHKMAIL-MAILED-DATE.
     MOVE MC-PROVIDER-REF TO CHKMAIL-PROVIDER-REF.
     MOVE W-DAY-TODAY     TO CHKMAIL-CONFIRMED-DATE.
     MOVE SPACES          TO CHKMAIL-REASON.
     PERFORM REWRITE-CHKMAIL-RECORD.

     IF NOT ERROR-WRITING
        ADD 1 TO W-MAILED-COUNT
        ADD CHKMAIL-AMOUNT TO W-MAILED-TOTAL
        MOVE CHKMAIL-AMOUNT TO W-FORMATTED-AMOUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "MAILED:   CHECK " CHKMAIL-CHECK-NUMBER
               " VENDOR " CHKMAIL-VENDOR-NUMBER
               " " W-FORMATTED-AMOUNT
               " ON " CHKMAIL-MAILED-DATE
               " REF " CHKMAIL-PROVIDER-REF
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
        PERFORM CHECK-REGISTER-STILL-OUTSTANDING
        PERFORM ACKNOWLEDGE-ISSUE-TRANSMISSION.
*>_________________________________________________________________________

RECORD-CHECK-RETURNED.

*>   The service could not mail it - a bad address, usually. The check
*>   is still live on the register; it has to be voided and the
*>   vouchers paid again once the address is put right.

     MOVE CHKMAIL-RECORD TO BK-CHKMAIL-RECORD-BEFORE-CHANGE.
     MOVE "R"             TO CHKMAIL-STATUS.
     MOVE ZEROS           TO CHKMAIL-MAILED-DATE.
     MOVE MC-PROVIDER-REF TO CHKMAIL-PROVIDER-REF.
     MOVE W-DAY-TODAY     TO CHKMAIL-CONFIRMED-DATE.
     MOVE MC-REASON-TEXT  TO CHKMAIL-REASON.
     PERFORM REWRITE-CHKMAIL-RECORD.

     IF NOT ERROR-WRITING
        ADD 1 TO W-RETURNED-COUNT
        MOVE SPACES TO PRINTER-RECORD
        STRING "RETURNED: CHECK " CHKMAIL-CHECK-NUMBER
               " VENDOR " CHKMAIL-VENDOR-NUMBER
               " - " MC-REASON-TEXT
               " - VOID AND REISSUE"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
        PERFORM ACKNOWLEDGE-ISSUE-TRANSMISSION.
*>_________________________________________________________________________

CHECK-REGISTER-STILL-OUTSTANDING.

*>   A check voided here after the file went out has now been mailed
*>   anyway - the bank must be told to stop it.

     MOVE CHKMAIL-CHECK-NUMBER TO CHECKREG-CHECK-NUMBER.
     MOVE "Y" TO W-FOUND-CHECKREG-RECORD.
     READ CHECK-REGISTER-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-CHECKREG-RECORD.

     IF NOT FOUND-CHECKREG-RECORD
        MOVE SPACES TO PRINTER-RECORD
        STRING "   *** CHECK " CHKMAIL-CHECK-NUMBER
               " IS NOT ON THE CHECK REGISTER ! ***"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD
     ELSE
     IF CHECKREG-IS-VOID
        MOVE SPACES TO PRINTER-RECORD
        STRING "   *** CHECK " CHKMAIL-CHECK-NUMBER
               " WAS VOIDED ON " CHECKREG-VOID-DATE
               " BUT HAS BEEN MAILED - PLACE A STOP PAYMENT ! ***"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD.
*>_________________________________________________________________________

ACKNOWLEDGE-ISSUE-TRANSMISSION.

*>   The service answering for a check proves the issue file that
*>   carried it arrived.

     IF CHKMAIL-XMIT-NUMBER NOT EQUAL ZEROS
        MOVE CHKMAIL-XMIT-NUMBER TO XMIT-NUMBER
        READ TRANSMISSION-REGISTER-FILE RECORD
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF XMIT-IS-UNACKED
                 MOVE "ACKED"               TO XMIT-ACK-STATUS
                 MOVE W-DAY-TODAY           TO XMIT-ACK-DATE
                 MOVE "MAILING CONFIRMATION" TO XMIT-ACK-REFERENCE
                 REWRITE XMIT-RECORD
                    INVALID KEY
                       MOVE "REWRITE"    TO W-EXCLOG-OPERATION
                       MOVE XMIT-NUMBER  TO W-EXCLOG-KEY
                       PERFORM LOG-EXCEPTION-ENTRY
                    NOT INVALID KEY
                       ADD 1 TO W-ACKED-XMIT-COUNT
                 END-REWRITE
              END-IF
        END-READ.
*>_________________________________________________________________________

REWRITE-CHKMAIL-RECORD.

     MOVE "N" TO W-ERROR-WRITING.
     REWRITE CHKMAIL-RECORD
        INVALID KEY
           MOVE "Y" TO W-ERROR-WRITING
           ADD 1 TO W-REJECTED-COUNT
           MOVE "REWRITE"            TO W-EXCLOG-OPERATION
           MOVE CHKMAIL-CHECK-NUMBER TO W-EXCLOG-KEY
           PERFORM LOG-EXCEPTION-ENTRY.

     IF NOT ERROR-WRITING
        MOVE "CHECKMAIL"          TO W-SYSAUD-RECORD-TYPE
        MOVE "CHANGE"             TO W-SYSAUD-ACTION
        MOVE CHKMAIL-CHECK-NUMBER TO W-SYSAUD-KEY
        MOVE BK-CHKMAIL-RECORD-BEFORE-CHANGE TO W-SYSAUD-BEFORE-IMAGE
        MOVE CHKMAIL-RECORD       TO W-SYSAUD-AFTER-IMAGE
        PERFORM LOG-SYSTEM-AUDIT-ENTRY.
*>_________________________________________________________________________

PRINT-OUTSTANDING-REPORT.

*>   Every check handed to the service that it has not yet answered
*>   for, oldest first by number, flagged once it is overdue.

     MOVE ZEROS TO W-OUTSTANDING-COUNT W-OVERDUE-COUNT.
     MOVE ZEROS TO W-OUTSTANDING-TOTAL.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     OPEN INPUT CHECK-MAIL-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN OUTPUT OUTSTANDING-REPORT-FILE.

     MOVE SPACES TO OUTSTANDING-REPORT-RECORD.
     STRING "CHECKS SENT TO THE PRINT-AND-MAIL SERVICE NOT YET CONFIRMED MAILED - AS OF "
            W-DAY-TODAY
       DELIMITED BY SIZE INTO OUTSTANDING-REPORT-RECORD
     END-STRING.
     WRITE OUTSTANDING-REPORT-RECORD.
     MOVE SPACES TO OUTSTANDING-REPORT-RECORD.
     WRITE OUTSTANDING-REPORT-RECORD.
     MOVE "CHECK   BANK  RUN     ISSUED      VENDOR                                  AMOUNT  DAYS"
       TO OUTSTANDING-REPORT-RECORD.
     WRITE OUTSTANDING-REPORT-RECORD.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO CHKMAIL-CHECK-NUMBER.
     START CHECK-MAIL-FILE KEY IS NOT LESS THAN CHKMAIL-CHECK-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM LIST-NEXT-OUTSTANDING-CHECK UNTIL END-OF-FILE.

     MOVE SPACES TO OUTSTANDING-REPORT-RECORD.
     WRITE OUTSTANDING-REPORT-RECORD.
     MOVE W-OUTSTANDING-TOTAL TO W-FORMATTED-TOTAL.
     MOVE SPACES TO OUTSTANDING-REPORT-RECORD.
     STRING W-OUTSTANDING-COUNT " CHECK(S) OUTSTANDING (" W-FORMATTED-TOTAL "), "
            W-OVERDUE-COUNT " OVER " W-OVERDUE-DAYS " DAYS."
       DELIMITED BY SIZE INTO OUTSTANDING-REPORT-RECORD
     END-STRING.
     WRITE OUTSTANDING-REPORT-RECORD.

     CLOSE CHECK-MAIL-FILE.
     CLOSE VENDOR-FILE.
     CLOSE OUTSTANDING-REPORT-FILE.

     DISPLAY W-OUTSTANDING-COUNT " CHECK(S) NOT YET CONFIRMED MAILED, "
             W-OVERDUE-COUNT " OVERDUE.".
     DISPLAY "SEE CHECK-MAIL-OUTSTANDING.PRN. <ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-NEXT-OUTSTANDING-CHECK.

     READ CHECK-MAIL-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF CHKMAIL-IS-ISSUED
              PERFORM LIST-ONE-OUTSTANDING-CHECK
           END-IF
     END-READ.
*>_________________________________________________________________________

LIST-ONE-OUTSTANDING-CHECK.

     ADD 1 TO W-OUTSTANDING-COUNT.
     ADD CHKMAIL-AMOUNT TO W-OUTSTANDING-TOTAL.

     MOVE CHKMAIL-VENDOR-NUMBER TO VENDOR-NUMBER.
     READ VENDOR-FILE RECORD
        INVALID KEY
           MOVE SPACES TO VENDOR-NAME.

     MOVE ZEROS TO W-DAYS-OUTSTANDING.
     IF CHKMAIL-ISSUE-DATE NUMERIC
        AND CHKMAIL-ISSUE-DATE NOT EQUAL ZEROS
        AND CHKMAIL-ISSUE-DATE NOT GREATER THAN W-DAY-TODAY
        COMPUTE W-DAYS-OUTSTANDING =
                FUNCTION INTEGER-OF-DATE(W-DAY-TODAY)
              - FUNCTION INTEGER-OF-DATE(CHKMAIL-ISSUE-DATE).

     MOVE CHKMAIL-CHECK-NUMBER  TO OD-CHECK-NUMBER.
     MOVE CHKMAIL-BANK-CODE     TO OD-BANK-CODE.
     MOVE CHKMAIL-RUN-NUMBER    TO OD-RUN-NUMBER.
     MOVE CHKMAIL-ISSUE-DATE    TO OD-ISSUE-DATE.
     MOVE CHKMAIL-VENDOR-NUMBER TO OD-VENDOR-NUMBER.
     MOVE VENDOR-NAME           TO OD-VENDOR-NAME.
     MOVE CHKMAIL-AMOUNT        TO OD-AMOUNT.
     MOVE W-DAYS-OUTSTANDING    TO OD-DAYS-OUT.
     MOVE SPACES                TO OD-FLAG.
     IF CHKMAIL-XMIT-NUMBER EQUAL ZEROS
        MOVE "NOT SENT"  TO OD-FLAG
     ELSE
     IF W-DAYS-OUTSTANDING GREATER THAN W-OVERDUE-DAYS
        MOVE "** OVERDUE" TO OD-FLAG
        ADD 1 TO W-OVERDUE-COUNT.

     MOVE OUTSTANDING-DETAIL TO OUTSTANDING-REPORT-RECORD.
     WRITE OUTSTANDING-REPORT-RECORD.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
