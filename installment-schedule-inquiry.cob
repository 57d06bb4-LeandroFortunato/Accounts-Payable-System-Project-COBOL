IDENTIFICATION DIVISION.
PROGRAM-ID. installment-schedule-inquiry.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVINST.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLVCARC.CBL".
         COPY "SLSPOOL.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "installment-schedule-inquiry.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

         COPY "FDVINST.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDVCARC.CBL".
         COPY "FDSPOOL.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(90).

   WORKING-STORAGE SECTION.

         COPY "wscase01.cbl".
         COPY "wsspool.cbl".

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
            88 PRINTING-IS-CONFIRMED VALUE "Y".
         77 MSG-CONFIRMATION       PIC X(75).

*>   Where one installment voucher stands today, from the live file
*>   when it is still there, otherwise from its archive image.

         01 INST-VOUCHER.
            05 INST-NUMBER               PIC 9(07).
            05 INST-VENDOR               PIC 9(05).
            05 INST-INVOICE              PIC X(15).
            05 INST-AMOUNT               PIC S9(6)V99.
            05 INST-PAID-AMOUNT          PIC S9(6)V99.
            05 INST-PAID-DATE            PIC 9(08).
            05 INST-CHECK-NO             PIC 9(06).
            05 INST-STATUS               PIC X(08).
            05 INST-LOCATION             PIC X(07).

         01 ARC-VOUCHER-DETAIL.
            05 ARC-VOUCHER-NUMBER            PIC 9(07).
            05 ARC-VOUCHER-VENDOR            PIC 9(05).
            05 ARC-VOUCHER-INVOICE           PIC X(15).
            05 FILLER                        PIC X(150).
            05 ARC-VOUCHER-AMOUNT            PIC S9(6)V99.
            05 ARC-VOUCHER-DATE              PIC 9(08).
            05 ARC-VOUCHER-DUE               PIC 9(08).
            05 FILLER                        PIC X(02).
            05 ARC-VOUCHER-PAID-AMOUNT       PIC S9(6)V99.
            05 ARC-VOUCHER-PAID-DATE         PIC 9(08).
            05 ARC-VOUCHER-CHECK-NO          PIC 9(06).
            05 FILLER                        PIC X(08).
            05 FILLER                        PIC X(01).
            05 FILLER                        PIC X(08).
            05 FILLER                        PIC X(01).
            05 FILLER                        PIC X(90).
            05 FILLER                        PIC X(08).
            05 FILLER                        PIC X(01).
            05 FILLER                        PIC X(07).
            05 FILLER                        PIC X(15).
            05 FILLER                        PIC X(148).

         01 SCHEDULE-LINE-TABLE.
            05 SCHEDULE-LINE-COUNT       PIC 99 VALUE 0.
            05 SCHEDULE-LINE-ENTRY OCCURS 12 TIMES.
               10 SLT-TEXT               PIC X(90).

         01 DETAIL-1.
            05 D-SEQ                     PIC Z9.
            05 FILLER                    PIC X(02) VALUE SPACES.
            05 D-VOUCHER-NUMBER          PIC ZZZZZZ9.
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-LOCATION                PIC X(07).
            05 FILLER                    PIC X(02) VALUE SPACES.
            05 D-DUE                     PIC 99/99/9999.
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-AMOUNT                  PIC ZZZ,ZZ9.99-.
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-STATUS                  PIC X(08).
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-PAID-DATE               PIC 99/99/9999.
            05 FILLER                    PIC X(01) VALUE SPACES.
            05 D-CHECK-NO                PIC ZZZZZ9.

         01 W-END-OF-PLAN          PIC X.
            88 END-OF-PLAN       VALUE "Y".

         01 W-FOUND-VOUCHER        PIC X.
            88 FOUND-VOUCHER     VALUE "Y".

         01 W-FOUND-PLAN           PIC X.
            88 FOUND-PLAN        VALUE "Y".

         77 W-ENTRY-VOUCHER        PIC 9(7).
         77 W-LOOKUP-NUMBER        PIC 9(7).
         77 W-PARENT-NUMBER        PIC 9(7).
         77 W-PLAN-VENDOR          PIC 9(5).
         77 W-PLAN-INVOICE         PIC X(15).
         77 W-PLAN-COUNT           PIC 99.
         77 W-INVOICE-TOTAL        PIC S9(6)V99.
         77 W-PAID-TOTAL           PIC S9(7)V99.
         77 W-STILL-OWED           PIC S9(7)V99.
         77 W-LINE-INDEX           PIC 99.
         77 W-FORMATTED-TOTAL      PIC Z,ZZZ,ZZ9.99-.
         77 W-FORMATTED-PAID       PIC Z,ZZZ,ZZ9.99-.
         77 W-FORMATTED-OWED       PIC Z,ZZZ,ZZ9.99-.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
         77 DUMMY                  PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

     OPEN INPUT INSTALLMENT-PLAN-FILE.
     OPEN INPUT VOUCHER-FILE.
     OPEN INPUT VOUCHER-ARCHIVE-FILE.

     PERFORM RUN-ONE-SCHEDULE-INQUIRY.
     PERFORM RUN-ONE-SCHEDULE-INQUIRY
        UNTIL W-ENTRY-VOUCHER EQUAL ZEROS.

     CLOSE INSTALLMENT-PLAN-FILE.
     CLOSE VOUCHER-FILE.
     CLOSE VOUCHER-ARCHIVE-FILE.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

RUN-ONE-SCHEDULE-INQUIRY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                     INSTALLMENT SCHEDULE INQUIRY".
     DISPLAY " ".
     DISPLAY "ANY VOUCHER OF THE INVOICE: (<ENTER> TO LEAVE THE INQUIRY)".
     MOVE ZEROS TO W-ENTRY-VOUCHER.
     ACCEPT W-ENTRY-VOUCHER.

     IF W-ENTRY-VOUCHER NOT EQUAL ZEROS
        PERFORM FIND-THE-PLAN
        IF NOT FOUND-PLAN
           DISPLAY "THAT VOUCHER IS NOT PART OF AN INSTALLMENT PLAN ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        ELSE
           PERFORM BUILD-THE-SCHEDULE-DISPLAY
           PERFORM SHOW-THE-SCHEDULE
           PERFORM OFFER-TO-PRINT-THE-SCHEDULE.
*>_________________________________________________________________________

FIND-THE-PLAN.

*>   The voucher keyed may be the parent or any later installment;
*>   each of them has a row of the plan.

     MOVE "N" TO W-FOUND-PLAN.

     MOVE W-ENTRY-VOUCHER TO VINST-VOUCHER.
     READ INSTALLMENT-PLAN-FILE RECORD KEY IS VINST-VOUCHER
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE "Y" TO W-FOUND-PLAN
           MOVE VINST-PARENT-VOUCHER TO W-PARENT-NUMBER
           MOVE VINST-COUNT          TO W-PLAN-COUNT
           MOVE VINST-INVOICE-TOTAL  TO W-INVOICE-TOTAL
     END-READ.
*>_________________________________________________________________________

BUILD-THE-SCHEDULE-DISPLAY.

     MOVE 0 TO SCHEDULE-LINE-COUNT.
     MOVE ZEROS TO W-PAID-TOTAL.
     MOVE ZEROS TO W-PLAN-VENDOR.
     MOVE SPACES TO W-PLAN-INVOICE.

     MOVE "N" TO W-END-OF-PLAN.
     MOVE W-PARENT-NUMBER TO VINST-PARENT-VOUCHER.
     MOVE ZEROS           TO VINST-SEQ.
     START INSTALLMENT-PLAN-FILE KEY IS NOT LESS THAN VINST-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-PLAN.

     PERFORM ADD-ONE-INSTALLMENT-LINE UNTIL END-OF-PLAN.

     COMPUTE W-STILL-OWED = W-INVOICE-TOTAL - W-PAID-TOTAL.
*>_________________________________________________________________________

ADD-ONE-INSTALLMENT-LINE.

     READ INSTALLMENT-PLAN-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-PLAN.

     IF NOT END-OF-PLAN
        IF VINST-PARENT-VOUCHER NOT EQUAL W-PARENT-NUMBER
           MOVE "Y" TO W-END-OF-PLAN
        ELSE
           MOVE VINST-VOUCHER TO W-LOOKUP-NUMBER
           PERFORM LOOK-UP-VOUCHER-ANYWHERE
           PERFORM FORMAT-ONE-INSTALLMENT-LINE.
*>_________________________________________________________________________

FORMAT-ONE-INSTALLMENT-LINE.

     MOVE VINST-SEQ           TO D-SEQ.
     MOVE VINST-VOUCHER       TO D-VOUCHER-NUMBER.
     MOVE VINST-AMOUNT        TO D-AMOUNT.

     COMPUTE DUMMY-FOR-DATE-12 = VINST-DUE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO D-DUE.

     IF NOT FOUND-VOUCHER
        MOVE "GONE"   TO D-LOCATION
        MOVE SPACES   TO D-STATUS
        MOVE ZEROS    TO D-PAID-DATE
        MOVE ZEROS    TO D-CHECK-NO
     ELSE
        MOVE INST-LOCATION TO D-LOCATION
        MOVE INST-STATUS   TO D-STATUS
        MOVE INST-CHECK-NO TO D-CHECK-NO
        IF W-PLAN-INVOICE EQUAL SPACES
           MOVE INST-VENDOR  TO W-PLAN-VENDOR
           MOVE INST-INVOICE TO W-PLAN-INVOICE
        END-IF
        IF INST-PAID-DATE EQUAL ZEROS
           MOVE ZEROS TO D-PAID-DATE
        ELSE
           ADD INST-PAID-AMOUNT TO W-PAID-TOTAL
           COMPUTE DUMMY-FOR-DATE-12 = INST-PAID-DATE * 10000.0001
           MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
           MOVE W-DATE-MM-DD-CCYY TO D-PAID-DATE.

     IF SCHEDULE-LINE-COUNT LESS THAN 12
        ADD 1 TO SCHEDULE-LINE-COUNT
        MOVE DETAIL-1 TO SLT-TEXT (SCHEDULE-LINE-COUNT).
*>_________________________________________________________________________

LOOK-UP-VOUCHER-ANYWHERE.

*>   Fills INST-VOUCHER from the live file when the voucher is still
*>   there, otherwise from its archive image - an archived voucher
*>   has been paid.

     MOVE "N" TO W-FOUND-VOUCHER.

     MOVE W-LOOKUP-NUMBER TO VOUCHER-NUMBER.
     READ VOUCHER-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE "Y" TO W-FOUND-VOUCHER
           MOVE VOUCHER-NUMBER            TO INST-NUMBER
           MOVE VOUCHER-VENDOR            TO INST-VENDOR
           MOVE VOUCHER-INVOICE           TO INST-INVOICE
           MOVE VOUCHER-AMOUNT            TO INST-AMOUNT
           MOVE VOUCHER-PAID-AMOUNT       TO INST-PAID-AMOUNT
           MOVE VOUCHER-PAID-DATE         TO INST-PAID-DATE
           MOVE VOUCHER-CHECK-NO          TO INST-CHECK-NO
           MOVE VOUCHER-STATUS            TO INST-STATUS
           MOVE "LIVE"                    TO INST-LOCATION
           IF VOUCHER-PAID-DATE NOT EQUAL ZEROS
              MOVE "PAID" TO INST-STATUS
           ELSE
           IF VOUCHER-ON-HOLD
              MOVE "ON HOLD" TO INST-STATUS
           END-IF
           END-IF
     END-READ.

     IF NOT FOUND-VOUCHER
        MOVE W-LOOKUP-NUMBER TO VCARC-VOUCHER-NUMBER
        READ VOUCHER-ARCHIVE-FILE RECORD
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO W-FOUND-VOUCHER
              MOVE VCARC-VOUCHER-IMAGE TO ARC-VOUCHER-DETAIL
              MOVE ARC-VOUCHER-NUMBER            TO INST-NUMBER
              MOVE ARC-VOUCHER-VENDOR            TO INST-VENDOR
              MOVE ARC-VOUCHER-INVOICE           TO INST-INVOICE
              MOVE ARC-VOUCHER-AMOUNT            TO INST-AMOUNT
              MOVE ARC-VOUCHER-PAID-AMOUNT       TO INST-PAID-AMOUNT
              MOVE ARC-VOUCHER-PAID-DATE         TO INST-PAID-DATE
              MOVE ARC-VOUCHER-CHECK-NO          TO INST-CHECK-NO
              MOVE "PAID"                        TO INST-STATUS
              MOVE "ARCHIVE"                     TO INST-LOCATION
        END-READ.
*>_________________________________________________________________________

SHOW-THE-SCHEDULE.

     MOVE W-INVOICE-TOTAL TO W-FORMATTED-TOTAL.
     MOVE W-PAID-TOTAL    TO W-FORMATTED-PAID.
     MOVE W-STILL-OWED    TO W-FORMATTED-OWED.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                     INSTALLMENT SCHEDULE - VOUCHER " W-PARENT-NUMBER.
     DISPLAY " ".
     DISPLAY "INVOICE: " W-PLAN-INVOICE "  VENDOR: " W-PLAN-VENDOR
             "  IN " W-PLAN-COUNT " INSTALLMENTS".
     DISPLAY " ".
     DISPLAY "NO  VOUCHER WHERE    DUE DATE        AMOUNT STATUS   PAID DATE   CHECK".
     DISPLAY " ".

     PERFORM SHOW-ONE-SCHEDULE-LINE
        VARYING W-LINE-INDEX FROM 1 BY 1
           UNTIL W-LINE-INDEX GREATER THAN SCHEDULE-LINE-COUNT.

     DISPLAY " ".
     DISPLAY "INVOICE TOTAL....: " W-FORMATTED-TOTAL.
     DISPLAY "PAID SO FAR......: " W-FORMATTED-PAID.
     DISPLAY "STILL TO PAY.....: " W-FORMATTED-OWED.
     DISPLAY " ".
*>_________________________________________________________________________

SHOW-ONE-SCHEDULE-LINE.

     DISPLAY SLT-TEXT (W-LINE-INDEX).
*>_________________________________________________________________________

OFFER-TO-PRINT-THE-SCHEDULE.

     MOVE "PRINT THIS SCHEDULE FOR THE VENDOR FILE ?  <Y/N>" TO MSG-CONFIRMATION.
     PERFORM CONFIRM-EXECUTION. *> force first pass
     PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER.

     IF PRINTING-IS-CONFIRMED
        OPEN OUTPUT PRINTER-FILE

        MOVE SPACES TO PRINTER-RECORD
        STRING "INSTALLMENT SCHEDULE - VOUCHER " W-PARENT-NUMBER
               "  INVOICE " W-PLAN-INVOICE "  VENDOR " W-PLAN-VENDOR
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        MOVE SPACES TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        MOVE "NO  VOUCHER WHERE    DUE DATE        AMOUNT STATUS   PAID DATE   CHECK"
          TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        PERFORM PRINT-ONE-SCHEDULE-LINE
           VARYING W-LINE-INDEX FROM 1 BY 1
              UNTIL W-LINE-INDEX GREATER THAN SCHEDULE-LINE-COUNT

        MOVE SPACES TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        MOVE SPACES TO PRINTER-RECORD
        STRING "INVOICE TOTAL " W-FORMATTED-TOTAL
               "   PAID " W-FORMATTED-PAID
               "   STILL TO PAY " W-FORMATTED-OWED
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD BEFORE ADVANCING 1

        CLOSE PRINTER-FILE

        MOVE "INSTALLMENTS" TO W-SPOOL-REPORT-ID
        MOVE 1 TO W-SPOOL-PAGE-COUNT
        PERFORM ARCHIVE-REPORT-TO-SPOOL

        DISPLAY "THE SCHEDULE HAS BEEN PRINTED ! <ENTER> TO CONTINUE"
        ACCEPT DUMMY
     END-IF.
*>_________________________________________________________________________

PRINT-ONE-SCHEDULE-LINE.

     MOVE SLT-TEXT (W-LINE-INDEX) TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLSPOOL.CBL".
