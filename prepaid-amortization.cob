IDENTIFICATION DIVISION.
PROGRAM-ID. prepaid-amortization.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLPREPAID.CBL".
      COPY "SLVND02.CBL".
      COPY "SLGLJRN.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLSESSION.CBL".

      SELECT PRINTER-FILE
             ASSIGN TO "prepaid-amortization.prn"
             ORGANIZATION IS LINE SEQUENTIAL.

      COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDPREPAID.CBL".
      COPY "FDVND02.CBL".
      COPY "FDGLJRN.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDSESSION.CBL".

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      01 PRINTER-RECORD            PIC X(132).

      COPY "FDSPOOL.CBL".

   WORKING-STORAGE SECTION.

      COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

      COPY "wscase01.cbl".
      COPY "wsdate.cbl".
      COPY "wsgljrn.cbl".

      01 W-END-OF-FILE                     PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-FOUND-VENDOR-RECORD             PIC X.
         88 FOUND-VENDOR-RECORD           VALUE "Y".

      01 W-VALID-ANSWER                    PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 RUN-IS-CONFIRMED              VALUE "Y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      01 W-RUN-DATE                        PIC 9(8).
      01 FILLER REDEFINES W-RUN-DATE.
         05 W-RUN-YEAR                    PIC 9(4).
         05 W-RUN-MONTH                   PIC 9(2).
         05 W-RUN-DAY                     PIC 9(2).

      01 W-START-DATE                      PIC 9(8).
      01 FILLER REDEFINES W-START-DATE.
         05 W-START-YEAR                  PIC 9(4).
         05 W-START-MONTH                 PIC 9(2).
         05 W-START-DAY                   PIC 9(2).

      77 W-RUN-CCYYMM                      PIC 9(6).
      77 W-MONTHS-ELAPSED                  PIC S9(5).
      77 W-CUMULATIVE-DUE                  PIC S9(6)V99.

      77 W-OPENING-BALANCE                 PIC S9(8)V99.
      77 W-THIS-RUN-AMOUNT                 PIC S9(8)V99.
      77 W-CLOSING-BALANCE                 PIC S9(8)V99.

      77 W-TOTAL-ORIGINAL                  PIC S9(10)V99 VALUE 0.
      77 W-TOTAL-OPENING                   PIC S9(10)V99 VALUE 0.
      77 W-TOTAL-THIS-RUN                  PIC S9(10)V99 VALUE 0.
      77 W-TOTAL-CLOSING                   PIC S9(10)V99 VALUE 0.
      77 W-SCHEDULES-LISTED                PIC 9(5) VALUE 0.
      77 W-SCHEDULES-AMORTIZED             PIC 9(5) VALUE 0.
      77 W-SCHEDULES-COMPLETED             PIC 9(5) VALUE 0.

      01 ROLL-FORWARD-HEADING.
         05 FILLER                        PIC X(10) VALUE "VOUCHER-LN".
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 FILLER                        PIC X(20) VALUE "VENDOR".
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 FILLER                        PIC X(10) VALUE "PREPAID".
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 FILLER                        PIC X(10) VALUE "EXPENSE".
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 FILLER                        PIC X(15) VALUE "     ORIGINAL".
         05 FILLER                        PIC X(15) VALUE "      OPENING".
         05 FILLER                        PIC X(15) VALUE "   AMORTIZED".
         05 FILLER                        PIC X(15) VALUE "      CLOSING".
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 FILLER                        PIC X(07) VALUE "MONTHS".

      01 ROLL-FORWARD-DETAIL.
         05 D-VOUCHER                     PIC 9(07).
         05 FILLER                        PIC X(01) VALUE "-".
         05 D-LINE                        PIC 9(01).
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 D-VENDOR-NAME                 PIC X(20).
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 D-ASSET-ACCOUNT               PIC X(10).
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 D-EXPENSE-ACCOUNT             PIC X(10).
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 D-ORIGINAL                    PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 D-OPENING                     PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 D-THIS-RUN                    PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(01) VALUE SPACES.
         05 D-CLOSING                     PIC ZZ,ZZZ,ZZ9.99-.
         05 FILLER                        PIC X(02) VALUE SPACES.
         05 D-MONTHS-TAKEN                PIC ZZ9.
         05 FILLER                        PIC X(01) VALUE "/".
         05 D-MONTHS                      PIC ZZ9.

      77 W-FORMATTED-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

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

      77 MSG-CONFIRMATION                 PIC X(75).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

   PERFORM READ-SESSION-COMPANY.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

   PERFORM CLEAR-SCREEN.
   DISPLAY "                    PREPAID EXPENSE AMORTIZATION RUN".
   DISPLAY " ".

   MOVE "AMORTIZE THROUGH THE MONTH ENDING: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
   MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
   MOVE 2100 TO GDTV-LAST-YEAR-VALID.
   MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.
   PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
   MOVE GDTV-DATE TO W-RUN-DATE.
   COMPUTE W-RUN-CCYYMM = W-RUN-YEAR * 100 + W-RUN-MONTH.

   MOVE "WRITE THIS MONTH'S AMORTIZATION TO THE GL JOURNAL INTERFACE ? <Y/N>"
     TO MSG-CONFIRMATION.
   PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

   IF RUN-IS-CONFIRMED
      OPEN I-O PREPAID-SCHEDULE-FILE
      OPEN INPUT VENDOR-FILE
      OPEN EXTEND GL-JOURNAL-FILE
      OPEN EXTEND SYSTEM-AUDIT-FILE
      OPEN OUTPUT PRINTER-FILE

      PERFORM PRINT-ROLL-FORWARD-HEADINGS

      MOVE "N" TO W-END-OF-FILE
      MOVE ZEROS TO PREPAID-VOUCHER
      MOVE ZEROS TO PREPAID-LINE
      START PREPAID-SCHEDULE-FILE KEY IS NOT LESS THAN PREPAID-KEY
         INVALID KEY
            MOVE "Y" TO W-END-OF-FILE
      END-START
      PERFORM AMORTIZE-NEXT-SCHEDULE UNTIL END-OF-FILE

      PERFORM WRITE-GL-JOURNAL-TRAILER
      PERFORM PRINT-ROLL-FORWARD-TOTALS

      CLOSE PREPAID-SCHEDULE-FILE
      CLOSE VENDOR-FILE
      CLOSE GL-JOURNAL-FILE
      CLOSE SYSTEM-AUDIT-FILE
      CLOSE PRINTER-FILE

      MOVE "PREPAID-AMORT" TO W-SPOOL-REPORT-ID
      MOVE 1 TO W-SPOOL-PAGE-COUNT
      PERFORM ARCHIVE-REPORT-TO-SPOOL

      DISPLAY W-SCHEDULES-AMORTIZED " SCHEDULE(S) AMORTIZED, "
              W-SCHEDULES-COMPLETED " FULLY AMORTIZED THIS RUN."
      DISPLAY "ROLL-FORWARD PRINTED TO PREPAID-AMORTIZATION.PRN. <ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

AMORTIZE-NEXT-SCHEDULE.

   READ PREPAID-SCHEDULE-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF PREPAID-COMPANY EQUAL W-SESSION-COMPANY
            OR (PREPAID-COMPANY EQUAL ZEROS
                AND W-SESSION-COMPANY EQUAL 1)
            PERFORM ROLL-FORWARD-ONE-SCHEDULE
         END-IF
   END-READ.
*>_________________________________________________________________________

ROLL-FORWARD-ONE-SCHEDULE.

*>   Straight line on the cumulative: the months due so far times the
*>   monthly share, less what is already booked. A missed month is
*>   caught up in one entry, and the last month takes the rounding so
*>   the asset clears to exactly zero.

   COMPUTE W-OPENING-BALANCE = PREPAID-TOTAL-AMOUNT - PREPAID-AMORTIZED-AMOUNT.
   MOVE ZEROS TO W-THIS-RUN-AMOUNT.

   IF PREPAID-IS-OPEN
      AND PREPAID-LAST-RUN-MONTH LESS THAN W-RUN-CCYYMM
      PERFORM COMPUTE-MONTHS-ELAPSED
      IF W-MONTHS-ELAPSED GREATER THAN PREPAID-MONTHS-TAKEN
         PERFORM BOOK-THIS-RUN-AMORTIZATION.

   COMPUTE W-CLOSING-BALANCE = PREPAID-TOTAL-AMOUNT - PREPAID-AMORTIZED-AMOUNT.

   IF PREPAID-IS-OPEN
      OR W-THIS-RUN-AMOUNT NOT EQUAL ZEROS
      PERFORM PRINT-ONE-SCHEDULE-LINE.
*>_________________________________________________________________________

COMPUTE-MONTHS-ELAPSED.

   MOVE PREPAID-START-DATE TO W-START-DATE.
   COMPUTE W-MONTHS-ELAPSED = (W-RUN-YEAR * 12 + W-RUN-MONTH)
                            - (W-START-YEAR * 12 + W-START-MONTH) + 1.

   IF W-MONTHS-ELAPSED LESS THAN ZEROS
      MOVE ZEROS TO W-MONTHS-ELAPSED.

   IF W-MONTHS-ELAPSED GREATER THAN PREPAID-MONTHS
      MOVE PREPAID-MONTHS TO W-MONTHS-ELAPSED.
*>_________________________________________________________________________

BOOK-THIS-RUN-AMORTIZATION.

   MOVE PREPAID-RECORD TO W-SYSAUD-BEFORE-IMAGE.

   IF W-MONTHS-ELAPSED EQUAL PREPAID-MONTHS
      MOVE PREPAID-TOTAL-AMOUNT TO W-CUMULATIVE-DUE
   ELSE
      COMPUTE W-CUMULATIVE-DUE ROUNDED =
              PREPAID-TOTAL-AMOUNT * W-MONTHS-ELAPSED / PREPAID-MONTHS.

   COMPUTE W-THIS-RUN-AMOUNT = W-CUMULATIVE-DUE - PREPAID-AMORTIZED-AMOUNT.

   MOVE W-RUN-DATE              TO W-GLJ-POSTING-DATE.
   MOVE PREPAID-VOUCHER         TO W-GLJ-VOUCHER-NUMBER.
   MOVE SPACES                  TO W-GLJ-DESCRIPTION.
   STRING "PREPAID AMORT " PREPAID-VOUCHER "-" PREPAID-LINE
     DELIMITED BY SIZE INTO W-GLJ-DESCRIPTION
   END-STRING.
   MOVE PREPAID-EXPENSE-ACCOUNT TO W-GLJ-DEBIT-ACCOUNT.
   MOVE PREPAID-ASSET-ACCOUNT   TO W-GLJ-CREDIT-ACCOUNT.
   MOVE W-THIS-RUN-AMOUNT       TO W-GLJ-AMOUNT.
   PERFORM WRITE-GL-JOURNAL-PAIR.

   MOVE W-CUMULATIVE-DUE  TO PREPAID-AMORTIZED-AMOUNT.
   MOVE W-MONTHS-ELAPSED  TO PREPAID-MONTHS-TAKEN.
   MOVE W-RUN-CCYYMM      TO PREPAID-LAST-RUN-MONTH.
   ADD 1 TO W-SCHEDULES-AMORTIZED.

   IF PREPAID-MONTHS-TAKEN EQUAL PREPAID-MONTHS
      MOVE "DONE" TO PREPAID-STATUS
      ADD 1 TO W-SCHEDULES-COMPLETED.

   REWRITE PREPAID-RECORD
      INVALID KEY
         DISPLAY "*** ERROR UPDATING PREPAID SCHEDULE " PREPAID-KEY " ! ***"
      NOT INVALID KEY
         MOVE "PREPAID"      TO W-SYSAUD-RECORD-TYPE
         MOVE "AMORT"        TO W-SYSAUD-ACTION
         MOVE PREPAID-KEY    TO W-SYSAUD-KEY
         MOVE PREPAID-RECORD TO W-SYSAUD-AFTER-IMAGE
         PERFORM LOG-SYSTEM-AUDIT-ENTRY
   END-REWRITE.
*>_________________________________________________________________________

PRINT-ROLL-FORWARD-HEADINGS.

   MOVE "PREPAID EXPENSE ROLL-FORWARD" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "AMORTIZATION THROUGH " W-RUN-DATE
          " - COMPANY " W-SESSION-COMPANY
          " - RUN " W-DAY-TODAY
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE SPACES TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE ROLL-FORWARD-HEADING TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
   MOVE ALL "-" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

PRINT-ONE-SCHEDULE-LINE.

   MOVE PREPAID-VENDOR TO VENDOR-NUMBER.
   MOVE "Y" TO W-FOUND-VENDOR-RECORD.
   PERFORM LOOK-FOR-VENDOR-RECORD.
   IF FOUND-VENDOR-RECORD
      MOVE VENDOR-NAME TO D-VENDOR-NAME
   ELSE
      MOVE "** NOT ON FILE **" TO D-VENDOR-NAME.

   MOVE PREPAID-VOUCHER         TO D-VOUCHER.
   MOVE PREPAID-LINE            TO D-LINE.
   MOVE PREPAID-ASSET-ACCOUNT   TO D-ASSET-ACCOUNT.
   MOVE PREPAID-EXPENSE-ACCOUNT TO D-EXPENSE-ACCOUNT.
   MOVE PREPAID-TOTAL-AMOUNT    TO D-ORIGINAL.
   MOVE W-OPENING-BALANCE       TO D-OPENING.
   MOVE W-THIS-RUN-AMOUNT       TO D-THIS-RUN.
   MOVE W-CLOSING-BALANCE       TO D-CLOSING.
   MOVE PREPAID-MONTHS-TAKEN    TO D-MONTHS-TAKEN.
   MOVE PREPAID-MONTHS          TO D-MONTHS.

   MOVE ROLL-FORWARD-DETAIL TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   ADD 1                     TO W-SCHEDULES-LISTED.
   ADD PREPAID-TOTAL-AMOUNT  TO W-TOTAL-ORIGINAL.
   ADD W-OPENING-BALANCE     TO W-TOTAL-OPENING.
   ADD W-THIS-RUN-AMOUNT     TO W-TOTAL-THIS-RUN.
   ADD W-CLOSING-BALANCE     TO W-TOTAL-CLOSING.
*>_________________________________________________________________________

PRINT-ROLL-FORWARD-TOTALS.

*>   Opening less this run's amortization is the closing prepaid
*>   balance - the figure the GL prepaid accounts should now show.

   MOVE ALL "-" TO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE SPACES TO PRINTER-RECORD.
   STRING "SCHEDULES LISTED.........: " W-SCHEDULES-LISTED
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE W-TOTAL-OPENING TO W-FORMATTED-AMOUNT.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "OPENING PREPAID BALANCE..: " W-FORMATTED-AMOUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE W-TOTAL-THIS-RUN TO W-FORMATTED-AMOUNT.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "AMORTIZED THIS RUN.......: " W-FORMATTED-AMOUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE W-TOTAL-CLOSING TO W-FORMATTED-AMOUNT.
   MOVE SPACES TO PRINTER-RECORD.
   STRING "CLOSING PREPAID BALANCE..: " W-FORMATTED-AMOUNT
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.

   MOVE SPACES TO PRINTER-RECORD.
   STRING "JOURNAL LINES WRITTEN TO GL-JOURNAL-PENDING.TXT: "
          W-SCHEDULES-AMORTIZED " PAIR(S)"
     DELIMITED BY SIZE INTO PRINTER-RECORD.
   WRITE PRINTER-RECORD.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PL-WRITE-GL-JOURNAL.CBL".
COPY "PLSPOOL.CBL".
*>_________________________________________________________________________
