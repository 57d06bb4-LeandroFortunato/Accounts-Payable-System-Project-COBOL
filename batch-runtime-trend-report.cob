IDENTIFICATION DIVISION.
PROGRAM-ID. batch-runtime-trend-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLSTPHST.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "batch-runtime-trend-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDSTPHST.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(132).

         COPY "FDSPOOL.CBL".

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wscase01.cbl".
         COPY "wsdate.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(30) VALUE SPACES.
            05 FILLER              PIC X(36) VALUE "NIGHTLY BATCH STEP RUNTIME TREND - ".
            05 T-FROM-DATE         PIC 99/99/9999.
            05 FILLER              PIC X(04) VALUE " TO ".
            05 T-TO-DATE           PIC 99/99/9999.
            05 FILLER              PIC X(21) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(42) VALUE "  RUN DATE   STATUS   STARTED  ENDED      ".
            05 FILLER              PIC X(42) VALUE "ELAPSED       RECORDS 30-NIGHT AVG  % AVG ".
            05 FILLER              PIC X(20) VALUE "ALERT".

         01 HEADING-2.
            05 FILLER              PIC X(42) VALUE "  ========== ======== ======== ======== ==".
            05 FILLER              PIC X(42) VALUE "======= ============= ============ ===== ".
            05 FILLER              PIC X(20) VALUE "====================".

         01 STEP-LINE.
            05 FILLER                     PIC X(05) VALUE "STEP ".
            05 D-STEP-NAME                PIC X(30).

         01 DETAIL-1.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-RUN-DATE                 PIC 99/99/9999.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-STATUS                   PIC X(08).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-STARTED                  PIC X(08).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ENDED                    PIC X(08).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ELAPSED                  PIC X(09).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-RECORDS                  PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER                     PIC X(04) VALUE SPACES.
            05 D-AVERAGE                  PIC X(09).
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-PERCENT-OF-AVERAGE       PIC ZZZZ9 BLANK WHEN ZERO.
            05 FILLER                     PIC X(01) VALUE SPACES.
            05 D-ALERT                    PIC X(20).

         01 SUMMARY-LINE.
            05 FILLER                     PIC X(04) VALUE SPACES.
            05 FILLER                     PIC X(08) VALUE "NIGHTS: ".
            05 D-NIGHTS                   PIC ZZ9.
            05 FILLER                     PIC X(12) VALUE "   AVERAGE: ".
            05 D-STEP-AVERAGE             PIC X(09).
            05 FILLER                     PIC X(12) VALUE "   MAXIMUM: ".
            05 D-STEP-MAXIMUM             PIC X(09).
            05 FILLER                     PIC X(04) VALUE " ON ".
            05 D-MAXIMUM-DATE             PIC 99/99/9999.
            05 FILLER                     PIC X(13) VALUE "   OVERRUNS: ".
            05 D-OVERRUNS                 PIC ZZ9.

*>       Seconds shown as hours, minutes and seconds; a clock time as
*>       HH:MM:SS.
         01 W-FORMATTED-ELAPSED.
            05 D-ELAPSED-HOURS            PIC ZZ9.
            05 FILLER                     PIC X(01) VALUE ":".
            05 D-ELAPSED-MINUTES          PIC 9(02).
            05 FILLER                     PIC X(01) VALUE ":".
            05 D-ELAPSED-SECONDS          PIC 9(02).

         01 W-CLOCK-TIME                  PIC 9(06).
         01 FILLER REDEFINES W-CLOCK-TIME.
            05 W-CLOCK-HOUR               PIC 9(02).
            05 W-CLOCK-MINUTE             PIC 9(02).
            05 W-CLOCK-SECOND             PIC 9(02).

         01 W-FORMATTED-CLOCK.
            05 D-CLOCK-HOUR               PIC 9(02).
            05 FILLER                     PIC X(01) VALUE ":".
            05 D-CLOCK-MINUTE             PIC 9(02).
            05 FILLER                     PIC X(01) VALUE ":".
            05 D-CLOCK-SECOND             PIC 9(02).

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         77 W-FROM-DATE            PIC 9(08).
         77 W-TO-DATE              PIC 9(08).
         77 W-CURRENT-STEP         PIC X(30).
         77 W-FORMAT-SECONDS       PIC 9(07).
         77 W-FORMAT-REMAINDER     PIC 9(07).
         77 W-STEP-NIGHTS          PIC 9(03).
         77 W-STEP-FINISHED        PIC 9(03).
         77 W-STEP-TOTAL           PIC 9(11).
         77 W-STEP-AVERAGE         PIC 9(07).
         77 W-STEP-MAXIMUM         PIC 9(07).
         77 W-STEP-MAXIMUM-DATE    PIC 9(08).
         77 W-STEP-OVERRUNS        PIC 9(03).
         77 W-PERCENT-OF-AVERAGE   PIC 9(05).
         77 W-STEPS-LISTED         PIC 9(03) VALUE 0.
         77 W-COUNT-EDITED         PIC ZZ9.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   How long each nightly batch step has been taking: every night of
*>   the 30 up to the chosen date, loaded by batch-step-history, then
*>   the step's average and its longest night. The whole window is
*>   listed first, as *BATCH-WINDOW*.

   PERFORM READ-SESSION-COMPANY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "            NIGHTLY BATCH STEP RUNTIME TREND".
     DISPLAY " ".

     MOVE "LAST RUN DATE: (MM-DD-YYYY, <ENTER> FOR TODAY)" TO GDTV-DATE-HEADING.
     MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
     MOVE 2100 TO GDTV-LAST-YEAR-VALID.
     MOVE "Y"  TO GDTV-ACCEPT-EMPTY-DATE.
     PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.

     IF GDTV-DATE EQUAL ZEROS
        MOVE FUNCTION CURRENT-DATE(1:8) TO W-TO-DATE
     ELSE
        MOVE GDTV-DATE TO W-TO-DATE.

     COMPUTE W-FROM-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(W-TO-DATE) - 29).

     OPEN INPUT STEP-HISTORY-FILE.
     OPEN INPUT CONTROL-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                          CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                          CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.
     CLOSE CONTROL-FILE.

     COMPUTE DUMMY-FOR-DATE-12 = W-FROM-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12   TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY   TO T-FROM-DATE.
     COMPUTE DUMMY-FOR-DATE-12 = W-TO-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12   TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY   TO T-TO-DATE.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM READ-NEXT-NIGHT-IN-RANGE.
     PERFORM LIST-ONE-STEP UNTIL END-OF-FILE.

     IF W-STEPS-LISTED EQUAL ZEROS
        MOVE "  NO BATCH STEP HISTORY IN THIS RANGE." TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     PERFORM FINALIZE-PAGE.

     CLOSE STEP-HISTORY-FILE.
     CLOSE PRINTER-FILE.

     MOVE "BATCH-RUNTIME-TREND" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-STEPS-LISTED TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " STEP(S) LISTED - SEE batch-runtime-trend-report.prn".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

READ-NEXT-NIGHT-IN-RANGE.

     PERFORM READ-HISTORY-NEXT-RECORD.
     PERFORM READ-HISTORY-NEXT-RECORD UNTIL END-OF-FILE
        OR (STEPHIST-RUN-DATE NOT LESS THAN W-FROM-DATE
            AND STEPHIST-RUN-DATE NOT GREATER THAN W-TO-DATE).
*>_________________________________________________________________________

READ-HISTORY-NEXT-RECORD.

     READ STEP-HISTORY-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
     END-READ.
*>_________________________________________________________________________

LIST-ONE-STEP.

     MOVE STEPHIST-STEP TO W-CURRENT-STEP.
     MOVE ZEROS TO W-STEP-NIGHTS W-STEP-FINISHED W-STEP-TOTAL
                   W-STEP-MAXIMUM W-STEP-MAXIMUM-DATE W-STEP-OVERRUNS.

     IF W-PRINTED-LINES GREATER THAN 45
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE W-CURRENT-STEP TO D-STEP-NAME.
     MOVE SPACES    TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE STEP-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 2 TO W-PRINTED-LINES.

     PERFORM LIST-ONE-NIGHT
        UNTIL END-OF-FILE OR STEPHIST-STEP NOT EQUAL W-CURRENT-STEP.

*>   Only nights the step finished count toward its average.
     MOVE ZEROS TO W-STEP-AVERAGE.
     IF W-STEP-FINISHED NOT EQUAL ZEROS
        COMPUTE W-STEP-AVERAGE ROUNDED = W-STEP-TOTAL / W-STEP-FINISHED.

     MOVE W-STEP-NIGHTS TO D-NIGHTS.
     MOVE W-STEP-AVERAGE TO W-FORMAT-SECONDS.
     PERFORM FORMAT-THE-ELAPSED-TIME.
     MOVE W-FORMATTED-ELAPSED TO D-STEP-AVERAGE.
     MOVE W-STEP-MAXIMUM TO W-FORMAT-SECONDS.
     PERFORM FORMAT-THE-ELAPSED-TIME.
     MOVE W-FORMATTED-ELAPSED TO D-STEP-MAXIMUM.
     COMPUTE DUMMY-FOR-DATE-12 = W-STEP-MAXIMUM-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12   TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY   TO D-MAXIMUM-DATE.
     MOVE W-STEP-OVERRUNS TO D-OVERRUNS.

     MOVE SUMMARY-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
     ADD 1 TO W-STEPS-LISTED.
*>_________________________________________________________________________

LIST-ONE-NIGHT.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     COMPUTE DUMMY-FOR-DATE-12 = STEPHIST-RUN-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12   TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY   TO D-RUN-DATE.
     MOVE STEPHIST-STATUS     TO D-STATUS.

     MOVE STEPHIST-START-TIME TO W-CLOCK-TIME.
     PERFORM FORMAT-THE-CLOCK-TIME.
     MOVE W-FORMATTED-CLOCK   TO D-STARTED.

     IF STEPHIST-END-DATE EQUAL ZEROS
        MOVE SPACES TO D-ENDED
        MOVE SPACES TO D-ELAPSED
     ELSE
        MOVE STEPHIST-END-TIME TO W-CLOCK-TIME
        PERFORM FORMAT-THE-CLOCK-TIME
        MOVE W-FORMATTED-CLOCK TO D-ENDED
        MOVE STEPHIST-ELAPSED-SECONDS TO W-FORMAT-SECONDS
        PERFORM FORMAT-THE-ELAPSED-TIME
        MOVE W-FORMATTED-ELAPSED TO D-ELAPSED.

     MOVE STEPHIST-RECORD-COUNT TO D-RECORDS.

     MOVE ZEROS TO W-PERCENT-OF-AVERAGE.
     IF STEPHIST-AVERAGE-SECONDS EQUAL ZEROS
        MOVE SPACES TO D-AVERAGE
     ELSE
        MOVE STEPHIST-AVERAGE-SECONDS TO W-FORMAT-SECONDS
        PERFORM FORMAT-THE-ELAPSED-TIME
        MOVE W-FORMATTED-ELAPSED TO D-AVERAGE
        COMPUTE W-PERCENT-OF-AVERAGE ROUNDED =
                STEPHIST-ELAPSED-SECONDS * 100 / STEPHIST-AVERAGE-SECONDS.
     MOVE W-PERCENT-OF-AVERAGE TO D-PERCENT-OF-AVERAGE.

     MOVE SPACES TO D-ALERT.
     IF STEPHIST-OVERRAN
        MOVE "OVER AVERAGE" TO D-ALERT
        ADD 1 TO W-STEP-OVERRUNS.
     IF STEPHIST-PAST-CUTOFF
        MOVE "FINISHED PAST CUTOFF" TO D-ALERT
        ADD 1 TO W-STEP-OVERRUNS.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     ADD 1 TO W-STEP-NIGHTS.
     IF STEPHIST-STATUS EQUAL "COMPLETE"
        ADD 1 TO W-STEP-FINISHED
        ADD STEPHIST-ELAPSED-SECONDS TO W-STEP-TOTAL.
     IF STEPHIST-ELAPSED-SECONDS GREATER THAN W-STEP-MAXIMUM
        MOVE STEPHIST-ELAPSED-SECONDS TO W-STEP-MAXIMUM
        MOVE STEPHIST-RUN-DATE TO W-STEP-MAXIMUM-DATE.

     PERFORM READ-NEXT-NIGHT-IN-RANGE.
*>_________________________________________________________________________

FORMAT-THE-ELAPSED-TIME.

     DIVIDE W-FORMAT-SECONDS BY 3600 GIVING D-ELAPSED-HOURS
        REMAINDER W-FORMAT-REMAINDER.
     DIVIDE W-FORMAT-REMAINDER BY 60 GIVING D-ELAPSED-MINUTES
        REMAINDER D-ELAPSED-SECONDS.
*>_________________________________________________________________________

FORMAT-THE-CLOCK-TIME.

     MOVE W-CLOCK-HOUR   TO D-CLOCK-HOUR.
     MOVE W-CLOCK-MINUTE TO D-CLOCK-MINUTE.
     MOVE W-CLOCK-SECOND TO D-CLOCK-SECOND.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLPRINT.CBL".
COPY "PLDATE.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
