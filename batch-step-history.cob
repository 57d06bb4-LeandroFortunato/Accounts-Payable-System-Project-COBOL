IDENTIFICATION DIVISION.
PROGRAM-ID. batch-step-history.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLCONTRL.CBL".
         COPY "SLSTPHST.CBL".

*>       The run-control ledger nightly-batch.sh keeps for the run date:
*>       STEP <name> START|COMPLETE|FAILED YYYY-MM-DD HH:MM:SS
         SELECT OPTIONAL RUN-CONTROL-FILE
                ASSIGN TO W-LEDGER-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

*>       May not exist yet on a fresh directory, so it is OPTIONAL
*>       here: a missing file just reads as empty.
         SELECT OPTIONAL BATCH-STATUS-FILE
                ASSIGN TO "batch-status-file.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

         COPY "FDCONTRL.CBL".
         COPY "FDSTPHST.CBL".

         FD RUN-CONTROL-FILE
            LABEL RECORDS ARE OMITTED.
         01 RUN-CONTROL-RECORD        PIC X(100).

         FD BATCH-STATUS-FILE
            LABEL RECORDS ARE OMITTED.

         01 BATSTAT-RECORD.
            05 BATSTAT-REPORT-ID      PIC X(20).
            05 FILLER                 PIC X(01).
            05 BATSTAT-RUN-DATE       PIC 9(08).
            05 FILLER                 PIC X(01).
            05 BATSTAT-RUN-TIME       PIC 9(05).
            05 FILLER                 PIC X(01).
            05 BATSTAT-STATUS         PIC X(08).
            05 FILLER                 PIC X(01).
            05 BATSTAT-PROGRAM        PIC X(30).
            05 FILLER                 PIC X(01).
            05 BATSTAT-RECORD-COUNT   PIC 9(09).
            05 FILLER                 PIC X(01).
            05 BATSTAT-CLOCK-TIME     PIC 9(06).

   WORKING-STORAGE SECTION.

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY             PIC 9(8).
            05 FILLER                  PIC X(1).
            05 W-PIECE-OF-TIME-NOW     PIC 9(5).
            05 FILLER                  PIC X(7).

         01 W-BATCH-MODE-FLAG          PIC X.
            88 BATCH-MODE              VALUE "Y".

         01 W-END-OF-FILE              PIC X.
            88 END-OF-FILE             VALUE "Y".

         01 W-HISTORY-DONE             PIC X.
            88 HISTORY-DONE            VALUE "Y".

         77 W-RUN-DATE                 PIC 9(8).
         77 W-RUN-DATE-TEXT            PIC X(8).
         77 W-LEDGER-FILE-NAME         PIC X(40).

*>       One ledger line taken apart; the stamp is rebuilt as
*>       CCYYMMDDHHMMSS so stamps compare and sort as text.
         77 W-LEDGER-WORD              PIC X(10).
         77 W-LEDGER-STEP              PIC X(30).
         77 W-LEDGER-EVENT             PIC X(10).
         77 W-LEDGER-DATE-TEXT         PIC X(10).
         77 W-LEDGER-TIME-TEXT         PIC X(10).

         01 W-LEDGER-STAMP.
            05 W-LEDGER-DATE.
               10 W-LEDGER-YEAR        PIC X(04).
               10 W-LEDGER-MONTH       PIC X(02).
               10 W-LEDGER-DAY         PIC X(02).
            05 W-LEDGER-TIME.
               10 W-LEDGER-HOUR        PIC X(02).
               10 W-LEDGER-MINUTE      PIC X(02).
               10 W-LEDGER-SECOND      PIC X(02).

*>       Every step seen on the ledger. A re-run after a failure starts
*>       the step again, so the last START/end pair is the one kept.
         01 STEP-TABLE.
            05 STEP-COUNT              PIC 9(02) VALUE 0.
            05 STEP-ENTRY OCCURS 60 TIMES.
               10 STEP-NAME            PIC X(30).
               10 STEP-STATUS          PIC X(08).
               10 STEP-START-STAMP.
                  15 STEP-START-DATE   PIC 9(08).
                  15 STEP-START-TIME   PIC 9(06).
               10 STEP-END-STAMP.
                  15 STEP-END-DATE     PIC 9(08).
                  15 STEP-END-TIME     PIC 9(06).
               10 STEP-RECORD-COUNT    PIC 9(09).

         77 W-STEP-INDEX               PIC 9(02).
         77 W-STEP-FOUND-AT            PIC 9(02).

         01 W-WINDOW-START-STAMP.
            05 W-WINDOW-START-DATE     PIC 9(08).
            05 W-WINDOW-START-TIME     PIC 9(06).
         01 W-WINDOW-END-STAMP.
            05 W-WINDOW-END-DATE       PIC 9(08).
            05 W-WINDOW-END-TIME       PIC 9(06).
         77 W-WINDOW-STATUS            PIC X(08).
         77 W-WINDOW-RECORD-COUNT      PIC 9(09).

         01 W-STATUS-STAMP.
            05 W-STATUS-DATE           PIC 9(08).
            05 W-STATUS-TIME           PIC 9(06).

         01 W-CUTOFF-STAMP.
            05 W-CUTOFF-DATE           PIC 9(08).
            05 W-CUTOFF-TIME           PIC 9(06).

         01 W-CONVERT-STAMP.
            05 W-CONVERT-DATE          PIC 9(08).
            05 W-CONVERT-TIME.
               10 W-CONVERT-HOUR       PIC 9(02).
               10 W-CONVERT-MINUTE     PIC 9(02).
               10 W-CONVERT-SECOND     PIC 9(02).
         77 W-CONVERT-SECONDS          PIC 9(12).
         77 W-START-SECONDS            PIC 9(12).

         77 W-OVERRUN-PERCENT          PIC 9(03).
         77 W-CUTOFF-HHMM              PIC 9(04).
         77 W-AVERAGE-FROM-DATE        PIC 9(08).
         77 W-HISTORY-STEP             PIC X(30).
         77 W-HISTORY-TOTAL            PIC 9(11).
         77 W-HISTORY-NIGHTS           PIC 9(03).
         77 W-HISTORY-AVERAGE          PIC 9(07).

         01 W-NEW-HISTORY-RECORD.
            05 W-NEW-STEP              PIC X(30).
            05 W-NEW-STATUS            PIC X(08).
            05 W-NEW-START-STAMP.
               10 W-NEW-START-DATE     PIC 9(08).
               10 W-NEW-START-TIME     PIC 9(06).
            05 W-NEW-END-STAMP.
               10 W-NEW-END-DATE       PIC 9(08).
               10 W-NEW-END-TIME       PIC 9(06).
            05 W-NEW-RECORD-COUNT      PIC 9(09).
            05 W-NEW-ELAPSED-SECONDS   PIC 9(07).
            05 W-NEW-ALERT             PIC X(01).

         77 W-RECORDS-LOADED           PIC 9(03).
         77 W-ALERTS-RAISED            PIC 9(03).
         77 DUMMY                      PIC X.

         COPY "wsdate.cbl".
*>_________________________________________________________________________

PROCEDURE DIVISION.

   MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
   MOVE SPACES TO W-BATCH-MODE-FLAG.
   ACCEPT W-BATCH-MODE-FLAG FROM ENVIRONMENT "AP_BATCH_MODE".

   PERFORM GET-THE-RUN-DATE.

   IF W-RUN-DATE NOT EQUAL ZEROS
      PERFORM LOAD-THE-RUN-DATE.

   IF NOT BATCH-MODE
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

GET-THE-RUN-DATE.

*>   The nightly job passes its own run date, since the window runs
*>   past midnight; by hand the operator may reload any earlier night.

   MOVE SPACES TO W-RUN-DATE-TEXT.
   ACCEPT W-RUN-DATE-TEXT FROM ENVIRONMENT "AP_BATCH_RUN_DATE".

   IF W-RUN-DATE-TEXT NUMERIC
      MOVE W-RUN-DATE-TEXT TO W-RUN-DATE
   ELSE
   IF BATCH-MODE
      MOVE W-DAY-TODAY TO W-RUN-DATE
   ELSE
      MOVE "RUN DATE TO LOAD: (MM-DD-YYYY, <ENTER> FOR TODAY)" TO GDTV-DATE-HEADING
      MOVE 1900 TO GDTV-FIRST-YEAR-VALID
      MOVE 2100 TO GDTV-LAST-YEAR-VALID
      MOVE "Y"  TO GDTV-ACCEPT-EMPTY-DATE
      PERFORM GET-VALI-DATE-RETURN-GDTV-DATE
      IF GDTV-DATE EQUAL ZEROS
         MOVE W-DAY-TODAY TO W-RUN-DATE
      ELSE
         MOVE GDTV-DATE TO W-RUN-DATE.
*>_________________________________________________________________________

LOAD-THE-RUN-DATE.

   MOVE SPACES TO W-LEDGER-FILE-NAME.
   STRING "batch-logs/run-control-" W-RUN-DATE ".txt"
      DELIMITED BY SIZE INTO W-LEDGER-FILE-NAME
   END-STRING.

   PERFORM READ-THE-THRESHOLDS.

   MOVE ZEROS TO STEP-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT RUN-CONTROL-FILE.
   PERFORM READ-NEXT-LEDGER-LINE UNTIL END-OF-FILE.
   CLOSE RUN-CONTROL-FILE.

   IF STEP-COUNT EQUAL ZEROS
      DISPLAY "BATCH STEP HISTORY: NO STEPS ON " W-LEDGER-FILE-NAME
   ELSE
      PERFORM ADD-UP-BATCH-STATUS-COUNTS
      MOVE ZEROS TO W-RECORDS-LOADED
      MOVE ZEROS TO W-ALERTS-RAISED
      OPEN I-O STEP-HISTORY-FILE
      PERFORM SAVE-ONE-STEP
         VARYING W-STEP-INDEX FROM 1 BY 1 UNTIL W-STEP-INDEX > STEP-COUNT
      PERFORM SAVE-THE-BATCH-WINDOW
      CLOSE STEP-HISTORY-FILE
      DISPLAY "BATCH STEP HISTORY: " W-RECORDS-LOADED " STEP(S) LOADED FOR "
              W-RUN-DATE ", " W-ALERTS-RAISED " ALERT(S)".
*>_________________________________________________________________________

READ-THE-THRESHOLDS.

*>   Like the sign-on policy, the alert thresholds live on company 1.

   MOVE ZEROS TO W-OVERRUN-PERCENT.
   MOVE ZEROS TO W-CUTOFF-HHMM.

   OPEN INPUT CONTROL-FILE.
   MOVE 1 TO CONTROL-KEY.
   READ CONTROL-FILE RECORD
      INVALID KEY
         MOVE ZEROS TO CONTROL-STEP-OVERRUN-PERCENT
         MOVE ZEROS TO CONTROL-BATCH-CUTOFF-TIME
   END-READ.
   CLOSE CONTROL-FILE.

   IF CONTROL-STEP-OVERRUN-PERCENT NUMERIC
      MOVE CONTROL-STEP-OVERRUN-PERCENT TO W-OVERRUN-PERCENT.
   IF CONTROL-BATCH-CUTOFF-TIME NUMERIC
      MOVE CONTROL-BATCH-CUTOFF-TIME TO W-CUTOFF-HHMM.
*>_________________________________________________________________________

READ-NEXT-LEDGER-LINE.

   READ RUN-CONTROL-FILE
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         PERFORM TAKE-APART-LEDGER-LINE
   END-READ.
*>_________________________________________________________________________

TAKE-APART-LEDGER-LINE.

   MOVE SPACES TO W-LEDGER-WORD W-LEDGER-STEP W-LEDGER-EVENT
                  W-LEDGER-DATE-TEXT W-LEDGER-TIME-TEXT.

   UNSTRING RUN-CONTROL-RECORD DELIMITED BY ALL SPACE
      INTO W-LEDGER-WORD W-LEDGER-STEP W-LEDGER-EVENT
           W-LEDGER-DATE-TEXT W-LEDGER-TIME-TEXT
   END-UNSTRING.

   MOVE W-LEDGER-DATE-TEXT(1:4) TO W-LEDGER-YEAR.
   MOVE W-LEDGER-DATE-TEXT(6:2) TO W-LEDGER-MONTH.
   MOVE W-LEDGER-DATE-TEXT(9:2) TO W-LEDGER-DAY.
   MOVE W-LEDGER-TIME-TEXT(1:2) TO W-LEDGER-HOUR.
   MOVE W-LEDGER-TIME-TEXT(4:2) TO W-LEDGER-MINUTE.
   MOVE W-LEDGER-TIME-TEXT(7:2) TO W-LEDGER-SECOND.

   IF W-LEDGER-WORD EQUAL "STEP" AND W-LEDGER-STAMP NUMERIC
      PERFORM FIND-THE-LEDGER-STEP
      IF W-STEP-FOUND-AT NOT EQUAL ZEROS
         PERFORM POST-LEDGER-EVENT.
*>_________________________________________________________________________

FIND-THE-LEDGER-STEP.

   MOVE ZEROS TO W-STEP-FOUND-AT.
   PERFORM CHECK-ONE-STEP-NAME
      VARYING W-STEP-INDEX FROM 1 BY 1
        UNTIL W-STEP-INDEX > STEP-COUNT OR W-STEP-FOUND-AT NOT EQUAL ZEROS.

   IF W-STEP-FOUND-AT EQUAL ZEROS AND STEP-COUNT LESS THAN 60
      ADD 1 TO STEP-COUNT
      MOVE STEP-COUNT TO W-STEP-FOUND-AT
      MOVE W-LEDGER-STEP TO STEP-NAME (STEP-COUNT)
      MOVE SPACES TO STEP-STATUS (STEP-COUNT)
      MOVE ZEROS TO STEP-START-STAMP (STEP-COUNT)
      MOVE ZEROS TO STEP-END-STAMP (STEP-COUNT)
      MOVE ZEROS TO STEP-RECORD-COUNT (STEP-COUNT).
*>_________________________________________________________________________

CHECK-ONE-STEP-NAME.

   IF STEP-NAME (W-STEP-INDEX) EQUAL W-LEDGER-STEP
      MOVE W-STEP-INDEX TO W-STEP-FOUND-AT.
*>_________________________________________________________________________

POST-LEDGER-EVENT.

   IF W-LEDGER-EVENT EQUAL "START"
      MOVE W-LEDGER-STAMP TO STEP-START-STAMP (W-STEP-FOUND-AT)
      MOVE ZEROS TO STEP-END-STAMP (W-STEP-FOUND-AT)
      MOVE "RUNNING" TO STEP-STATUS (W-STEP-FOUND-AT)
   ELSE
   IF W-LEDGER-EVENT EQUAL "COMPLETE" OR W-LEDGER-EVENT EQUAL "FAILED"
      MOVE W-LEDGER-STAMP TO STEP-END-STAMP (W-STEP-FOUND-AT)
      MOVE W-LEDGER-EVENT TO STEP-STATUS (W-STEP-FOUND-AT).
*>_________________________________________________________________________

ADD-UP-BATCH-STATUS-COUNTS.

*>   Each report's completion record carries the lines or rows it
*>   produced; it belongs to a step when written inside that step's
*>   start and end.

   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT BATCH-STATUS-FILE.
   PERFORM READ-NEXT-BATCH-STATUS UNTIL END-OF-FILE.
   CLOSE BATCH-STATUS-FILE.
*>_________________________________________________________________________

READ-NEXT-BATCH-STATUS.

   READ BATCH-STATUS-FILE
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         IF BATSTAT-PROGRAM NOT EQUAL SPACES
            AND BATSTAT-RUN-DATE NUMERIC
            AND BATSTAT-CLOCK-TIME NUMERIC
            AND BATSTAT-RECORD-COUNT NUMERIC
            MOVE BATSTAT-RUN-DATE TO W-STATUS-DATE
            MOVE BATSTAT-CLOCK-TIME TO W-STATUS-TIME
            PERFORM MATCH-STATUS-TO-STEP
               VARYING W-STEP-INDEX FROM 1 BY 1
                 UNTIL W-STEP-INDEX > STEP-COUNT
         END-IF
   END-READ.
*>_________________________________________________________________________

MATCH-STATUS-TO-STEP.

   IF STEP-NAME (W-STEP-INDEX) EQUAL BATSTAT-PROGRAM
      AND W-STATUS-STAMP NOT LESS THAN STEP-START-STAMP (W-STEP-INDEX)
      AND (W-STATUS-STAMP NOT GREATER THAN STEP-END-STAMP (W-STEP-INDEX)
           OR STEP-END-DATE (W-STEP-INDEX) EQUAL ZEROS)
      ADD BATSTAT-RECORD-COUNT TO STEP-RECORD-COUNT (W-STEP-INDEX).
*>_________________________________________________________________________

SAVE-ONE-STEP.

   MOVE STEP-NAME (W-STEP-INDEX)         TO W-NEW-STEP.
   MOVE STEP-STATUS (W-STEP-INDEX)       TO W-NEW-STATUS.
   MOVE STEP-START-STAMP (W-STEP-INDEX)  TO W-NEW-START-STAMP.
   MOVE STEP-END-STAMP (W-STEP-INDEX)    TO W-NEW-END-STAMP.
   MOVE STEP-RECORD-COUNT (W-STEP-INDEX) TO W-NEW-RECORD-COUNT.

   PERFORM WORK-OUT-ELAPSED-SECONDS.
   PERFORM WORK-OUT-THE-AVERAGE.

   PERFORM CHECK-FOR-AN-OVERRUN.

   PERFORM WRITE-THE-HISTORY-RECORD.
*>_________________________________________________________________________

SAVE-THE-BATCH-WINDOW.

*>   The window runs from the first step's start to the last step's
*>   end; it only counts as complete when every step is.

   MOVE STEP-START-STAMP (1) TO W-WINDOW-START-STAMP.
   MOVE ZEROS TO W-WINDOW-END-STAMP.
   MOVE ZEROS TO W-WINDOW-RECORD-COUNT.
   MOVE "COMPLETE" TO W-WINDOW-STATUS.

   PERFORM ADD-STEP-TO-THE-WINDOW
      VARYING W-STEP-INDEX FROM 1 BY 1 UNTIL W-STEP-INDEX > STEP-COUNT.

   MOVE "*BATCH-WINDOW*"      TO W-NEW-STEP.
   MOVE W-WINDOW-STATUS       TO W-NEW-STATUS.
   MOVE W-WINDOW-START-STAMP  TO W-NEW-START-STAMP.
   MOVE W-WINDOW-END-STAMP    TO W-NEW-END-STAMP.
   MOVE W-WINDOW-RECORD-COUNT TO W-NEW-RECORD-COUNT.

   PERFORM WORK-OUT-ELAPSED-SECONDS.
   PERFORM WORK-OUT-THE-AVERAGE.

   PERFORM CHECK-FOR-AN-OVERRUN.

*>   The cutoff is a time of day: when it falls before the window
*>   started it means the next morning.

   IF W-CUTOFF-HHMM NOT EQUAL ZEROS AND W-NEW-END-DATE NOT EQUAL ZEROS
      COMPUTE W-CUTOFF-TIME = W-CUTOFF-HHMM * 100
      IF W-CUTOFF-TIME GREATER THAN W-WINDOW-START-TIME
         MOVE W-WINDOW-START-DATE TO W-CUTOFF-DATE
      ELSE
         COMPUTE W-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(W-WINDOW-START-DATE) + 1)
      END-IF
      IF W-NEW-END-STAMP GREATER THAN W-CUTOFF-STAMP
         MOVE "C" TO W-NEW-ALERT.

   PERFORM WRITE-THE-HISTORY-RECORD.
*>_________________________________________________________________________

CHECK-FOR-AN-OVERRUN.

*>   Only a finished step can have overrun; a step with no history
*>   yet has nothing to be compared with.

   MOVE SPACES TO W-NEW-ALERT.
   IF W-OVERRUN-PERCENT NOT EQUAL ZEROS
      AND W-HISTORY-NIGHTS NOT EQUAL ZEROS
      AND W-NEW-END-DATE NOT EQUAL ZEROS
      AND W-NEW-ELAPSED-SECONDS * 100 >
          W-HISTORY-AVERAGE * (100 + W-OVERRUN-PERCENT)
      MOVE "O" TO W-NEW-ALERT.
*>_________________________________________________________________________

ADD-STEP-TO-THE-WINDOW.

   IF STEP-START-STAMP (W-STEP-INDEX) LESS THAN W-WINDOW-START-STAMP
      MOVE STEP-START-STAMP (W-STEP-INDEX) TO W-WINDOW-START-STAMP.

   IF STEP-END-STAMP (W-STEP-INDEX) GREATER THAN W-WINDOW-END-STAMP
      MOVE STEP-END-STAMP (W-STEP-INDEX) TO W-WINDOW-END-STAMP.

   ADD STEP-RECORD-COUNT (W-STEP-INDEX) TO W-WINDOW-RECORD-COUNT.

   IF STEP-STATUS (W-STEP-INDEX) EQUAL "FAILED"
      MOVE "FAILED" TO W-WINDOW-STATUS
   ELSE
   IF STEP-STATUS (W-STEP-INDEX) NOT EQUAL "COMPLETE"
      AND W-WINDOW-STATUS EQUAL "COMPLETE"
      MOVE "RUNNING" TO W-WINDOW-STATUS.
*>_________________________________________________________________________

WORK-OUT-ELAPSED-SECONDS.

   MOVE ZEROS TO W-NEW-ELAPSED-SECONDS.

   IF W-NEW-START-DATE NOT EQUAL ZEROS AND W-NEW-END-DATE NOT EQUAL ZEROS
      MOVE W-NEW-START-STAMP TO W-CONVERT-STAMP
      PERFORM CONVERT-STAMP-TO-SECONDS
      MOVE W-CONVERT-SECONDS TO W-START-SECONDS
      MOVE W-NEW-END-STAMP TO W-CONVERT-STAMP
      PERFORM CONVERT-STAMP-TO-SECONDS
      IF W-CONVERT-SECONDS GREATER THAN W-START-SECONDS
         COMPUTE W-NEW-ELAPSED-SECONDS = W-CONVERT-SECONDS - W-START-SECONDS.
*>_________________________________________________________________________

CONVERT-STAMP-TO-SECONDS.

   COMPUTE W-CONVERT-SECONDS =
           FUNCTION INTEGER-OF-DATE(W-CONVERT-DATE) * 86400
         + W-CONVERT-HOUR * 3600 + W-CONVERT-MINUTE * 60 + W-CONVERT-SECOND.
*>_________________________________________________________________________

WORK-OUT-THE-AVERAGE.

*>   Average over the finished runs of the 30 nights before this one.

   COMPUTE W-AVERAGE-FROM-DATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(W-RUN-DATE) - 30).

   MOVE W-NEW-STEP TO W-HISTORY-STEP.
   MOVE ZEROS TO W-HISTORY-TOTAL.
   MOVE ZEROS TO W-HISTORY-NIGHTS.
   MOVE ZEROS TO W-HISTORY-AVERAGE.

   MOVE "N" TO W-HISTORY-DONE.
   MOVE W-HISTORY-STEP TO STEPHIST-STEP.
   MOVE W-AVERAGE-FROM-DATE TO STEPHIST-RUN-DATE.
   START STEP-HISTORY-FILE KEY IS NOT LESS THAN STEPHIST-KEY
      INVALID KEY
         MOVE "Y" TO W-HISTORY-DONE.

   PERFORM READ-NEXT-EARLIER-NIGHT UNTIL HISTORY-DONE.

   IF W-HISTORY-NIGHTS NOT EQUAL ZEROS
      COMPUTE W-HISTORY-AVERAGE ROUNDED = W-HISTORY-TOTAL / W-HISTORY-NIGHTS.
*>_________________________________________________________________________

READ-NEXT-EARLIER-NIGHT.

   READ STEP-HISTORY-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-HISTORY-DONE
      NOT AT END
         IF STEPHIST-STEP NOT EQUAL W-HISTORY-STEP
            OR STEPHIST-RUN-DATE NOT LESS THAN W-RUN-DATE
            MOVE "Y" TO W-HISTORY-DONE
         ELSE
            IF STEPHIST-STATUS EQUAL "COMPLETE"
               ADD STEPHIST-ELAPSED-SECONDS TO W-HISTORY-TOTAL
               ADD 1 TO W-HISTORY-NIGHTS
            END-IF
         END-IF
   END-READ.
*>_________________________________________________________________________

WRITE-THE-HISTORY-RECORD.

   MOVE W-NEW-STEP             TO STEPHIST-STEP.
   MOVE W-RUN-DATE             TO STEPHIST-RUN-DATE.
   MOVE W-NEW-STATUS           TO STEPHIST-STATUS.
   MOVE W-NEW-START-DATE       TO STEPHIST-START-DATE.
   MOVE W-NEW-START-TIME       TO STEPHIST-START-TIME.
   MOVE W-NEW-END-DATE         TO STEPHIST-END-DATE.
   MOVE W-NEW-END-TIME         TO STEPHIST-END-TIME.
   MOVE W-NEW-ELAPSED-SECONDS  TO STEPHIST-ELAPSED-SECONDS.
   MOVE W-NEW-RECORD-COUNT     TO STEPHIST-RECORD-COUNT.
   MOVE W-HISTORY-AVERAGE      TO STEPHIST-AVERAGE-SECONDS.
   MOVE W-NEW-ALERT            TO STEPHIST-ALERT.
   MOVE W-DAY-TODAY            TO STEPHIST-LOADED-DATE.

*>   Reloading a night replaces what was loaded for it before.
   WRITE STEPHIST-RECORD
      INVALID KEY
         REWRITE STEPHIST-RECORD
   END-WRITE.

   ADD 1 TO W-RECORDS-LOADED.
   IF W-NEW-ALERT NOT EQUAL SPACES
      ADD 1 TO W-ALERTS-RAISED.
*>_________________________________________________________________________

COPY "PLDATE.CBL".
