                ASSIGN TO "rni-accrual-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLACCRUE.CBL".
         COPY "SLFISCAL.CBL".
         COPY "SLSYSAUD.CBL".

         COPY "SLSPOOL.CBL".

            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(100).

         COPY "FDACCRUE.CBL".
         COPY "FDFISCAL.CBL".
         COPY "FDSYSAUD.CBL".

         COPY "FDSPOOL.CBL".


         COPY "wscompany.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(17) VALUE SPACES.
            05 FILLER              PIC X(37)
                  VALUE "RECEIVED-NOT-INVOICED ACCRUAL REPORT".
            05 D-DESCRIPTION              PIC X(20).
            05 D-TOTAL                    PIC ZZZ,ZZZ,ZZ9.99-.

         COPY "wscase01.cbl".
         COPY "wsdate.cbl".
         COPY "wsfiscal.cbl".

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".
         01 W-JOURNAL-WANTED       PIC X.
            88 JOURNAL-WANTED   VALUE "Y".

         01 W-ACCRUAL-RECORDED     PIC X.
            88 ACCRUAL-RECORDED VALUE "Y".

         01 W-FOUND-ACCRUAL-RECORD PIC X.
            88 FOUND-ACCRUAL-RECORD VALUE "Y".

         77 W-AS-OF-DATE                  PIC 9(8).
         77 W-PO-RECEIVED-TOTAL           PIC S9(7)V99.
         77 W-PO-ACCRUAL                  PIC S9(7)V99.
         77 W-ACCRUAL-GRAND-TOTAL         PIC S9(9)V99.
         77 W-PO-COUNT                    PIC 9(5).

         01 W-VALID-ANSWER                PIC X.
            88 VALID-ANSWER              VALUE "Y", "N".
            88 ANSWER-IS-YES             VALUE "Y".

         77 BK-ACCRUAL-RECORD             PIC X(512).

         77 W-SYSAUD-RECORD-TYPE          PIC X(10).
         77 W-SYSAUD-ACTION               PIC X(06).
         77 W-SYSAUD-KEY                  PIC X(15).
         77 W-SYSAUD-BEFORE-IMAGE         PIC X(512).
         77 W-SYSAUD-AFTER-IMAGE          PIC X(512).
         77 W-SYSAUD-USER-ID              PIC X(20).

         01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
            05 W-SYSAUD-DAY-TODAY         PIC 9(8).
            05 FILLER                     PIC X(1).
            05 W-SYSAUD-TIME-NOW          PIC 9(5).
            05 FILLER                     PIC X(7).

         77 MSG-CONFIRMATION              PIC X(75).
         77 DUMMY                         PIC X.
*>_________________________________________________________________________
        DISPLAY "CONTROL FILE - THE REPORT WILL PRINT BUT NO JOURNAL LINES"
        DISPLAY "WILL BE WRITTEN."
     ELSE
        MOVE "RECORD THE ACCRUAL FOR POSTING AND NEXT-PERIOD REVERSAL ? <Y/N>"
          TO MSG-CONFIRMATION
        PERFORM CONFIRM-EXECUTION *> force first loop
        PERFORM CONFIRM-EXECUTION UNTIL VALID-ANSWER
           MOVE "Y" TO W-JOURNAL-WANTED.

     OPEN OUTPUT PRINTER-FILE.

     MOVE 0 TO PAGE-NUMBER.
     MOVE 0 TO W-ACCRUAL-GRAND-TOTAL.
     MOVE 0 TO W-PO-COUNT.
     PERFORM PRINT-HEADINGS.

     MOVE CONTROL-BREAK TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.

     MOVE "N" TO W-ACCRUAL-RECORDED.
     IF JOURNAL-WANTED
        AND W-ACCRUAL-GRAND-TOTAL GREATER THAN ZEROS
        PERFORM RECORD-RNI-ACCRUAL.

     PERFORM FINALIZE-PAGE.

     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     DISPLAY W-PO-COUNT " ORDER(S) CARRY A RECEIVED-NOT-INVOICED BALANCE.".
     IF ACCRUAL-RECORDED
        DISPLAY "RNI ACCRUAL RECORDED FOR PERIOD " ACCRUAL-FISCAL-YEAR "/"
                ACCRUAL-FISCAL-PERIOD " - POST IT FROM MONTH-END ACCRUALS.".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     END-READ.
*>_________________________________________________________________________

RECORD-RNI-ACCRUAL.

*>   The month's RNI total becomes sequence 000 of the fiscal period
*>   on the accrual file, where accrual-entry writes it to the GL
*>   interface together with the reversing entry dated the first day
*>   of the next period. A rerun before posting replaces the figure;
*>   once journaled it stands.

     OPEN I-O ACCRUAL-FILE.
     OPEN INPUT FISCAL-CALENDAR-FILE.
     OPEN EXTEND SYSTEM-AUDIT-FILE.

     MOVE W-AS-OF-DATE TO W-FISCAL-LOOKUP-DATE.
     PERFORM LOOK-FOR-FISCAL-PERIOD.

     IF NOT FOUND-FISCAL-PERIOD
        DISPLAY "NO FISCAL PERIOD ON THE CALENDAR HOLDS " W-AS-OF-DATE
                " - THE ACCRUAL WAS NOT RECORDED."
     ELSE
        MOVE W-SESSION-COMPANY     TO ACCRUAL-COMPANY
        MOVE W-FISCAL-FOUND-YEAR   TO ACCRUAL-FISCAL-YEAR
        MOVE W-FISCAL-FOUND-PERIOD TO ACCRUAL-FISCAL-PERIOD
        MOVE ZEROS                 TO ACCRUAL-SEQ
        MOVE "Y" TO W-FOUND-ACCRUAL-RECORD
        READ ACCRUAL-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-ACCRUAL-RECORD
        END-READ

        IF FOUND-ACCRUAL-RECORD
           IF NOT ACCRUAL-IS-ENTERED
              DISPLAY "THE RNI ACCRUAL FOR PERIOD " ACCRUAL-FISCAL-YEAR "/"
                      ACCRUAL-FISCAL-PERIOD " IS ALREADY " ACCRUAL-STATUS
                      " - NOT REPLACED."
           ELSE
              MOVE ACCRUAL-RECORD TO BK-ACCRUAL-RECORD
              PERFORM FILL-RNI-ACCRUAL-FIELDS
              REWRITE ACCRUAL-RECORD
                 INVALID KEY
                    DISPLAY "*** ERROR REWRITING THE RNI ACCRUAL ! ***"
                 NOT INVALID KEY
                    MOVE "Y" TO W-ACCRUAL-RECORDED
                    MOVE "CHANGE" TO W-SYSAUD-ACTION
                    MOVE BK-ACCRUAL-RECORD TO W-SYSAUD-BEFORE-IMAGE
                    PERFORM AUDIT-RNI-ACCRUAL
              END-REWRITE
           END-IF
        ELSE
           PERFORM FILL-RNI-ACCRUAL-FIELDS
           WRITE ACCRUAL-RECORD
              INVALID KEY
                 DISPLAY "*** ERROR WRITING THE RNI ACCRUAL ! ***"
              NOT INVALID KEY
                 MOVE "Y" TO W-ACCRUAL-RECORDED
                 MOVE "ADD" TO W-SYSAUD-ACTION
                 MOVE SPACES TO W-SYSAUD-BEFORE-IMAGE
                 PERFORM AUDIT-RNI-ACCRUAL
           END-WRITE
        END-IF.

     CLOSE ACCRUAL-FILE.
     CLOSE FISCAL-CALENDAR-FILE.
     CLOSE SYSTEM-AUDIT-FILE.
*>_________________________________________________________________________

FILL-RNI-ACCRUAL-FIELDS.

     MOVE "RNI"                    TO ACCRUAL-SOURCE.
     MOVE ZEROS                    TO ACCRUAL-VENDOR.
     MOVE CONTROL-RNI-EXPENSE-ACCT TO ACCRUAL-EXPENSE-ACCOUNT.
     MOVE CONTROL-RNI-ACCRUAL-ACCT TO ACCRUAL-LIABILITY-ACCOUNT.
     MOVE W-ACCRUAL-GRAND-TOTAL    TO ACCRUAL-AMOUNT.
     MOVE "RECEIVED NOT INVOICED ACCRUAL" TO ACCRUAL-DESCRIPTION.
     MOVE FISCAL-END-DATE          TO ACCRUAL-POSTING-DATE.
     MOVE ZEROS                    TO ACCRUAL-REVERSAL-DATE.
     MOVE "ENTERED"                TO ACCRUAL-STATUS.
     MOVE FUNCTION CURRENT-DATE (1:8) TO ACCRUAL-ENTERED-DATE.
*>_________________________________________________________________________

AUDIT-RNI-ACCRUAL.

     MOVE "ACCRUAL"      TO W-SYSAUD-RECORD-TYPE.
     MOVE ACCRUAL-KEY    TO W-SYSAUD-KEY.
     MOVE ACCRUAL-RECORD TO W-SYSAUD-AFTER-IMAGE.
     PERFORM LOG-SYSTEM-AUDIT-ENTRY.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-LOOK-FOR-FISCAL-PERIOD.CBL".
