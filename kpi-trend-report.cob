IDENTIFICATION DIVISION.
PROGRAM-ID. kpi-trend-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLKPISNP.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "kpi-trend-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDKPISNP.CBL".
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

         01 REPORT-TITLE.
            05 FILLER              PIC X(40) VALUE SPACES.
            05 FILLER              PIC X(37) VALUE "AP KEY MEASURES - 13 PERIODS ENDING ".
            05 T-YEAR              PIC 9(04).
            05 FILLER              PIC X(01) VALUE "/".
            05 T-PERIOD            PIC 9(02).
            05 FILLER              PIC X(35) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

*>       One column per fiscal period, oldest on the left; the column
*>       headings are filled in from the snapshots found.
         01 HEADING-1.
            05 FILLER              PIC X(28) VALUE "MEASURE".
            05 H-PERIOD-COLUMN     PIC X(07) OCCURS 13 TIMES.
            05 FILLER              PIC X(13) VALUE " DIRECTION".

         01 HEADING-2.
            05 FILLER              PIC X(28) VALUE "=========================== ".
            05 H-PERIOD-UNDERLINE  PIC X(07) OCCURS 13 TIMES.
            05 FILLER              PIC X(13) VALUE " ============".

         01 DETAIL-1.
            05 D-MEASURE           PIC X(28).
            05 D-VALUE-COLUMN      PIC X(07) OCCURS 13 TIMES.
            05 FILLER              PIC X(01) VALUE SPACES.
            05 D-DIRECTION         PIC X(12).

*>       The measures in print order: label, C for a count or D for a
*>       figure with one decimal, and which way is the good way - H
*>       higher is better, L lower is better, N neither (a longer DPO
*>       keeps cash but strains vendors; faster payment the reverse).
         01 MEASURE-DEFINITIONS.
            05 FILLER PIC X(30) VALUE "DAYS PAYABLE OUTSTANDING    DN".
            05 FILLER PIC X(30) VALUE "AVG DAYS INVOICE TO ENTRY   DL".
            05 FILLER PIC X(30) VALUE "AVG DAYS ENTRY TO PAYMENT   DN".
            05 FILLER PIC X(30) VALUE "PERCENT PAID ON TIME        DH".
            05 FILLER PIC X(30) VALUE "PERCENT DISCOUNTS TAKEN     DH".
            05 FILLER PIC X(30) VALUE "PERCENT PAID ELECTRONICALLY DH".
            05 FILLER PIC X(30) VALUE "VOUCHERS PER CLERK          DH".
            05 FILLER PIC X(30) VALUE "EXCEPTIONS LOGGED           CL".
            05 FILLER PIC X(30) VALUE "VOUCHERS ENTERED            CN".
            05 FILLER PIC X(30) VALUE "VOUCHERS PAID               CN".

         01 MEASURE-TABLE REDEFINES MEASURE-DEFINITIONS.
            05 MEASURE-ENTRY OCCURS 10 TIMES.
               10 MEASURE-LABEL       PIC X(28).
               10 MEASURE-FORMAT      PIC X(01).
                  88 MEASURE-IS-COUNT      VALUE "C".
               10 MEASURE-POLARITY    PIC X(01).
                  88 HIGHER-IS-BETTER      VALUE "H".
                  88 LOWER-IS-BETTER       VALUE "L".

      77 MEASURE-COUNT              PIC 9(02) VALUE 10.

*>       The last 13 snapshots of the company up to the chosen period,
*>       kept as a rolling window while the file is read in key order.
         01 W-TREND-TABLE.
            05 W-TREND-COUNT          PIC 9(02).
            05 W-TREND-SLOT OCCURS 13 TIMES.
               10 W-TREND-YEAR        PIC 9(04).
               10 W-TREND-PERIOD      PIC 9(02).
               10 W-TREND-AS-OF-DATE  PIC 9(08).
               10 W-TREND-VALUE       PIC S9(7)V9 OCCURS 10 TIMES.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         77 ENTRY-FISCAL-YEAR      PIC 9(04).
         77 ENTRY-FISCAL-PERIOD    PIC 9(02).

         77 W-PERIOD-LIMIT         PIC 9(06).
         77 W-SNAPSHOT-PERIOD      PIC 9(06).
         77 W-SLOT                 PIC 9(02).
         77 W-NEXT-SLOT            PIC 9(02).
         77 W-PRIOR-SLOT           PIC 9(02).
         77 W-MEASURE              PIC 9(02).
         77 W-YEAR-OF-COLUMN       PIC 9(04).
         77 W-LATEST-VALUE         PIC S9(7)V9.
         77 W-PRIOR-VALUE          PIC S9(7)V9.
         77 W-EDIT-DECIMAL         PIC ZZZZ9.9.
         77 W-EDIT-COUNT           PIC ZZZZZZ9.
         77 W-COUNT-EDITED         PIC Z9.
         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
         77 W-AS-OF-EDITED         PIC 99/99/9999.
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Lays the AP key measures ap-period-close saved at each close side
*>   by side for up to 13 fiscal periods, with the direction of each
*>   from the period before the last to the last.

   PERFORM READ-SESSION-COMPANY.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                  AP KEY MEASURES - 13 PERIOD TREND".
     DISPLAY " ".
     DISPLAY "LAST FISCAL YEAR TO SHOW (YYYY) - <ENTER> FOR THE LATEST CLOSE: ".
     MOVE ZEROS TO ENTRY-FISCAL-YEAR.
     ACCEPT ENTRY-FISCAL-YEAR.
     MOVE ZEROS TO ENTRY-FISCAL-PERIOD.
     IF ENTRY-FISCAL-YEAR NOT EQUAL ZEROS
        DISPLAY "LAST FISCAL PERIOD TO SHOW (PP): "
        ACCEPT ENTRY-FISCAL-PERIOD.

     IF ENTRY-FISCAL-YEAR EQUAL ZEROS
        MOVE 999999 TO W-PERIOD-LIMIT
     ELSE
        COMPUTE W-PERIOD-LIMIT = ENTRY-FISCAL-YEAR * 100 + ENTRY-FISCAL-PERIOD.

     PERFORM GATHER-THE-SNAPSHOTS.

     IF W-TREND-COUNT EQUAL ZEROS
        DISPLAY " "
        DISPLAY "*** NO KPI SNAPSHOT ON FILE FOR THIS COMPANY - ONE IS SAVED EACH TIME"
        DISPLAY "    AP PERIOD CLOSE RUNS ! *** <ENTER> TO CONTINUE"
        ACCEPT DUMMY
        EXIT PROGRAM
        STOP RUN.

     OPEN INPUT CONTROL-FILE.
     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                          CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                          CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.
     CLOSE CONTROL-FILE.

     OPEN OUTPUT PRINTER-FILE.

     MOVE W-TREND-YEAR (W-TREND-COUNT)   TO T-YEAR.
     MOVE W-TREND-PERIOD (W-TREND-COUNT) TO T-PERIOD.
     PERFORM SET-ONE-COLUMN-HEADING
             VARYING W-SLOT FROM 1 BY 1
             UNTIL W-SLOT GREATER THAN 13.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     PERFORM PRINT-ONE-MEASURE
             VARYING W-MEASURE FROM 1 BY 1
             UNTIL W-MEASURE GREATER THAN MEASURE-COUNT.

     PERFORM PRINT-REPORT-FOOTNOTES.
     PERFORM FINALIZE-PAGE.

     CLOSE PRINTER-FILE.

     MOVE "KPI-TREND" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE W-TREND-COUNT TO W-COUNT-EDITED.
     DISPLAY " ".
     DISPLAY W-COUNT-EDITED " PERIOD(S) SHOWN - SEE kpi-trend-report.prn <ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

GATHER-THE-SNAPSHOTS.

     MOVE ZEROS TO W-TREND-COUNT.
     MOVE "N" TO W-END-OF-FILE.
     OPEN INPUT KPI-SNAPSHOT-FILE.

     MOVE ZEROS TO KPISNP-YEAR.
     MOVE ZEROS TO KPISNP-PERIOD.
     MOVE ZEROS TO KPISNP-COMPANY.
     START KPI-SNAPSHOT-FILE KEY IS NOT LESS THAN KPISNP-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM GATHER-NEXT-SNAPSHOT UNTIL END-OF-FILE.

     CLOSE KPI-SNAPSHOT-FILE.
*>_________________________________________________________________________

GATHER-NEXT-SNAPSHOT.

     READ KPI-SNAPSHOT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           COMPUTE W-SNAPSHOT-PERIOD = KPISNP-YEAR * 100 + KPISNP-PERIOD
           IF W-SNAPSHOT-PERIOD GREATER THAN W-PERIOD-LIMIT
              MOVE "Y" TO W-END-OF-FILE
           ELSE
              IF KPISNP-COMPANY EQUAL W-SESSION-COMPANY
                 PERFORM KEEP-THE-SNAPSHOT
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

KEEP-THE-SNAPSHOT.

*>   With the window full, the oldest period drops off the left.

     IF W-TREND-COUNT EQUAL 13
        PERFORM SHIFT-ONE-SLOT-LEFT
                VARYING W-SLOT FROM 1 BY 1
                UNTIL W-SLOT GREATER THAN 12
     ELSE
        ADD 1 TO W-TREND-COUNT.

     MOVE W-TREND-COUNT TO W-SLOT.
     MOVE KPISNP-YEAR                TO W-TREND-YEAR (W-SLOT).
     MOVE KPISNP-PERIOD              TO W-TREND-PERIOD (W-SLOT).
     MOVE KPISNP-AS-OF-DATE          TO W-TREND-AS-OF-DATE (W-SLOT).
     MOVE KPISNP-DPO                 TO W-TREND-VALUE (W-SLOT, 1).
     MOVE KPISNP-AVG-DAYS-TO-ENTRY   TO W-TREND-VALUE (W-SLOT, 2).
     MOVE KPISNP-AVG-DAYS-TO-PAY     TO W-TREND-VALUE (W-SLOT, 3).
     MOVE KPISNP-PCT-ON-TIME         TO W-TREND-VALUE (W-SLOT, 4).
     MOVE KPISNP-PCT-DISCOUNT-TAKEN  TO W-TREND-VALUE (W-SLOT, 5).
     MOVE KPISNP-PCT-ELECTRONIC      TO W-TREND-VALUE (W-SLOT, 6).
     MOVE KPISNP-VOUCHERS-PER-CLERK  TO W-TREND-VALUE (W-SLOT, 7).
     MOVE KPISNP-EXCEPTIONS-LOGGED   TO W-TREND-VALUE (W-SLOT, 8).
     MOVE KPISNP-VOUCHERS-ENTERED    TO W-TREND-VALUE (W-SLOT, 9).
     MOVE KPISNP-VOUCHERS-PAID       TO W-TREND-VALUE (W-SLOT, 10).
*>_________________________________________________________________________

SHIFT-ONE-SLOT-LEFT.

     COMPUTE W-NEXT-SLOT = W-SLOT + 1.
     MOVE W-TREND-SLOT (W-NEXT-SLOT) TO W-TREND-SLOT (W-SLOT).
*>_________________________________________________________________________

SET-ONE-COLUMN-HEADING.

     MOVE SPACES TO H-PERIOD-COLUMN (W-SLOT).
     MOVE SPACES TO H-PERIOD-UNDERLINE (W-SLOT).

     IF W-SLOT NOT GREATER THAN W-TREND-COUNT
        MOVE W-TREND-YEAR (W-SLOT) TO W-YEAR-OF-COLUMN
        STRING "  " W-YEAR-OF-COLUMN (3:2) "/" W-TREND-PERIOD (W-SLOT)
          DELIMITED BY SIZE INTO H-PERIOD-COLUMN (W-SLOT)
        END-STRING
        MOVE "  =====" TO H-PERIOD-UNDERLINE (W-SLOT).
*>_________________________________________________________________________

PRINT-ONE-MEASURE.

     MOVE SPACES TO DETAIL-1.
     MOVE MEASURE-LABEL (W-MEASURE) TO D-MEASURE.

     PERFORM SET-ONE-VALUE-COLUMN
             VARYING W-SLOT FROM 1 BY 1
             UNTIL W-SLOT GREATER THAN W-TREND-COUNT.

     PERFORM SET-THE-DIRECTION.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

SET-ONE-VALUE-COLUMN.

     IF MEASURE-IS-COUNT (W-MEASURE)
        MOVE W-TREND-VALUE (W-SLOT, W-MEASURE) TO W-EDIT-COUNT
        MOVE W-EDIT-COUNT   TO D-VALUE-COLUMN (W-SLOT)
     ELSE
        MOVE W-TREND-VALUE (W-SLOT, W-MEASURE) TO W-EDIT-DECIMAL
        MOVE W-EDIT-DECIMAL TO D-VALUE-COLUMN (W-SLOT).
*>_________________________________________________________________________

SET-THE-DIRECTION.

*>   The last period against the one before it; whether the move is
*>   for the better is shown only where that is plain.

     IF W-TREND-COUNT LESS THAN 2
        MOVE "-" TO D-DIRECTION
     ELSE
        MOVE W-TREND-COUNT TO W-SLOT
        COMPUTE W-PRIOR-SLOT = W-TREND-COUNT - 1
        MOVE W-TREND-VALUE (W-SLOT, W-MEASURE)       TO W-LATEST-VALUE
        MOVE W-TREND-VALUE (W-PRIOR-SLOT, W-MEASURE) TO W-PRIOR-VALUE
        EVALUATE TRUE
           WHEN W-LATEST-VALUE EQUAL W-PRIOR-VALUE
              MOVE "SAME"        TO D-DIRECTION
           WHEN W-LATEST-VALUE GREATER THAN W-PRIOR-VALUE
                AND HIGHER-IS-BETTER (W-MEASURE)
              MOVE "UP   BETTER" TO D-DIRECTION
           WHEN W-LATEST-VALUE GREATER THAN W-PRIOR-VALUE
                AND LOWER-IS-BETTER (W-MEASURE)
              MOVE "UP   WORSE"  TO D-DIRECTION
           WHEN W-LATEST-VALUE GREATER THAN W-PRIOR-VALUE
              MOVE "UP"          TO D-DIRECTION
           WHEN HIGHER-IS-BETTER (W-MEASURE)
              MOVE "DOWN WORSE"  TO D-DIRECTION
           WHEN LOWER-IS-BETTER (W-MEASURE)
              MOVE "DOWN BETTER" TO D-DIRECTION
           WHEN OTHER
              MOVE "DOWN"        TO D-DIRECTION
        END-EVALUATE.
*>_________________________________________________________________________

PRINT-REPORT-FOOTNOTES.

     COMPUTE DUMMY-FOR-DATE-12 = W-TREND-AS-OF-DATE (W-TREND-COUNT) * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-AS-OF-EDITED.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 2.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "THE LAST PERIOD SHOWN WAS CLOSED THROUGH " W-AS-OF-EDITED "."
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE "DIRECTION COMPARES THE LAST PERIOD SHOWN WITH THE ONE BEFORE IT."
       TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     MOVE "DPO = AP OPEN AT THE CUTOFF / AVERAGE DAY'S INVOICING. ELECTRONIC = ACH, CARD, SEPA AND WIRE PAYMENTS."
       TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 5 TO W-PRINTED-LINES.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
