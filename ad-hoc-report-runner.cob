IDENTIFICATION DIVISION.
PROGRAM-ID. ad-hoc-report-runner.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLRPTDEF.CBL".
         COPY "SLVND02.CBL".
         COPY "SLVOUCH.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLBATRQ.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "ad-hoc-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         SELECT CSV-FILE
                ASSIGN TO W-CSV-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

         SELECT EXTRACT-FILE
                ASSIGN TO "adhoc-extract-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT SORTED-FILE
                ASSIGN TO "adhoc-sorted-file"
                ORGANIZATION IS SEQUENTIAL.

         SELECT ADHOC-SORT-FILE
                ASSIGN TO "adhoc-sort.tmp".

DATA DIVISION.
   FILE SECTION.

         COPY "FDRPTDEF.CBL".
         COPY "FDVND02.CBL".
         COPY "FDVOUCH.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDBATRQ.CBL".

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD         PIC X(132).

         FD CSV-FILE
            LABEL RECORDS ARE OMITTED.
         01 CSV-RECORD             PIC X(400).

         COPY "FDSPOOL.CBL".

         FD EXTRACT-FILE
            LABEL RECORDS ARE STANDARD.
         01 EXTRACT-RECORD         PIC X(587).

         FD SORTED-FILE
            LABEL RECORDS ARE STANDARD.
         01 SORTED-RECORD          PIC X(587).

        SD ADHOC-SORT-FILE.
        01 SORT-RECORD.
            05 SORT-KEY-1             PIC X(30).
            05 SORT-KEY-2             PIC X(30).
            05 SORT-KEY-3             PIC X(30).
            05 SORT-SEQUENCE          PIC 9(07).
            05 FILLER                 PIC X(490).

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".
         COPY "wsbatrq.cbl".
         COPY "wsrptfld.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         COPY "wscompany.cbl".
         COPY "wscase01.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(10) VALUE SPACES.
            05 T-REPORT-TITLE      PIC X(40).
            05 FILLER              PIC X(03) VALUE " - ".
            05 T-REPORT-NAME       PIC X(20).
            05 FILLER              PIC X(45) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1              PIC X(132).
         01 HEADING-2              PIC X(132).

*>       One selected record: the sort keys (numbers, amounts and
*>       dates offset so they sort as text), the printable value of
*>       the first two keys for the subtotal lines, and every column
*>       as printed with its amount for the totals.
         01 W-EXTRACT-ROW.
            05 W-ROW-SORT-KEY         PIC X(30) OCCURS 3 TIMES.
            05 W-ROW-SEQUENCE         PIC 9(07).
            05 W-ROW-BREAK-TEXT       PIC X(30) OCCURS 2 TIMES.
            05 W-ROW-COLUMN OCCURS 10 TIMES.
               10 W-ROW-COLUMN-TEXT   PIC X(30).
               10 W-ROW-COLUMN-AMOUNT PIC S9(11)V99.

         01 W-COLUMN-LAYOUT.
            05 W-COLUMN-PLACE OCCURS 10 TIMES.
               10 W-COLUMN-START      PIC 9(03).
               10 W-COLUMN-WIDTH      PIC 9(02).

*>       Level 1 and 2 are the subtotal breaks, level 3 the report.
         01 W-LEVEL-TABLE.
            05 W-LEVEL OCCURS 3 TIMES.
               10 W-LEVEL-COUNT       PIC 9(07).
               10 W-LEVEL-TOTAL       PIC S9(11)V99 OCCURS 10 TIMES.

         01 W-SORT-NUMBER-AREA.
            05 W-SORT-NUMBER          PIC 9(12)V99.

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-FOUND-DEFINITION     PIC X.
            88 FOUND-DEFINITION    VALUE "Y".

         01 W-DRIVEN-BY-VOUCHER    PIC X.
            88 DRIVEN-BY-VOUCHER   VALUE "Y".

         01 W-ROW-SELECTED         PIC X.
            88 ROW-IS-SELECTED     VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         01 W-VALID-ANSWER         PIC X.
            88 VALID-ANSWER       VALUE "Y","N".
         77 MSG-CONFIRMATION       PIC X(75).

         77 ENTRY-DEFINITION-NAME  PIC X(20).

         77 W-FIELD-INDEX          PIC 9(02).
         77 W-COLUMN-INDEX         PIC 9(02).
         77 W-SELECT-INDEX         PIC 9(01).
         77 W-SORT-INDEX           PIC 9(01).
         77 W-LEVEL-INDEX          PIC 9(01).
         77 W-COLUMN-COUNT         PIC 9(02).
         77 W-NEXT-START           PIC 9(03).
         77 W-HEADING-LENGTH       PIC 9(02).
         77 W-HEADING-START        PIC 9(03).
         77 W-FIRST-AMOUNT-START   PIC 9(03).
         77 W-LABEL-ROOM           PIC 9(03).
         77 W-TO-LENGTH            PIC 9(02).
         77 W-CONTAINS-COUNT       PIC 9(03).
         77 W-NAME-LENGTH          PIC 9(02).
         77 W-CSV-POINTER          PIC 9(03).
         77 W-ROWS-SELECTED        PIC 9(07).
         77 W-DEFINITIONS-RUN      PIC 9(04) VALUE 0.
         77 W-ROWS-EDITED          PIC Z,ZZZ,ZZ9.

         77 W-FIELD-TEXT           PIC X(30).
         77 W-FIELD-AMOUNT         PIC S9(11)V99.
         77 W-FIELD-DISPLAY        PIC X(30).
         77 W-EDITED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
         77 W-FORMATTED-DATE       PIC 99/99/9999.
         77 W-CSV-AMOUNT           PIC -(11)9.99.
         77 W-CSV-TEXT             PIC X(30).
         77 W-CSV-FILE-NAME        PIC X(40).
         77 W-NAME-FOR-FILE        PIC X(20).
         77 W-OUTPUT-NAME          PIC X(40).
         77 W-PRINT-LINE           PIC X(132).
         77 W-SUBTOTAL-LABEL       PIC X(80).
         77 W-PREVIOUS-KEY-1       PIC X(30).
         77 W-PREVIOUS-KEY-2       PIC X(30).
         77 W-PREVIOUS-BREAK-1     PIC X(30).
         77 W-PREVIOUS-BREAK-2     PIC X(30).

         77 DUMMY-FOR-DATE-12      PIC 9(12).
         77 W-DATE-MM-DD-CCYY      PIC 9(8).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Runs a saved ad-hoc report definition (report-definition-
*>   maintenance) over the vendor and voucher files: selects, sorts,
*>   subtotals and prints it through the spool archive, or writes it
*>   to a CSV file. A definition that uses any voucher field lists
*>   one line per voucher of the session company, with its vendor;
*>   one that uses only vendor fields lists one line per vendor.
*>   Under AP_BATCH_MODE every definition named on
*>   batch-request-file.txt is run, its from/to dates applying to
*>   VOUCHER-DATE and its vendor to the vendor number.

   PERFORM READ-SESSION-COMPANY.

     OPEN INPUT CONTROL-FILE.
     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                          CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                          CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.
     CLOSE CONTROL-FILE.

     MOVE SPACES TO W-BATCH-MODE-FLAG.
     ACCEPT W-BATCH-MODE-FLAG FROM ENVIRONMENT "AP_BATCH_MODE".

     OPEN INPUT REPORT-DEFINITION-FILE.

     IF BATCH-MODE
        PERFORM RUN-SCHEDULED-DEFINITIONS
     ELSE
        PERFORM GET-DEFINITION-FROM-USER
        PERFORM RUN-DEFINITION-GET-ANOTHER UNTIL
                                   ENTRY-DEFINITION-NAME EQUAL SPACES.

     CLOSE REPORT-DEFINITION-FILE.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

RUN-SCHEDULED-DEFINITIONS.

     OPEN INPUT BATCH-REQUEST-FILE.
     MOVE "N" TO W-BATRQ-EOF.
     PERFORM RUN-NEXT-SCHEDULED-DEFINITION UNTIL W-BATRQ-EOF EQUAL "Y".
     CLOSE BATCH-REQUEST-FILE.

     DISPLAY W-DEFINITIONS-RUN " AD-HOC REPORT(S) RUN FROM batch-request-file.txt".
*>_________________________________________________________________________

RUN-NEXT-SCHEDULED-DEFINITION.

*>   The other reports' request records are not definitions and are
*>   passed over.

     READ BATCH-REQUEST-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-BATRQ-EOF
        NOT AT END
           MOVE BATRQ-REPORT-ID TO RPTDEF-NAME
           MOVE "Y" TO W-FOUND-DEFINITION
           READ REPORT-DEFINITION-FILE RECORD
              INVALID KEY
                 MOVE "N" TO W-FOUND-DEFINITION
           END-READ
           IF FOUND-DEFINITION
              MOVE ZEROS TO W-BATRQ-FROM-DATE
              MOVE ZEROS TO W-BATRQ-TO-DATE
              MOVE ZEROS TO W-BATRQ-VENDOR
              IF BATRQ-FROM-DATE NUMERIC
                 MOVE BATRQ-FROM-DATE TO W-BATRQ-FROM-DATE
              END-IF
              IF BATRQ-TO-DATE NUMERIC
                 MOVE BATRQ-TO-DATE TO W-BATRQ-TO-DATE
              END-IF
              IF BATRQ-VENDOR NUMERIC
                 MOVE BATRQ-VENDOR TO W-BATRQ-VENDOR
              END-IF
              PERFORM RUN-ONE-DEFINITION
              MOVE RPTDEF-NAME TO W-BATRQ-REPORT-ID
              MOVE "ad-hoc-report-runner" TO W-BATRQ-PROGRAM
              MOVE W-ROWS-SELECTED TO W-BATRQ-RECORD-COUNT
              PERFORM WRITE-BATCH-STATUS
              MOVE W-ROWS-SELECTED TO W-ROWS-EDITED
              DISPLAY RPTDEF-NAME " " W-ROWS-EDITED " ROW(S) - " W-OUTPUT-NAME
           END-IF
     END-READ.
*>_________________________________________________________________________

GET-DEFINITION-FROM-USER.

     PERFORM ASK-FOR-DEFINITION-AND-SEARCH. *> force first pass
     PERFORM ASK-FOR-DEFINITION-AND-SEARCH UNTIL
                                   ENTRY-DEFINITION-NAME EQUAL SPACES
                                OR FOUND-DEFINITION.
*>_________________________________________________________________________

ASK-FOR-DEFINITION-AND-SEARCH.

     PERFORM CLEAR-SCREEN.
     DISPLAY "                        RUN AN AD-HOC REPORT".
     DISPLAY " ".
     PERFORM LIST-THE-DEFINITIONS.
     DISPLAY " ".
     DISPLAY "REPORT NAME TO RUN (<ENTER> TO EXIT): ".
     MOVE SPACES TO ENTRY-DEFINITION-NAME.
     ACCEPT ENTRY-DEFINITION-NAME.
     INSPECT ENTRY-DEFINITION-NAME CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

     MOVE "N" TO W-FOUND-DEFINITION.
     IF ENTRY-DEFINITION-NAME NOT EQUAL SPACES
        MOVE ENTRY-DEFINITION-NAME TO RPTDEF-NAME
        MOVE "Y" TO W-FOUND-DEFINITION
        READ REPORT-DEFINITION-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-DEFINITION
        END-READ
        IF NOT FOUND-DEFINITION
           DISPLAY "REPORT NOT ON FILE ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-THE-DEFINITIONS.

     DISPLAY "NAME                 TITLE".
     DISPLAY "-------------------- ----------------------------------------".
     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO RPTDEF-NAME.
     START REPORT-DEFINITION-FILE KEY IS NOT LESS THAN RPTDEF-NAME
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM LIST-NEXT-DEFINITION UNTIL END-OF-FILE.
*>_________________________________________________________________________

LIST-NEXT-DEFINITION.

     READ REPORT-DEFINITION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           DISPLAY RPTDEF-NAME " " RPTDEF-TITLE
     END-READ.
*>_________________________________________________________________________

RUN-DEFINITION-GET-ANOTHER.

     MOVE ZEROS TO W-BATRQ-FROM-DATE.
     MOVE ZEROS TO W-BATRQ-TO-DATE.
     MOVE ZEROS TO W-BATRQ-VENDOR.

     DISPLAY "RUNNING " RPTDEF-NAME " ...".
     PERFORM RUN-ONE-DEFINITION.

     MOVE W-ROWS-SELECTED TO W-ROWS-EDITED.
     DISPLAY W-ROWS-EDITED " ROW(S) - SEE " W-OUTPUT-NAME.
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     PERFORM GET-DEFINITION-FROM-USER.
*>_________________________________________________________________________

RUN-ONE-DEFINITION.

     PERFORM SET-UP-COLUMNS.
     PERFORM EXTRACT-SELECTED-ROWS.

     SORT ADHOC-SORT-FILE
        ON ASCENDING KEY SORT-KEY-1 SORT-KEY-2 SORT-KEY-3 SORT-SEQUENCE
        USING EXTRACT-FILE
        GIVING SORTED-FILE.

     IF RPTDEF-EXPORTS-CSV
        PERFORM WRITE-THE-CSV-FILE
     ELSE
        PERFORM PRINT-THE-REPORT.

     ADD 1 TO W-DEFINITIONS-RUN.
*>_________________________________________________________________________

SET-UP-COLUMNS.

*>   Where each column prints, as the definition was laid out; and
*>   whether any voucher field is used at all.

     MOVE SPACES TO HEADING-1.
     MOVE SPACES TO HEADING-2.
     MOVE 1 TO W-NEXT-START.
     MOVE 0 TO W-COLUMN-COUNT.
     MOVE 133 TO W-FIRST-AMOUNT-START.
     MOVE "N" TO W-DRIVEN-BY-VOUCHER.

     PERFORM SET-UP-ONE-COLUMN
             VARYING W-COLUMN-INDEX FROM 1 BY 1
             UNTIL W-COLUMN-INDEX GREATER THAN RPTDEF-COLUMN-COUNT.

     PERFORM CHECK-SELECTION-SOURCE
             VARYING W-SELECT-INDEX FROM 1 BY 1
             UNTIL W-SELECT-INDEX GREATER THAN RPTDEF-SELECTION-COUNT.

     PERFORM CHECK-SORT-KEY-SOURCE
             VARYING W-SORT-INDEX FROM 1 BY 1
             UNTIL W-SORT-INDEX GREATER THAN RPTDEF-SORT-COUNT.
*>_________________________________________________________________________

SET-UP-ONE-COLUMN.

     MOVE RPTDEF-COLUMN-FIELD (W-COLUMN-INDEX) TO W-FIELD-INDEX.
     IF REPORT-FIELD-FROM-VOUCHER (W-FIELD-INDEX)
        MOVE "Y" TO W-DRIVEN-BY-VOUCHER.

     MOVE REPORT-FIELD-WIDTH (W-FIELD-INDEX) TO W-COLUMN-WIDTH (W-COLUMN-INDEX).
     MOVE FUNCTION LENGTH(FUNCTION TRIM(RPTDEF-COLUMN-HEADING (W-COLUMN-INDEX) TRAILING))
       TO W-HEADING-LENGTH.
     IF W-HEADING-LENGTH GREATER THAN W-COLUMN-WIDTH (W-COLUMN-INDEX)
        MOVE W-HEADING-LENGTH TO W-COLUMN-WIDTH (W-COLUMN-INDEX).

     IF W-NEXT-START + W-COLUMN-WIDTH (W-COLUMN-INDEX) - 1 NOT GREATER THAN 132
        ADD 1 TO W-COLUMN-COUNT
        MOVE W-NEXT-START TO W-COLUMN-START (W-COLUMN-INDEX)
        PERFORM SET-UP-COLUMN-HEADING
        COMPUTE W-NEXT-START = W-NEXT-START + W-COLUMN-WIDTH (W-COLUMN-INDEX) + 1.
*>_________________________________________________________________________

SET-UP-COLUMN-HEADING.

*>   Amount headings sit over the right of their column.

     MOVE W-COLUMN-START (W-COLUMN-INDEX) TO W-HEADING-START.
     IF REPORT-FIELD-IS-AMOUNT (W-FIELD-INDEX)
        COMPUTE W-HEADING-START = W-COLUMN-START (W-COLUMN-INDEX)
                                + W-COLUMN-WIDTH (W-COLUMN-INDEX) - W-HEADING-LENGTH
        IF W-COLUMN-START (W-COLUMN-INDEX) LESS THAN W-FIRST-AMOUNT-START
           MOVE W-COLUMN-START (W-COLUMN-INDEX) TO W-FIRST-AMOUNT-START.

     MOVE RPTDEF-COLUMN-HEADING (W-COLUMN-INDEX)
       TO HEADING-1 (W-HEADING-START:W-HEADING-LENGTH).
     MOVE ALL "="
       TO HEADING-2 (W-COLUMN-START (W-COLUMN-INDEX):W-COLUMN-WIDTH (W-COLUMN-INDEX)).
*>_________________________________________________________________________

CHECK-SELECTION-SOURCE.

     MOVE RPTDEF-SELECT-FIELD (W-SELECT-INDEX) TO W-FIELD-INDEX.
     IF REPORT-FIELD-FROM-VOUCHER (W-FIELD-INDEX)
        MOVE "Y" TO W-DRIVEN-BY-VOUCHER.
*>_________________________________________________________________________

CHECK-SORT-KEY-SOURCE.

     MOVE RPTDEF-SORT-FIELD (W-SORT-INDEX) TO W-FIELD-INDEX.
     IF REPORT-FIELD-FROM-VOUCHER (W-FIELD-INDEX)
        MOVE "Y" TO W-DRIVEN-BY-VOUCHER.
*>_________________________________________________________________________

EXTRACT-SELECTED-ROWS.

     MOVE ZEROS TO W-ROWS-SELECTED.
     OPEN OUTPUT EXTRACT-FILE.
     OPEN INPUT VENDOR-FILE.

     MOVE "N" TO W-END-OF-FILE.
     IF DRIVEN-BY-VOUCHER
        OPEN INPUT VOUCHER-FILE
        MOVE ZEROS TO VOUCHER-NUMBER
        START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
           INVALID KEY
              MOVE "Y" TO W-END-OF-FILE
        END-START
        PERFORM EXTRACT-FROM-NEXT-VOUCHER UNTIL END-OF-FILE
        CLOSE VOUCHER-FILE
     ELSE
        MOVE ZEROS TO VENDOR-NUMBER
        START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
           INVALID KEY
              MOVE "Y" TO W-END-OF-FILE
        END-START
        PERFORM EXTRACT-FROM-NEXT-VENDOR UNTIL END-OF-FILE.

     CLOSE VENDOR-FILE.
     CLOSE EXTRACT-FILE.
*>_________________________________________________________________________

EXTRACT-FROM-NEXT-VOUCHER.

     PERFORM READ-VOUCHER-NEXT-RECORD.

     IF NOT END-OF-FILE
        AND (VOUCHER-COMPANY EQUAL W-SESSION-COMPANY
             OR (VOUCHER-COMPANY EQUAL ZEROS AND W-SESSION-COMPANY EQUAL 1))
        AND (W-BATRQ-FROM-DATE EQUAL ZEROS
             OR VOUCHER-DATE NOT LESS THAN W-BATRQ-FROM-DATE)
        AND (W-BATRQ-TO-DATE EQUAL ZEROS
             OR VOUCHER-DATE NOT GREATER THAN W-BATRQ-TO-DATE)
        AND (W-BATRQ-VENDOR EQUAL ZEROS
             OR VOUCHER-VENDOR EQUAL W-BATRQ-VENDOR)
        MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
        MOVE "Y" TO W-FOUND-VENDOR-RECORD
        PERFORM LOOK-FOR-VENDOR-RECORD
        IF NOT FOUND-VENDOR-RECORD
           INITIALIZE VENDOR-RECORD
           MOVE VOUCHER-VENDOR    TO VENDOR-NUMBER
           MOVE "** Not found **" TO VENDOR-NAME
        END-IF
        PERFORM EXTRACT-ONE-ROW.
*>_________________________________________________________________________

EXTRACT-FROM-NEXT-VENDOR.

     PERFORM READ-VENDOR-FILE-NEXT-RECORD.

     IF NOT END-OF-FILE
        AND (W-BATRQ-VENDOR EQUAL ZEROS
             OR VENDOR-NUMBER EQUAL W-BATRQ-VENDOR)
        PERFORM EXTRACT-ONE-ROW.
*>_________________________________________________________________________

EXTRACT-ONE-ROW.

     MOVE "Y" TO W-ROW-SELECTED.
     PERFORM CHECK-ONE-SELECTION
             VARYING W-SELECT-INDEX FROM 1 BY 1
             UNTIL W-SELECT-INDEX GREATER THAN RPTDEF-SELECTION-COUNT
                OR NOT ROW-IS-SELECTED.

     IF ROW-IS-SELECTED
        ADD 1 TO W-ROWS-SELECTED
        INITIALIZE W-EXTRACT-ROW
        MOVE W-ROWS-SELECTED TO W-ROW-SEQUENCE
        PERFORM BUILD-ONE-SORT-KEY
                VARYING W-SORT-INDEX FROM 1 BY 1
                UNTIL W-SORT-INDEX GREATER THAN RPTDEF-SORT-COUNT
        PERFORM BUILD-ONE-COLUMN
                VARYING W-COLUMN-INDEX FROM 1 BY 1
                UNTIL W-COLUMN-INDEX GREATER THAN W-COLUMN-COUNT
        WRITE EXTRACT-RECORD FROM W-EXTRACT-ROW.
*>_________________________________________________________________________

CHECK-ONE-SELECTION.

     MOVE RPTDEF-SELECT-FIELD (W-SELECT-INDEX) TO W-FIELD-INDEX.
     PERFORM FETCH-FIELD-VALUE.

     IF REPORT-FIELD-IS-TEXT (W-FIELD-INDEX)
        PERFORM CHECK-TEXT-SELECTION
     ELSE
        IF RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
           IF W-FIELD-AMOUNT LESS THAN RPTDEF-SELECT-FROM-AMOUNT (W-SELECT-INDEX)
              OR W-FIELD-AMOUNT GREATER THAN RPTDEF-SELECT-TO-AMOUNT (W-SELECT-INDEX)
              MOVE "N" TO W-ROW-SELECTED
           END-IF
        ELSE
           IF W-FIELD-AMOUNT NOT EQUAL RPTDEF-SELECT-FROM-AMOUNT (W-SELECT-INDEX)
              MOVE "N" TO W-ROW-SELECTED.
*>_________________________________________________________________________

CHECK-TEXT-SELECTION.

*>   A text range takes the TO value as a prefix, so FROM A TO M
*>   keeps MILLER.

     IF RPTDEF-SELECT-CONTAINS (W-SELECT-INDEX)
        MOVE ZEROS TO W-CONTAINS-COUNT
        INSPECT W-FIELD-TEXT TALLYING W-CONTAINS-COUNT
                FOR ALL RPTDEF-SELECT-FROM (W-SELECT-INDEX)
                        (1:RPTDEF-SELECT-LENGTH (W-SELECT-INDEX))
        IF W-CONTAINS-COUNT EQUAL ZERO
           MOVE "N" TO W-ROW-SELECTED
        END-IF
     ELSE
        IF RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
           IF W-FIELD-TEXT LESS THAN RPTDEF-SELECT-FROM (W-SELECT-INDEX)
              MOVE "N" TO W-ROW-SELECTED
           ELSE
              IF RPTDEF-SELECT-TO (W-SELECT-INDEX) NOT EQUAL SPACES
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(RPTDEF-SELECT-TO (W-SELECT-INDEX) TRAILING))
                   TO W-TO-LENGTH
                 IF W-FIELD-TEXT (1:W-TO-LENGTH) GREATER THAN
                    RPTDEF-SELECT-TO (W-SELECT-INDEX) (1:W-TO-LENGTH)
                    MOVE "N" TO W-ROW-SELECTED
                 END-IF
              END-IF
           END-IF
        ELSE
           IF W-FIELD-TEXT NOT EQUAL RPTDEF-SELECT-FROM (W-SELECT-INDEX)
              MOVE "N" TO W-ROW-SELECTED.
*>_________________________________________________________________________

BUILD-ONE-SORT-KEY.

     MOVE RPTDEF-SORT-FIELD (W-SORT-INDEX) TO W-FIELD-INDEX.
     PERFORM FETCH-FIELD-VALUE.

     IF REPORT-FIELD-IS-TEXT (W-FIELD-INDEX)
        MOVE W-FIELD-TEXT TO W-ROW-SORT-KEY (W-SORT-INDEX)
     ELSE
        COMPUTE W-SORT-NUMBER = W-FIELD-AMOUNT + 100000000000
        MOVE W-SORT-NUMBER-AREA TO W-ROW-SORT-KEY (W-SORT-INDEX).

     IF W-SORT-INDEX NOT GREATER THAN 2
        PERFORM FORMAT-FIELD-FOR-DISPLAY
        MOVE W-FIELD-DISPLAY TO W-ROW-BREAK-TEXT (W-SORT-INDEX).
*>_________________________________________________________________________

BUILD-ONE-COLUMN.

     MOVE RPTDEF-COLUMN-FIELD (W-COLUMN-INDEX) TO W-FIELD-INDEX.
     PERFORM FETCH-FIELD-VALUE.
     PERFORM FORMAT-FIELD-FOR-DISPLAY.
     MOVE W-FIELD-DISPLAY TO W-ROW-COLUMN-TEXT (W-COLUMN-INDEX).
     MOVE W-FIELD-AMOUNT  TO W-ROW-COLUMN-AMOUNT (W-COLUMN-INDEX).
*>_________________________________________________________________________

FETCH-FIELD-VALUE.

*>   Numbered as in wsrptfld.cbl. Text comes back in W-FIELD-TEXT;
*>   numbers, amounts and dates (CCYYMMDD) in W-FIELD-AMOUNT.

     MOVE SPACES TO W-FIELD-TEXT.
     MOVE ZEROS  TO W-FIELD-AMOUNT.

     EVALUATE W-FIELD-INDEX
        WHEN 1
           MOVE VENDOR-NUMBER            TO W-FIELD-TEXT W-FIELD-AMOUNT
        WHEN 2
           MOVE VENDOR-NAME              TO W-FIELD-TEXT
        WHEN 3
           MOVE VENDOR-ADDRESS-1         TO W-FIELD-TEXT
        WHEN 4
           MOVE VENDOR-CITY              TO W-FIELD-TEXT
        WHEN 5
           MOVE VENDOR-STATE             TO W-FIELD-TEXT
        WHEN 6
           MOVE VENDOR-COUNTRY           TO W-FIELD-TEXT
        WHEN 7
           MOVE VENDOR-ZIP               TO W-FIELD-TEXT
        WHEN 8
           MOVE VENDOR-CONTACT           TO W-FIELD-TEXT
        WHEN 9
           MOVE VENDOR-PHONE             TO W-FIELD-TEXT
        WHEN 10
           MOVE VENDOR-1099-ELIGIBLE     TO W-FIELD-TEXT
        WHEN 11
           MOVE VENDOR-STATUS            TO W-FIELD-TEXT
        WHEN 12
           MOVE VENDOR-PAYMENT-METHOD    TO W-FIELD-TEXT
        WHEN 13
           MOVE VENDOR-CURRENCY          TO W-FIELD-TEXT
        WHEN 14
           MOVE VENDOR-NET-DAYS          TO W-FIELD-TEXT W-FIELD-AMOUNT
        WHEN 15
           MOVE VENDOR-MAX-OPEN-BALANCE  TO W-FIELD-AMOUNT
        WHEN 16
           MOVE VENDOR-W9-EXPIRE-DATE    TO W-FIELD-AMOUNT
        WHEN 17
           MOVE VENDOR-1099-BOX          TO W-FIELD-TEXT
        WHEN 18
           MOVE VOUCHER-NUMBER           TO W-FIELD-TEXT W-FIELD-AMOUNT
        WHEN 19
           MOVE VOUCHER-INVOICE          TO W-FIELD-TEXT
        WHEN 20
           MOVE VOUCHER-AMOUNT           TO W-FIELD-AMOUNT
        WHEN 21
           MOVE VOUCHER-DATE             TO W-FIELD-AMOUNT
        WHEN 22
           MOVE VOUCHER-DUE              TO W-FIELD-AMOUNT
        WHEN 23
           MOVE VOUCHER-PAID-AMOUNT      TO W-FIELD-AMOUNT
        WHEN 24
           MOVE VOUCHER-PAID-DATE        TO W-FIELD-AMOUNT
        WHEN 25
           MOVE VOUCHER-CHECK-NO         TO W-FIELD-TEXT W-FIELD-AMOUNT
        WHEN 26
           MOVE VOUCHER-STATUS           TO W-FIELD-TEXT
        WHEN 27
           MOVE VOUCHER-HOLD             TO W-FIELD-TEXT
        WHEN 28
           MOVE VOUCHER-TYPE             TO W-FIELD-TEXT
        WHEN 29
           MOVE VOUCHER-PO-NUMBER        TO W-FIELD-TEXT W-FIELD-AMOUNT
        WHEN 30
           MOVE VOUCHER-CURRENCY         TO W-FIELD-TEXT
        WHEN 31
           MOVE VOUCHER-COMPANY          TO W-FIELD-TEXT W-FIELD-AMOUNT
        WHEN 32
           MOVE VOUCHER-TAX-AMOUNT       TO W-FIELD-AMOUNT
        WHEN 33
           MOVE VOUCHER-GL-ACCOUNT (1)   TO W-FIELD-TEXT
        WHEN 34
           MOVE VOUCHER-ENTERED-BY       TO W-FIELD-TEXT
        WHEN 35
           MOVE VOUCHER-APPROVED-BY      TO W-FIELD-TEXT
        WHEN 36
           IF VOUCHER-PAID-DATE EQUAL ZEROS
              MOVE "Y" TO W-FIELD-TEXT
           ELSE
              MOVE "N" TO W-FIELD-TEXT
           END-IF
        WHEN 37
           IF VOUCHER-PAID-DATE EQUAL ZEROS
              MOVE VOUCHER-AMOUNT TO W-FIELD-AMOUNT
           END-IF
     END-EVALUATE.
*>_________________________________________________________________________

FORMAT-FIELD-FOR-DISPLAY.

     IF REPORT-FIELD-IS-AMOUNT (W-FIELD-INDEX)
        MOVE W-FIELD-AMOUNT TO W-EDITED-AMOUNT
        MOVE W-EDITED-AMOUNT TO W-FIELD-DISPLAY
     ELSE
        IF REPORT-FIELD-IS-DATE (W-FIELD-INDEX)
           IF W-FIELD-AMOUNT EQUAL ZEROS
              MOVE SPACES TO W-FIELD-DISPLAY
           ELSE
              COMPUTE DUMMY-FOR-DATE-12 = W-FIELD-AMOUNT * 10000.0001
              MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY
              MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE
              MOVE W-FORMATTED-DATE TO W-FIELD-DISPLAY
           END-IF
        ELSE
           MOVE W-FIELD-TEXT TO W-FIELD-DISPLAY.
*>_________________________________________________________________________

PRINT-THE-REPORT.

     OPEN INPUT SORTED-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE RPTDEF-TITLE TO T-REPORT-TITLE.
     MOVE RPTDEF-NAME  TO T-REPORT-NAME.
     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     INITIALIZE W-LEVEL-TABLE.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM READ-SORTED-NEXT-RECORD.
     MOVE W-ROW-SORT-KEY (1)   TO W-PREVIOUS-KEY-1.
     MOVE W-ROW-SORT-KEY (2)   TO W-PREVIOUS-KEY-2.
     MOVE W-ROW-BREAK-TEXT (1) TO W-PREVIOUS-BREAK-1.
     MOVE W-ROW-BREAK-TEXT (2) TO W-PREVIOUS-BREAK-2.

     PERFORM PRINT-ONE-ROW UNTIL END-OF-FILE.

     IF W-LEVEL-COUNT (3) EQUAL ZERO
        MOVE "  *** NO RECORDS MATCH THE SELECTION ***" TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
     ELSE
        IF RPTDEF-BREAK-LEVELS EQUAL 2
           MOVE 2 TO W-LEVEL-INDEX
           PERFORM PRINT-SUBTOTAL
        END-IF
        IF RPTDEF-BREAK-LEVELS NOT EQUAL ZERO
           MOVE 1 TO W-LEVEL-INDEX
           PERFORM PRINT-SUBTOTAL
        END-IF
        MOVE 3 TO W-LEVEL-INDEX
        PERFORM PRINT-SUBTOTAL.

     PERFORM FINALIZE-PAGE.

     CLOSE SORTED-FILE.
     CLOSE PRINTER-FILE.

     MOVE RPTDEF-NAME TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     MOVE "ad-hoc-report.prn" TO W-OUTPUT-NAME.
*>_________________________________________________________________________

READ-SORTED-NEXT-RECORD.

     READ SORTED-FILE NEXT RECORD INTO W-EXTRACT-ROW
        AT END
           MOVE "Y" TO W-END-OF-FILE.
*>_________________________________________________________________________

PRINT-ONE-ROW.

*>   A change in the first sort key closes both break levels; a
*>   change in the second closes only the inner one.

     IF RPTDEF-BREAK-LEVELS NOT EQUAL ZERO
        AND W-ROW-SORT-KEY (1) NOT EQUAL W-PREVIOUS-KEY-1
        IF RPTDEF-BREAK-LEVELS EQUAL 2
           MOVE 2 TO W-LEVEL-INDEX
           PERFORM PRINT-SUBTOTAL
        END-IF
        MOVE 1 TO W-LEVEL-INDEX
        PERFORM PRINT-SUBTOTAL
     ELSE
        IF RPTDEF-BREAK-LEVELS EQUAL 2
           AND W-ROW-SORT-KEY (2) NOT EQUAL W-PREVIOUS-KEY-2
           MOVE 2 TO W-LEVEL-INDEX
           PERFORM PRINT-SUBTOTAL.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO W-PRINT-LINE.
     PERFORM PLACE-ONE-COLUMN
             VARYING W-COLUMN-INDEX FROM 1 BY 1
             UNTIL W-COLUMN-INDEX GREATER THAN W-COLUMN-COUNT.
     MOVE W-PRINT-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     PERFORM ADD-ROW-TO-LEVEL
             VARYING W-LEVEL-INDEX FROM 1 BY 1
             UNTIL W-LEVEL-INDEX GREATER THAN 3.

     MOVE W-ROW-SORT-KEY (1)   TO W-PREVIOUS-KEY-1.
     MOVE W-ROW-SORT-KEY (2)   TO W-PREVIOUS-KEY-2.
     MOVE W-ROW-BREAK-TEXT (1) TO W-PREVIOUS-BREAK-1.
     MOVE W-ROW-BREAK-TEXT (2) TO W-PREVIOUS-BREAK-2.

     PERFORM READ-SORTED-NEXT-RECORD.
*>_________________________________________________________________________

PLACE-ONE-COLUMN.

     MOVE W-ROW-COLUMN-TEXT (W-COLUMN-INDEX)
       TO W-PRINT-LINE (W-COLUMN-START (W-COLUMN-INDEX):W-COLUMN-WIDTH (W-COLUMN-INDEX)).
*>_________________________________________________________________________

ADD-ROW-TO-LEVEL.

     ADD 1 TO W-LEVEL-COUNT (W-LEVEL-INDEX).
     PERFORM ADD-COLUMN-TO-LEVEL
             VARYING W-COLUMN-INDEX FROM 1 BY 1
             UNTIL W-COLUMN-INDEX GREATER THAN W-COLUMN-COUNT.
*>_________________________________________________________________________

ADD-COLUMN-TO-LEVEL.

     ADD W-ROW-COLUMN-AMOUNT (W-COLUMN-INDEX)
      TO W-LEVEL-TOTAL (W-LEVEL-INDEX, W-COLUMN-INDEX).
*>_________________________________________________________________________

PRINT-SUBTOTAL.

*>   Only amount columns are totalled. The label goes to the left of
*>   the first amount column when there is room, else on a line of
*>   its own.

     MOVE W-LEVEL-COUNT (W-LEVEL-INDEX) TO W-ROWS-EDITED.
     MOVE SPACES TO W-SUBTOTAL-LABEL.
     IF W-LEVEL-INDEX EQUAL 3
        STRING "REPORT TOTAL - " W-ROWS-EDITED " ROW(S)"
          DELIMITED BY SIZE INTO W-SUBTOTAL-LABEL
        END-STRING
     ELSE
        IF W-LEVEL-INDEX EQUAL 1
           STRING "TOTAL " FUNCTION TRIM(W-PREVIOUS-BREAK-1) " - "
                  W-ROWS-EDITED " ROW(S)"
             DELIMITED BY SIZE INTO W-SUBTOTAL-LABEL
           END-STRING
        ELSE
           STRING "  TOTAL " FUNCTION TRIM(W-PREVIOUS-BREAK-2) " - "
                  W-ROWS-EDITED " ROW(S)"
             DELIMITED BY SIZE INTO W-SUBTOTAL-LABEL
           END-STRING.

     IF W-PRINTED-LINES GREATER THAN 47
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO W-PRINT-LINE.
     PERFORM PLACE-ONE-COLUMN-TOTAL
             VARYING W-COLUMN-INDEX FROM 1 BY 1
             UNTIL W-COLUMN-INDEX GREATER THAN W-COLUMN-COUNT.

     COMPUTE W-LABEL-ROOM = W-FIRST-AMOUNT-START - 2.
     IF W-LABEL-ROOM NOT LESS THAN 20
        MOVE W-SUBTOTAL-LABEL TO W-PRINT-LINE (1:W-LABEL-ROOM)
     ELSE
        MOVE W-SUBTOTAL-LABEL TO PRINTER-RECORD
        WRITE PRINTER-RECORD BEFORE ADVANCING 1
        ADD 1 TO W-PRINTED-LINES.

     MOVE W-PRINT-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD BEFORE ADVANCING 2.
     ADD 2 TO W-PRINTED-LINES.

     MOVE ZEROS TO W-LEVEL-COUNT (W-LEVEL-INDEX).
     PERFORM CLEAR-ONE-COLUMN-TOTAL
             VARYING W-COLUMN-INDEX FROM 1 BY 1
             UNTIL W-COLUMN-INDEX GREATER THAN 10.
*>_________________________________________________________________________

PLACE-ONE-COLUMN-TOTAL.

     MOVE RPTDEF-COLUMN-FIELD (W-COLUMN-INDEX) TO W-FIELD-INDEX.
     IF REPORT-FIELD-IS-AMOUNT (W-FIELD-INDEX)
        MOVE W-LEVEL-TOTAL (W-LEVEL-INDEX, W-COLUMN-INDEX) TO W-EDITED-AMOUNT
        MOVE W-EDITED-AMOUNT
          TO W-PRINT-LINE (W-COLUMN-START (W-COLUMN-INDEX) + W-COLUMN-WIDTH (W-COLUMN-INDEX) - 15:15).
*>_________________________________________________________________________

CLEAR-ONE-COLUMN-TOTAL.

     MOVE ZEROS TO W-LEVEL-TOTAL (W-LEVEL-INDEX, W-COLUMN-INDEX).
*>_________________________________________________________________________

WRITE-THE-CSV-FILE.

*>   One row per selected record, in sort order, headed by the column
*>   headings; the file is named after the report, e.g.
*>   adhoc-tx-ach-over-5000.csv. Subtotals are for the printed
*>   report only.

     MOVE RPTDEF-NAME TO W-NAME-FOR-FILE.
     INSPECT W-NAME-FOR-FILE CONVERTING UPPER-ALPHA TO LOWER-ALPHA.
     MOVE FUNCTION LENGTH(FUNCTION TRIM(W-NAME-FOR-FILE TRAILING)) TO W-NAME-LENGTH.
     INSPECT W-NAME-FOR-FILE (1:W-NAME-LENGTH) REPLACING ALL SPACE BY "-"
                                                        ALL "/"   BY "-".
     MOVE SPACES TO W-CSV-FILE-NAME.
     STRING "adhoc-" W-NAME-FOR-FILE (1:W-NAME-LENGTH) ".csv"
       DELIMITED BY SIZE INTO W-CSV-FILE-NAME
     END-STRING.

     OPEN INPUT SORTED-FILE.
     OPEN OUTPUT CSV-FILE.

     MOVE SPACES TO CSV-RECORD.
     MOVE 1 TO W-CSV-POINTER.
     PERFORM ADD-ONE-CSV-HEADING
             VARYING W-COLUMN-INDEX FROM 1 BY 1
             UNTIL W-COLUMN-INDEX GREATER THAN W-COLUMN-COUNT.
     WRITE CSV-RECORD.

     MOVE "N" TO W-END-OF-FILE.
     PERFORM READ-SORTED-NEXT-RECORD.
     PERFORM WRITE-ONE-CSV-ROW UNTIL END-OF-FILE.

     CLOSE SORTED-FILE.
     CLOSE CSV-FILE.

     MOVE W-CSV-FILE-NAME TO W-OUTPUT-NAME.
*>_________________________________________________________________________

ADD-ONE-CSV-HEADING.

     IF W-COLUMN-INDEX GREATER THAN 1
        STRING "," DELIMITED BY SIZE
          INTO CSV-RECORD WITH POINTER W-CSV-POINTER
        END-STRING.

     STRING '"' FUNCTION TRIM(RPTDEF-COLUMN-HEADING (W-COLUMN-INDEX)) '"'
       DELIMITED BY SIZE
       INTO CSV-RECORD WITH POINTER W-CSV-POINTER
     END-STRING.
*>_________________________________________________________________________

WRITE-ONE-CSV-ROW.

     MOVE SPACES TO CSV-RECORD.
     MOVE 1 TO W-CSV-POINTER.
     PERFORM ADD-ONE-CSV-COLUMN
             VARYING W-COLUMN-INDEX FROM 1 BY 1
             UNTIL W-COLUMN-INDEX GREATER THAN W-COLUMN-COUNT.
     WRITE CSV-RECORD.

     PERFORM READ-SORTED-NEXT-RECORD.
*>_________________________________________________________________________

ADD-ONE-CSV-COLUMN.

*>   Text is quoted; amounts go out plain, without the thousands
*>   commas, so a spreadsheet reads them as numbers.

     IF W-COLUMN-INDEX GREATER THAN 1
        STRING "," DELIMITED BY SIZE
          INTO CSV-RECORD WITH POINTER W-CSV-POINTER
        END-STRING.

     MOVE RPTDEF-COLUMN-FIELD (W-COLUMN-INDEX) TO W-FIELD-INDEX.
     IF REPORT-FIELD-IS-AMOUNT (W-FIELD-INDEX)
        MOVE W-ROW-COLUMN-AMOUNT (W-COLUMN-INDEX) TO W-CSV-AMOUNT
        MOVE W-CSV-AMOUNT TO W-CSV-TEXT
        STRING FUNCTION TRIM(W-CSV-TEXT) DELIMITED BY SIZE
          INTO CSV-RECORD WITH POINTER W-CSV-POINTER
        END-STRING
     ELSE
        IF REPORT-FIELD-IS-TEXT (W-FIELD-INDEX)
           STRING '"' FUNCTION TRIM(W-ROW-COLUMN-TEXT (W-COLUMN-INDEX)) '"'
             DELIMITED BY SIZE
             INTO CSV-RECORD WITH POINTER W-CSV-POINTER
           END-STRING
        ELSE
           STRING FUNCTION TRIM(W-ROW-COLUMN-TEXT (W-COLUMN-INDEX))
             DELIMITED BY SIZE
             INTO CSV-RECORD WITH POINTER W-CSV-POINTER
           END-STRING.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "READ-VOUCHER-NEXT-RECORD.CBL".
COPY "READ-VENDOR-FILE-NEXT-RECORD.CBL".
COPY "PLPRINT.CBL".
COPY "PLBATRQ.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
