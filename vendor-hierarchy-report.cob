IDENTIFICATION DIVISION.
PROGRAM-ID. vendor-hierarchy-report.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLVNDPAR.CBL".
         COPY "SLVND02.CBL".
         COPY "SLVNDBAL.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".

         SELECT PRINTER-FILE
                ASSIGN TO "vendor-hierarchy-report.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDVNDPAR.CBL".
         COPY "FDVND02.CBL".
         COPY "FDVNDBAL.CBL".
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
         COPY "wsmask.cbl".

         01 REPORT-TITLE.
            05 FILLER              PIC X(40) VALUE SPACES.
            05 FILLER              PIC X(34) VALUE "VENDOR HIERARCHY - PARENT/CHILD".
            05 FILLER              PIC X(36) VALUE SPACES.
            05 FILLER              PIC X(05) VALUE "PAGE:".
            05 PAGE-NUMBER         PIC 9(04) VALUE 0.

         01 HEADING-1.
            05 FILLER              PIC X(15) VALUE "ROLE    VENDOR ".
            05 FILLER              PIC X(32) VALUE "NAME".
            05 FILLER              PIC X(13) VALUE "TAX ID".
            05 FILLER              PIC X(17) VALUE "   OPEN BALANCE  ".
            05 FILLER              PIC X(17) VALUE "       YTD PAID  ".
            05 FILLER              PIC X(20) VALUE "1099".

         01 HEADING-2.
            05 FILLER              PIC X(15) VALUE "======= =====  ".
            05 FILLER              PIC X(32) VALUE "==============================".
            05 FILLER              PIC X(13) VALUE "===========".
            05 FILLER              PIC X(17) VALUE "===============".
            05 FILLER              PIC X(17) VALUE "===============".
            05 FILLER              PIC X(20) VALUE "====================".

         01 DETAIL-1.
            05 D-ROLE                     PIC X(08).
            05 D-VENDOR-NUMBER            PIC ZZZZ9.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-VENDOR-NAME              PIC X(30).
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-TAX-ID                   PIC X(11).
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-OPEN-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-YTD-PAID                 PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-1099-NOTE                PIC X(20).

         01 FAMILY-TOTAL-LINE.
            05 D-FAMILY-LABEL             PIC X(60).
            05 D-FAMILY-OPEN              PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-FAMILY-YTD               PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(02) VALUE SPACES.
            05 D-FAMILY-NOTE              PIC X(20).

         01 W-END-OF-FILE          PIC X.
            88 END-OF-FILE      VALUE "Y".

         01 W-END-OF-BALANCES      PIC X.
            88 END-OF-BALANCES  VALUE "Y".

         01 W-FOUND-VENDOR-RECORD  PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-PRINTED-LINES        PIC 99.
            88 PAGE-FULL        VALUE 50 THROUGH 99.

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY             PIC 9(8).
            05 FILLER                  PIC X(1).
            05 W-PIECE-OF-TIME-NOW     PIC 9(5).
            05 FILLER                  PIC X(7).

         77 W-CURRENT-PARENT       PIC 9(05) VALUE 0.
         77 W-PARENT-TIN           PIC X(09).
         77 W-PARENT-CAP           PIC 9(8)V99.
         77 W-PARENT-IS-1099       PIC X.
         77 W-BALANCE-VENDOR       PIC 9(05).
         77 W-VENDOR-OPEN          PIC S9(9)V99.
         77 W-VENDOR-YTD-PAID      PIC S9(9)V99.
         77 W-FAMILY-OPEN          PIC S9(11)V99.
         77 W-FAMILY-YTD-PAID      PIC S9(11)V99.
         77 W-FAMILY-MEMBERS       PIC 9(04).
         77 W-PARENTS-LISTED       PIC 9(05) VALUE 0.
         77 W-CHILDREN-LISTED      PIC 9(05) VALUE 0.
         77 W-EDITED-CAP           PIC ZZ,ZZZ,ZZ9.99.
         77 W-TIN-DIGIT-INDEX      PIC 99.
         77 W-TIN-OUT-INDEX        PIC 99.
         77 W-STRIPPED-TIN         PIC X(09).
      77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Every parent vendor with the vendors rolled up to it: each
*>   member's open balance and year-to-date paid off the running
*>   vendor balance, the family totals against the parent's open
*>   balance cap, and which children are a separate 1099 payee
*>   because their tax ID is not the parent's.

   PERFORM READ-SESSION-COMPANY.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     OPEN INPUT VENDOR-PARENT-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN INPUT VENDOR-BALANCE-FILE.
     OPEN INPUT CONTROL-FILE.
     OPEN OUTPUT PRINTER-FILE.

     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME CONTROL-COMPANY-ADDRESS-1
                          CONTROL-COMPANY-CITY CONTROL-COMPANY-STATE
                          CONTROL-COMPANY-ZIP CONTROL-COMPANY-PHONE.
     CLOSE CONTROL-FILE.

     MOVE 0 TO PAGE-NUMBER.
     PERFORM PRINT-HEADINGS.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO VNDPAR-PARENT.
     START VENDOR-PARENT-FILE KEY IS NOT LESS THAN VNDPAR-PARENT
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM LIST-NEXT-CHILD-VENDOR UNTIL END-OF-FILE.

     IF W-CURRENT-PARENT NOT EQUAL ZEROS
        PERFORM PRINT-FAMILY-TOTAL.

     MOVE SPACES TO PRINTER-RECORD.
     IF W-PARENTS-LISTED EQUAL ZEROS
        MOVE "NO VENDOR HAS A PARENT VENDOR ON FILE." TO PRINTER-RECORD
     ELSE
        STRING W-PARENTS-LISTED " PARENT VENDOR(S) WITH "
               W-CHILDREN-LISTED " CHILD VENDOR(S)."
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING.
     WRITE PRINTER-RECORD AFTER ADVANCING 2.

     PERFORM FINALIZE-PAGE.

     CLOSE VENDOR-PARENT-FILE.
     CLOSE VENDOR-FILE.
     CLOSE VENDOR-BALANCE-FILE.
     CLOSE PRINTER-FILE.

     MOVE "VENDOR-HIERARCHY" TO W-SPOOL-REPORT-ID.
     MOVE PAGE-NUMBER TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.

     DISPLAY "VENDOR HIERARCHY PRINTED TO VENDOR-HIERARCHY-REPORT.PRN.".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

LIST-NEXT-CHILD-VENDOR.

*>   The parent alternate key brings each family together, parents
*>   in vendor-number order.

     READ VENDOR-PARENT-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF VNDPAR-PARENT NOT EQUAL W-CURRENT-PARENT
              IF W-CURRENT-PARENT NOT EQUAL ZEROS
                 PERFORM PRINT-FAMILY-TOTAL
              END-IF
              PERFORM PRINT-PARENT-VENDOR
           END-IF
           PERFORM PRINT-CHILD-VENDOR
     END-READ.
*>_________________________________________________________________________

PRINT-PARENT-VENDOR.

     MOVE VNDPAR-PARENT TO W-CURRENT-PARENT.
     ADD 1 TO W-PARENTS-LISTED.
     MOVE ZEROS TO W-FAMILY-OPEN.
     MOVE ZEROS TO W-FAMILY-YTD-PAID.
     MOVE 1 TO W-FAMILY-MEMBERS.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO DETAIL-1.
     MOVE "PARENT  "       TO D-ROLE.
     MOVE W-CURRENT-PARENT TO D-VENDOR-NUMBER.

     MOVE W-CURRENT-PARENT TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.

     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME TO D-VENDOR-NAME
        PERFORM MASK-SENSITIVE-VENDOR-FIELDS
        MOVE W-MASKED-TAX-ID TO D-TAX-ID
        PERFORM STRIP-TIN-TO-DIGITS
        MOVE W-STRIPPED-TIN TO W-PARENT-TIN
        MOVE VENDOR-MAX-OPEN-BALANCE TO W-PARENT-CAP
        MOVE VENDOR-1099-ELIGIBLE TO W-PARENT-IS-1099
        IF VENDOR-IS-1099-ELIGIBLE
           MOVE "PAYEE" TO D-1099-NOTE
        END-IF
     ELSE
        MOVE "** Not found **" TO D-VENDOR-NAME
        MOVE SPACES TO W-PARENT-TIN
        MOVE ZEROS  TO W-PARENT-CAP
        MOVE "N"    TO W-PARENT-IS-1099.

     MOVE W-CURRENT-PARENT TO W-BALANCE-VENDOR.
     PERFORM SUM-VENDOR-BALANCES.
     MOVE W-VENDOR-OPEN     TO D-OPEN-BALANCE.
     MOVE W-VENDOR-YTD-PAID TO D-YTD-PAID.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD AFTER ADVANCING 2.
     ADD 2 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-CHILD-VENDOR.

*>   A child with its own TIN is a 1099 payee of its own; one sharing
*>   the parent's TIN is reported on the parent's 1099.

     ADD 1 TO W-CHILDREN-LISTED.
     ADD 1 TO W-FAMILY-MEMBERS.

     IF PAGE-FULL
        PERFORM FINALIZE-PAGE
        PERFORM PRINT-HEADINGS.

     MOVE SPACES TO DETAIL-1.
     MOVE "  CHILD "    TO D-ROLE.
     MOVE VNDPAR-VENDOR TO D-VENDOR-NUMBER.

     MOVE VNDPAR-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.

     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME TO D-VENDOR-NAME
        PERFORM MASK-SENSITIVE-VENDOR-FIELDS
        MOVE W-MASKED-TAX-ID TO D-TAX-ID
        PERFORM STRIP-TIN-TO-DIGITS
        IF VENDOR-IS-1099-ELIGIBLE
           IF W-STRIPPED-TIN EQUAL W-PARENT-TIN
              AND W-STRIPPED-TIN NOT EQUAL SPACES
              AND W-PARENT-IS-1099 EQUAL "Y"
              MOVE "ON PARENT'S 1099" TO D-1099-NOTE
           ELSE
              MOVE "SEPARATE 1099" TO D-1099-NOTE
           END-IF
        END-IF
     ELSE
        MOVE "** Not found **" TO D-VENDOR-NAME.

     MOVE VNDPAR-VENDOR TO W-BALANCE-VENDOR.
     PERFORM SUM-VENDOR-BALANCES.
     MOVE W-VENDOR-OPEN     TO D-OPEN-BALANCE.
     MOVE W-VENDOR-YTD-PAID TO D-YTD-PAID.

     MOVE DETAIL-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD AFTER ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

PRINT-FAMILY-TOTAL.

     MOVE SPACES TO FAMILY-TOTAL-LINE.
     STRING "        FAMILY TOTAL - " W-FAMILY-MEMBERS " VENDOR(S)"
       DELIMITED BY SIZE INTO D-FAMILY-LABEL
     END-STRING.
     MOVE W-FAMILY-OPEN     TO D-FAMILY-OPEN.
     MOVE W-FAMILY-YTD-PAID TO D-FAMILY-YTD.

     IF W-PARENT-CAP NOT EQUAL ZEROS
        AND W-FAMILY-OPEN GREATER THAN W-PARENT-CAP
        MOVE "*** OVER THE CAP ***" TO D-FAMILY-NOTE.

     MOVE FAMILY-TOTAL-LINE TO PRINTER-RECORD.
     WRITE PRINTER-RECORD AFTER ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.

     MOVE SPACES TO PRINTER-RECORD.
     IF W-PARENT-CAP EQUAL ZEROS
        MOVE "        OPEN BALANCE CAP: ( NO CAP ON THE PARENT )" TO PRINTER-RECORD
     ELSE
        MOVE W-PARENT-CAP TO W-EDITED-CAP
        STRING "        OPEN BALANCE CAP: " W-EDITED-CAP
               " ( THE PARENT'S, FOR THE WHOLE FAMILY )"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING.
     WRITE PRINTER-RECORD AFTER ADVANCING 1.
     ADD 1 TO W-PRINTED-LINES.
*>_________________________________________________________________________

SUM-VENDOR-BALANCES.

*>   One running balance record per company; year-to-date paid only
*>   counts when the record is on the current year.

     MOVE ZEROS TO W-VENDOR-OPEN.
     MOVE ZEROS TO W-VENDOR-YTD-PAID.

     MOVE "N" TO W-END-OF-BALANCES.
     MOVE W-BALANCE-VENDOR TO VNDBAL-VENDOR.
     MOVE ZEROS            TO VNDBAL-COMPANY.
     START VENDOR-BALANCE-FILE KEY IS NOT LESS THAN VNDBAL-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-BALANCES.

     PERFORM ADD-NEXT-VENDOR-BALANCE UNTIL END-OF-BALANCES.

     ADD W-VENDOR-OPEN     TO W-FAMILY-OPEN.
     ADD W-VENDOR-YTD-PAID TO W-FAMILY-YTD-PAID.
*>_________________________________________________________________________

ADD-NEXT-VENDOR-BALANCE.

     READ VENDOR-BALANCE-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-BALANCES
        NOT AT END
           IF VNDBAL-VENDOR NOT EQUAL W-BALANCE-VENDOR
              MOVE "Y" TO W-END-OF-BALANCES
           ELSE
              ADD VNDBAL-OPEN-AMOUNT TO W-VENDOR-OPEN
              IF VNDBAL-YTD-YEAR EQUAL W-DAY-TODAY (1:4)
                 ADD VNDBAL-YTD-PAID TO W-VENDOR-YTD-PAID
              END-IF
           END-IF
     END-READ.
*>_________________________________________________________________________

STRIP-TIN-TO-DIGITS.

*>   Tax IDs compare on their nine digits alone, however they were
*>   punctuated when keyed.

     MOVE SPACES TO W-STRIPPED-TIN.
     MOVE 1 TO W-TIN-OUT-INDEX.

     PERFORM STRIP-ONE-TIN-CHARACTER
        VARYING W-TIN-DIGIT-INDEX FROM 1 BY 1
           UNTIL W-TIN-DIGIT-INDEX GREATER THAN 11
              OR W-TIN-OUT-INDEX GREATER THAN 9.

     IF W-TIN-OUT-INDEX NOT GREATER THAN 9
        MOVE SPACES TO W-STRIPPED-TIN.
*>_________________________________________________________________________

STRIP-ONE-TIN-CHARACTER.

     IF VENDOR-TAX-ID (W-TIN-DIGIT-INDEX:1) NUMERIC
        MOVE VENDOR-TAX-ID (W-TIN-DIGIT-INDEX:1)
          TO W-STRIPPED-TIN (W-TIN-OUT-INDEX:1)
        ADD 1 TO W-TIN-OUT-INDEX.
*>_________________________________________________________________________

COPY "PLMENU.CBL".
COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PL-MASK-SENSITIVE.CBL".
COPY "PLPRINT.CBL".
*>_________________________________________________________________________
COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PLSPOOL.CBL".
