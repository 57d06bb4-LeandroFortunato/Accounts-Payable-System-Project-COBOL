IDENTIFICATION DIVISION.
PROGRAM-ID. disbursement-funding.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLCHKREG.CBL".
         COPY "SLACHPEND.CBL".
         COPY "SLBANK.CBL".
         COPY "SLCONTRL.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLXMIT.CBL".
         COPY "SLGLJRN.CBL".

*>       Picked up by the treasury workstation; each request replaces
*>       the last, the transmission register keeps the history.
         SELECT FUNDING-TRANSFER-FILE
                ASSIGN TO "disb-funding-request.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

         SELECT PRINTER-FILE
                ASSIGN TO "disbursement-funding-memo.prn"
                ORGANIZATION IS LINE SEQUENTIAL.

         COPY "SLSPOOL.CBL".

DATA DIVISION.
   FILE SECTION.

         COPY "FDCHKREG.CBL".
         COPY "FDACHPEND.CBL".
         COPY "FDBANK.CBL".
         COPY "FDCONTRL.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDXMIT.CBL".
         COPY "FDGLJRN.CBL".

         FD FUNDING-TRANSFER-FILE
            LABEL RECORDS ARE OMITTED.
         01 FUNDING-TRANSFER-RECORD   PIC X(120).

         FD PRINTER-FILE
            LABEL RECORDS ARE OMITTED.
         01 PRINTER-RECORD            PIC X(132).

         COPY "FDSPOOL.CBL".

   WORKING-STORAGE SECTION.

         COPY "wsspool.cbl".
         COPY "wsxmit.cbl".
         COPY "wsgljrn.cbl".
         COPY "wscompany.cbl".

      77 W-SESSION-COMPANY           PIC 9 VALUE 1.

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY             PIC 9(8).
            05 FILLER                  PIC X(1).
            05 W-PIECE-OF-TIME-NOW     PIC 9(5).
            05 FILLER                  PIC X(7).

         01 W-END-OF-FILE             PIC X.
            88 END-OF-FILE           VALUE "Y".

         01 W-FOUND-BANK-RECORD       PIC X.
            88 FOUND-BANK-RECORD     VALUE "Y".

         01 W-FUNDING-OVERFLOW        PIC X.
            88 FUNDING-OVERFLOW      VALUE "Y".

         77 W-CURRENT-USER-ID         PIC X(10).
         77 W-FUNDING-REFERENCE       PIC X(20).

*>       The outflow of the run or batch, one line per paying account
*>       and value date; the from-account is filled in only where the
*>       paying account is a zero-balance one.
         01 FUNDING-TABLE.
            05 FUNDING-COUNT          PIC 9(02) VALUE 0.
            05 FUNDING-ENTRY OCCURS 20 TIMES.
               10 FUNDING-BANK-CODE   PIC X(03).
               10 FUNDING-VALUE-DATE  PIC 9(08).
               10 FUNDING-AMOUNT      PIC S9(9)V99.
               10 FUNDING-ITEM-COUNT  PIC 9(06).
               10 FUNDING-FROM-CODE   PIC X(03).
         77 W-FUNDING-INDEX           PIC 9(02).
         77 W-NEW-BANK-CODE           PIC X(03).
         77 W-NEW-VALUE-DATE          PIC 9(08).
         77 W-NEW-AMOUNT              PIC S9(9)V99.
         77 W-NEW-ITEM-COUNT          PIC 9(06).

         77 W-REQUEST-COUNT           PIC 9(06).
         77 W-REQUEST-TOTAL           PIC S9(9)V99.
         77 W-UNFUNDED-COUNT          PIC 9(02).

*>       The two accounts of the transfer being written.
         01 W-TO-ACCOUNT.
            05 W-TO-BANK-CODE         PIC X(03).
            05 W-TO-BANK-NAME         PIC X(30).
            05 W-TO-ROUTING           PIC X(09).
            05 W-TO-ACCOUNT-NUMBER    PIC X(17).
            05 W-TO-GL-CASH-ACCOUNT   PIC X(10).
            05 W-TO-CURRENCY          PIC X(03).
         01 W-FROM-ACCOUNT.
            05 W-FROM-BANK-CODE       PIC X(03).
            05 W-FROM-BANK-NAME       PIC X(30).
            05 W-FROM-ROUTING         PIC X(09).
            05 W-FROM-ACCOUNT-NUMBER  PIC X(17).
            05 W-FROM-GL-CASH-ACCOUNT PIC X(10).

         01 FUNDING-FILE-HEADER.
            05 FILLER                 PIC X(01) VALUE "H".
            05 FILLER                 PIC X(29) VALUE "DISBURSEMENT FUNDING REQUEST".
            05 FH-CREATION-DATE       PIC 9(08).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FH-CREATION-TIME       PIC 9(05).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FH-REFERENCE           PIC X(20).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FH-REQUESTED-BY        PIC X(10).
            05 FILLER                 PIC X(44) VALUE SPACES.

         01 FUNDING-FILE-DETAIL.
            05 FILLER                 PIC X(01) VALUE "D".
            05 FD-VALUE-DATE          PIC 9(08).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FD-FROM-ROUTING        PIC X(09).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FD-FROM-ACCOUNT        PIC X(17).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FD-TO-ROUTING          PIC X(09).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FD-TO-ACCOUNT          PIC X(17).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FD-AMOUNT              PIC 9(9).99.
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FD-CURRENCY            PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FD-FROM-BANK-CODE      PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FD-TO-BANK-CODE        PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FD-REFERENCE           PIC X(20).
            05 FILLER                 PIC X(09) VALUE SPACES.

         01 FUNDING-FILE-TRAILER.
            05 FILLER                 PIC X(01) VALUE "T".
            05 FT-REQUEST-COUNT       PIC 9(06).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 FT-REQUEST-TOTAL       PIC 9(11).99.
            05 FILLER                 PIC X(98) VALUE SPACES.

         01 MEMO-COLUMN-HEADING.
            05 FILLER                 PIC X(12) VALUE "VALUE DATE".
            05 FILLER                 PIC X(36) VALUE "FROM (OPERATING)".
            05 FILLER                 PIC X(36) VALUE "TO (DISBURSEMENT)".
            05 FILLER                 PIC X(08) VALUE " ITEMS".
            05 FILLER                 PIC X(15) VALUE "        AMOUNT ".

         01 MEMO-DETAIL-LINE.
            05 MD-VALUE-DATE          PIC 99/99/9999.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 MD-FROM-BANK-CODE      PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 MD-FROM-BANK-NAME      PIC X(30).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 MD-TO-BANK-CODE        PIC X(03).
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 MD-TO-BANK-NAME        PIC X(30).
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 MD-ITEM-COUNT          PIC ZZZZZ9.
            05 FILLER                 PIC X(02) VALUE SPACES.
            05 MD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER                 PIC X(01) VALUE SPACES.
            05 MD-CURRENCY            PIC X(03).

         01 MEMO-ACCOUNT-LINE.
            05 FILLER                 PIC X(12) VALUE SPACES.
            05 FILLER                 PIC X(05) VALUE "ACCT ".
            05 MA-FROM-ROUTING        PIC X(09).
            05 FILLER                 PIC X(01) VALUE "/".
            05 MA-FROM-ACCOUNT        PIC X(17).
            05 FILLER                 PIC X(04) VALUE SPACES.
            05 FILLER                 PIC X(05) VALUE "ACCT ".
            05 MA-TO-ROUTING          PIC X(09).
            05 FILLER                 PIC X(01) VALUE "/".
            05 MA-TO-ACCOUNT          PIC X(17).

         77 W-FORMATTED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.
         77 W-FORMATTED-DATE          PIC 99/99/9999.
         77 W-DATE-MM-DD-CCYY         PIC 9(8).
         77 DUMMY-FOR-DATE-12         PIC 9(12).

LINKAGE SECTION.

*>       What was just paid: "PAYRUN" and a payment run number, whose
*>       checks are read back from the check register, or "ACHBATCH"
*>       and a released batch number with the date its file settles.
         01 L-FUNDING-SOURCE          PIC X(08).
            88 L-SOURCE-IS-PAYRUN     VALUE "PAYRUN".
            88 L-SOURCE-IS-ACH-BATCH  VALUE "ACHBATCH".
         01 L-FUNDING-NUMBER          PIC 9(06).
         01 L-FUNDING-VALUE-DATE      PIC 9(08).
*>_________________________________________________________________________

PROCEDURE DIVISION USING L-FUNDING-SOURCE
                         L-FUNDING-NUMBER
                         L-FUNDING-VALUE-DATE.

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
     PERFORM GET-CURRENT-USER.
     PERFORM READ-SESSION-COMPANY.

     MOVE 0   TO FUNDING-COUNT.
     MOVE "N" TO W-FUNDING-OVERFLOW.

     MOVE SPACES TO W-FUNDING-REFERENCE.
     IF L-SOURCE-IS-PAYRUN
        STRING "PAYRUN " L-FUNDING-NUMBER
          DELIMITED BY SIZE INTO W-FUNDING-REFERENCE
        END-STRING
        PERFORM TOTAL-THE-PAYMENT-RUN
     ELSE
        STRING "ACH BATCH " L-FUNDING-NUMBER
          DELIMITED BY SIZE INTO W-FUNDING-REFERENCE
        END-STRING
        PERFORM TOTAL-THE-ACH-BATCH.

     OPEN INPUT BANK-ACCOUNT-FILE.
     PERFORM FIND-FUNDING-ACCOUNTS.
     CLOSE BANK-ACCOUNT-FILE.

     IF FUNDING-OVERFLOW
        DISPLAY "*** MORE THAN 20 ACCOUNT/VALUE DATES - THE REST MUST BE"
        DISPLAY "    REQUESTED OF TREASURY BY HAND ! ***".

     IF W-REQUEST-COUNT EQUAL ZEROS
        DISPLAY "NO ZERO-BALANCE ACCOUNT TO FUND FOR " W-FUNDING-REFERENCE
     ELSE
        PERFORM REQUEST-THE-FUNDING
        DISPLAY W-REQUEST-COUNT " FUNDING TRANSFER(S) REQUESTED OF TREASURY -"
                " SEE DISBURSEMENT-FUNDING-MEMO.PRN".

     EXIT PROGRAM.

     STOP RUN.
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

TOTAL-THE-PAYMENT-RUN.

*>   Every live check of the run, by paying account and check date.
*>   Virtual card items settle through the card network, not the
*>   bank account, and need no funding.

     OPEN INPUT CHECK-REGISTER-FILE.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO CHECKREG-CHECK-NUMBER.
     START CHECK-REGISTER-FILE KEY IS NOT LESS THAN CHECKREG-CHECK-NUMBER
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM TOTAL-NEXT-RUN-CHECK UNTIL END-OF-FILE.

     CLOSE CHECK-REGISTER-FILE.
*>_________________________________________________________________________

TOTAL-NEXT-RUN-CHECK.

     READ CHECK-REGISTER-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF CHECKREG-RUN-NUMBER EQUAL L-FUNDING-NUMBER
              AND NOT CHECKREG-IS-VOID
              AND NOT CHECKREG-IS-VCARD-ITEM
              MOVE CHECKREG-BANK-CODE   TO W-NEW-BANK-CODE
              MOVE CHECKREG-DATE-ISSUED TO W-NEW-VALUE-DATE
              MOVE CHECKREG-AMOUNT      TO W-NEW-AMOUNT
              MOVE 1                    TO W-NEW-ITEM-COUNT
              PERFORM ADD-TO-FUNDING-TABLE
           END-IF
     END-READ.
*>_________________________________________________________________________

TOTAL-THE-ACH-BATCH.

*>   The batch header already carries the account and the total.

     OPEN INPUT ACH-PENDING-FILE.

     MOVE L-FUNDING-NUMBER TO ACHPEND-BATCH.
     MOVE ZEROS            TO ACHPEND-SEQ.
     READ ACH-PENDING-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE ACHPEND-BANK-CODE    TO W-NEW-BANK-CODE
           MOVE L-FUNDING-VALUE-DATE TO W-NEW-VALUE-DATE
           MOVE ACHPEND-TOTAL-AMOUNT TO W-NEW-AMOUNT
           MOVE ACHPEND-ENTRY-COUNT  TO W-NEW-ITEM-COUNT
           PERFORM ADD-TO-FUNDING-TABLE.

     CLOSE ACH-PENDING-FILE.
*>_________________________________________________________________________

ADD-TO-FUNDING-TABLE.

     MOVE 1 TO W-FUNDING-INDEX.
     PERFORM SKIP-OTHER-FUNDING-ENTRY
        UNTIL W-FUNDING-INDEX GREATER THAN FUNDING-COUNT
           OR (FUNDING-BANK-CODE (W-FUNDING-INDEX) EQUAL W-NEW-BANK-CODE
          AND FUNDING-VALUE-DATE (W-FUNDING-INDEX) EQUAL W-NEW-VALUE-DATE).

     IF W-FUNDING-INDEX GREATER THAN FUNDING-COUNT
        IF FUNDING-COUNT LESS THAN 20
           ADD 1 TO FUNDING-COUNT
           MOVE W-NEW-BANK-CODE  TO FUNDING-BANK-CODE (FUNDING-COUNT)
           MOVE W-NEW-VALUE-DATE TO FUNDING-VALUE-DATE (FUNDING-COUNT)
           MOVE ZEROS            TO FUNDING-AMOUNT (FUNDING-COUNT)
           MOVE ZEROS            TO FUNDING-ITEM-COUNT (FUNDING-COUNT)
           MOVE SPACES           TO FUNDING-FROM-CODE (FUNDING-COUNT)
           MOVE FUNDING-COUNT    TO W-FUNDING-INDEX
        ELSE
           MOVE "Y" TO W-FUNDING-OVERFLOW
           MOVE ZEROS TO W-FUNDING-INDEX.

     IF W-FUNDING-INDEX NOT EQUAL ZEROS
        ADD W-NEW-AMOUNT     TO FUNDING-AMOUNT (W-FUNDING-INDEX)
        ADD W-NEW-ITEM-COUNT TO FUNDING-ITEM-COUNT (W-FUNDING-INDEX).
*>_________________________________________________________________________

SKIP-OTHER-FUNDING-ENTRY.

     ADD 1 TO W-FUNDING-INDEX.
*>_________________________________________________________________________

FIND-FUNDING-ACCOUNTS.

*>   Only an outflow from a zero-balance account, funded from an
*>   operating account on file, becomes a transfer request.

     MOVE ZEROS TO W-REQUEST-COUNT.
     MOVE ZEROS TO W-REQUEST-TOTAL.
     MOVE ZEROS TO W-UNFUNDED-COUNT.

     PERFORM FIND-ONE-FUNDING-ACCOUNT
        VARYING W-FUNDING-INDEX FROM 1 BY 1
          UNTIL W-FUNDING-INDEX GREATER THAN FUNDING-COUNT.
*>_________________________________________________________________________

FIND-ONE-FUNDING-ACCOUNT.

     MOVE FUNDING-BANK-CODE (W-FUNDING-INDEX) TO BANK-CODE.
     MOVE "Y" TO W-FOUND-BANK-RECORD.
     READ BANK-ACCOUNT-FILE RECORD
        INVALID KEY
           MOVE "N" TO W-FOUND-BANK-RECORD.

     IF FOUND-BANK-RECORD AND BANK-FUNDED-FROM NOT EQUAL SPACES
        MOVE BANK-FUNDED-FROM TO FUNDING-FROM-CODE (W-FUNDING-INDEX)
        MOVE BANK-FUNDED-FROM TO BANK-CODE
        READ BANK-ACCOUNT-FILE RECORD
           INVALID KEY
              MOVE SPACES TO FUNDING-FROM-CODE (W-FUNDING-INDEX)
              DISPLAY "*** OPERATING ACCOUNT " BANK-CODE " FUNDING "
                      FUNDING-BANK-CODE (W-FUNDING-INDEX)
                      " IS NOT ON FILE - NO REQUEST MADE ! ***"
        END-READ.

     IF FUNDING-FROM-CODE (W-FUNDING-INDEX) EQUAL SPACES
        OR FUNDING-AMOUNT (W-FUNDING-INDEX) NOT GREATER THAN ZEROS
        MOVE SPACES TO FUNDING-FROM-CODE (W-FUNDING-INDEX)
        ADD 1 TO W-UNFUNDED-COUNT
     ELSE
        ADD 1 TO W-REQUEST-COUNT
        ADD FUNDING-AMOUNT (W-FUNDING-INDEX) TO W-REQUEST-TOTAL.
*>_________________________________________________________________________

REQUEST-THE-FUNDING.

*>   The file for treasury, its entry in the transmission register,
*>   the cash-to-cash journal for the transfer and the memo, in that
*>   order so the memo can quote the transmission number.

     OPEN INPUT BANK-ACCOUNT-FILE.
     OPEN OUTPUT FUNDING-TRANSFER-FILE.
     OPEN EXTEND GL-JOURNAL-FILE.

     MOVE W-DAY-TODAY         TO FH-CREATION-DATE.
     MOVE W-PIECE-OF-TIME-NOW TO FH-CREATION-TIME.
     MOVE W-FUNDING-REFERENCE TO FH-REFERENCE.
     MOVE W-CURRENT-USER-ID   TO FH-REQUESTED-BY.
     MOVE FUNDING-FILE-HEADER TO FUNDING-TRANSFER-RECORD.
     WRITE FUNDING-TRANSFER-RECORD.

     PERFORM WRITE-ONE-FUNDING-REQUEST
        VARYING W-FUNDING-INDEX FROM 1 BY 1
          UNTIL W-FUNDING-INDEX GREATER THAN FUNDING-COUNT.

     MOVE W-REQUEST-COUNT      TO FT-REQUEST-COUNT.
     MOVE W-REQUEST-TOTAL      TO FT-REQUEST-TOTAL.
     MOVE FUNDING-FILE-TRAILER TO FUNDING-TRANSFER-RECORD.
     WRITE FUNDING-TRANSFER-RECORD.

     PERFORM WRITE-GL-JOURNAL-TRAILER.

     CLOSE FUNDING-TRANSFER-FILE.
     CLOSE GL-JOURNAL-FILE.

     MOVE "DISBURSEMENT-FUNDING"             TO W-XMIT-PROGRAM.
     MOVE "disb-funding-request.txt"         TO W-XMIT-FILE-NAME.
     MOVE W-REQUEST-COUNT                    TO W-XMIT-RECORD-COUNT.
     MOVE W-REQUEST-TOTAL                    TO W-XMIT-TOTAL-AMOUNT.
     MOVE 1                                  TO W-XMIT-DEADLINE-DAYS.
     PERFORM LOG-TRANSMISSION.

     PERFORM PRINT-THE-FUNDING-MEMO.

     CLOSE BANK-ACCOUNT-FILE.

     MOVE "FUNDING-MEMO" TO W-SPOOL-REPORT-ID.
     MOVE 1 TO W-SPOOL-PAGE-COUNT.
     PERFORM ARCHIVE-REPORT-TO-SPOOL.
*>_________________________________________________________________________

WRITE-ONE-FUNDING-REQUEST.

     IF FUNDING-FROM-CODE (W-FUNDING-INDEX) NOT EQUAL SPACES
        PERFORM LOAD-THE-TWO-ACCOUNTS

        MOVE FUNDING-VALUE-DATE (W-FUNDING-INDEX) TO FD-VALUE-DATE
        MOVE W-FROM-ROUTING        TO FD-FROM-ROUTING
        MOVE W-FROM-ACCOUNT-NUMBER TO FD-FROM-ACCOUNT
        MOVE W-TO-ROUTING          TO FD-TO-ROUTING
        MOVE W-TO-ACCOUNT-NUMBER   TO FD-TO-ACCOUNT
        MOVE FUNDING-AMOUNT (W-FUNDING-INDEX) TO FD-AMOUNT
        MOVE W-TO-CURRENCY         TO FD-CURRENCY
        MOVE W-FROM-BANK-CODE      TO FD-FROM-BANK-CODE
        MOVE W-TO-BANK-CODE        TO FD-TO-BANK-CODE
        MOVE W-FUNDING-REFERENCE   TO FD-REFERENCE
        MOVE FUNDING-FILE-DETAIL   TO FUNDING-TRANSFER-RECORD
        WRITE FUNDING-TRANSFER-RECORD

*>      cash moves into the disbursement account's GL cash and out
*>      of the operating account's on the value date
        MOVE FUNDING-VALUE-DATE (W-FUNDING-INDEX) TO W-GLJ-POSTING-DATE
        MOVE ZEROS                 TO W-GLJ-VOUCHER-NUMBER
        MOVE SPACES                TO W-GLJ-DESCRIPTION
        STRING "ZBA FUNDING " W-FUNDING-REFERENCE
          DELIMITED BY SIZE INTO W-GLJ-DESCRIPTION
        END-STRING
        MOVE W-TO-GL-CASH-ACCOUNT   TO W-GLJ-DEBIT-ACCOUNT
        MOVE W-FROM-GL-CASH-ACCOUNT TO W-GLJ-CREDIT-ACCOUNT
        MOVE FUNDING-AMOUNT (W-FUNDING-INDEX) TO W-GLJ-AMOUNT
        PERFORM WRITE-GL-JOURNAL-PAIR.
*>_________________________________________________________________________

LOAD-THE-TWO-ACCOUNTS.

     MOVE FUNDING-BANK-CODE (W-FUNDING-INDEX) TO BANK-CODE.
     MOVE SPACES TO W-TO-ACCOUNT.
     READ BANK-ACCOUNT-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE BANK-CODE             TO W-TO-BANK-CODE
           MOVE BANK-NAME             TO W-TO-BANK-NAME
           MOVE BANK-ROUTING          TO W-TO-ROUTING
           MOVE BANK-ACCOUNT-NUMBER   TO W-TO-ACCOUNT-NUMBER
           MOVE BANK-GL-CASH-ACCOUNT  TO W-TO-GL-CASH-ACCOUNT
           MOVE BANK-CURRENCY         TO W-TO-CURRENCY.
     IF W-TO-CURRENCY EQUAL SPACES
        MOVE "USD" TO W-TO-CURRENCY.

     MOVE FUNDING-FROM-CODE (W-FUNDING-INDEX) TO BANK-CODE.
     MOVE SPACES TO W-FROM-ACCOUNT.
     READ BANK-ACCOUNT-FILE RECORD
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE BANK-CODE             TO W-FROM-BANK-CODE
           MOVE BANK-NAME             TO W-FROM-BANK-NAME
           MOVE BANK-ROUTING          TO W-FROM-ROUTING
           MOVE BANK-ACCOUNT-NUMBER   TO W-FROM-ACCOUNT-NUMBER
           MOVE BANK-GL-CASH-ACCOUNT  TO W-FROM-GL-CASH-ACCOUNT.
*>_________________________________________________________________________

PRINT-THE-FUNDING-MEMO.

     OPEN INPUT CONTROL-FILE.
     MOVE W-SESSION-COMPANY TO CONTROL-KEY.
     READ CONTROL-FILE RECORD
        INVALID KEY
           MOVE SPACES TO CONTROL-COMPANY-NAME.
     CLOSE CONTROL-FILE.

     OPEN OUTPUT PRINTER-FILE.

     MOVE CONTROL-COMPANY-NAME TO COMPANY-HEADING-NAME.
     MOVE COMPANY-HEADING-1 TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE "MEMO TO TREASURY - DISBURSEMENT ACCOUNT FUNDING REQUEST"
       TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE W-DAY-TODAY TO W-DATE-MM-DD-CCYY.
     PERFORM EDIT-MEMO-DATE.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "REQUESTED " W-FORMATTED-DATE " BY " W-CURRENT-USER-ID
            "   FOR " W-FUNDING-REFERENCE
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     STRING "SENT AS disb-funding-request.txt, TRANSMISSION "
            W-XMIT-NEXT-NUMBER
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE MEMO-COLUMN-HEADING TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     PERFORM PRINT-ONE-MEMO-TRANSFER
        VARYING W-FUNDING-INDEX FROM 1 BY 1
          UNTIL W-FUNDING-INDEX GREATER THAN FUNDING-COUNT.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     MOVE W-REQUEST-TOTAL TO W-FORMATTED-TOTAL.
     MOVE SPACES TO PRINTER-RECORD.
     STRING "PLEASE TRANSFER " W-REQUEST-COUNT " REQUEST(S) TOTALING "
            W-FORMATTED-TOTAL
       DELIMITED BY SIZE INTO PRINTER-RECORD
     END-STRING.
     WRITE PRINTER-RECORD.

     IF W-UNFUNDED-COUNT NOT EQUAL ZEROS
        MOVE SPACES TO PRINTER-RECORD
        STRING W-UNFUNDED-COUNT " ACCOUNT/VALUE DATE(S) OF THIS PAYMENT CARRY THEIR OWN "
               "BALANCE AND ARE NOT REQUESTED"
          DELIMITED BY SIZE INTO PRINTER-RECORD
        END-STRING
        WRITE PRINTER-RECORD.

     MOVE SPACES TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.
     MOVE "TRANSFER MADE BY: ______________________   CONFIRMATION: ______________"
       TO PRINTER-RECORD.
     WRITE PRINTER-RECORD.

     CLOSE PRINTER-FILE.
*>_________________________________________________________________________

PRINT-ONE-MEMO-TRANSFER.

     IF FUNDING-FROM-CODE (W-FUNDING-INDEX) NOT EQUAL SPACES
        PERFORM LOAD-THE-TWO-ACCOUNTS

        MOVE FUNDING-VALUE-DATE (W-FUNDING-INDEX) TO W-DATE-MM-DD-CCYY
        PERFORM EDIT-MEMO-DATE
        MOVE W-FORMATTED-DATE      TO MD-VALUE-DATE
        MOVE W-FROM-BANK-CODE      TO MD-FROM-BANK-CODE
        MOVE W-FROM-BANK-NAME      TO MD-FROM-BANK-NAME
        MOVE W-TO-BANK-CODE        TO MD-TO-BANK-CODE
        MOVE W-TO-BANK-NAME        TO MD-TO-BANK-NAME
        MOVE FUNDING-ITEM-COUNT (W-FUNDING-INDEX) TO MD-ITEM-COUNT
        MOVE FUNDING-AMOUNT (W-FUNDING-INDEX)     TO MD-AMOUNT
        MOVE W-TO-CURRENCY         TO MD-CURRENCY
        MOVE MEMO-DETAIL-LINE TO PRINTER-RECORD
        WRITE PRINTER-RECORD

        MOVE W-FROM-ROUTING        TO MA-FROM-ROUTING
        MOVE W-FROM-ACCOUNT-NUMBER TO MA-FROM-ACCOUNT
        MOVE W-TO-ROUTING          TO MA-TO-ROUTING
        MOVE W-TO-ACCOUNT-NUMBER   TO MA-TO-ACCOUNT
        MOVE MEMO-ACCOUNT-LINE TO PRINTER-RECORD
        WRITE PRINTER-RECORD.
*>_________________________________________________________________________

EDIT-MEMO-DATE.

*>   CCYYMMDD in W-DATE-MM-DD-CCYY comes back as MM/DD/CCYY.

     COMPUTE DUMMY-FOR-DATE-12 = W-DATE-MM-DD-CCYY * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
*>_________________________________________________________________________

COPY "PL-READ-SESSION-COMPANY.CBL".
COPY "PL-LOG-TRANSMISSION.CBL".
COPY "PL-WRITE-GL-JOURNAL.CBL".
COPY "PLSPOOL.CBL".
