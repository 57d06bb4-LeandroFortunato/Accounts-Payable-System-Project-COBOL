      COPY "wscase01.cbl".

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE 1 THROUGH 6.

      01 W-FOUND-RECORD                   PIC X.
         88 FOUND-RECORD                  VALUE "Y".
      77 ENTRY-BANK-CODE                  PIC X(03).

      77 BK-BANK-ACCOUNT-RECORD           PIC X(512).
      77 W-KEYED-BANK-ACCOUNT-RECORD      PIC X(512).
      77 ENTRY-FUNDED-FROM                PIC X(03).

      01 W-FUNDED-FROM-OK                 PIC X.
         88 FUNDED-FROM-OK                VALUE "Y".

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
      77 W-SYSAUD-ACTION                  PIC X(06).
        DISPLAY "                             | 3 - CHANGE BANK ACCOUNT  |".
        DISPLAY "                             | 4 - DELETE BANK ACCOUNT  |".
        DISPLAY "                             | 5 - LOAD BANK DIRECTORY  |".
        DISPLAY "                             | 6 - PRIOR-DAY STATEMENT  |".
        DISPLAY "                             | 0 - EXIT                 |".
        DISPLAY "                             ----------------------------".
        DISPLAY " "
   IF W-OPTION = 5
      PERFORM LOAD-BANK-DIRECTORY-MODULE.

   IF W-OPTION = 6
      CLOSE BANK-ACCOUNT-FILE *> the import reads the accounts itself
      CALL "bai2-statement-import"
      OPEN I-O BANK-ACCOUNT-FILE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
        DISPLAY "OWNED BY COMPANY..: 1 ( DEFAULT )"
     ELSE
        DISPLAY "OWNED BY COMPANY..: " BANK-COMPANY.
     IF BANK-FUNDED-FROM EQUAL SPACES
        DISPLAY "FUNDED FROM.......: ( CARRIES ITS OWN BALANCE )"
     ELSE
        DISPLAY "FUNDED FROM.......: " BANK-FUNDED-FROM
                " ( ZERO-BALANCE DISBURSEMENT )".
     IF BANK-CHECKS-GO-TO-MAILER
        DISPLAY "CHECK OUTPUT......: M ( ISSUE FILE TO PRINT-AND-MAIL SERVICE )"
     ELSE
        DISPLAY "CHECK OUTPUT......: P ( PRINTED IN HOUSE )".
     DISPLAY "-------------------------------------------".
     PERFORM JUMP-LINE.
*>_________________________________________________________________________
    MOVE SPACES TO BANK-GL-CASH-ACCOUNT.
    MOVE ZEROS  TO BANK-NEXT-CHECK-NUMBER.
    MOVE 1      TO BANK-COMPANY.
    MOVE SPACES TO BANK-FUNDED-FROM.
    MOVE "P"    TO BANK-CHECK-OUTPUT.
    MOVE ENTRY-BANK-CODE TO BANK-CODE.

    PERFORM GET-BANK-FIELDS.
       IF BANK-CURRENCY EQUAL SPACES
          MOVE "USD" TO BANK-CURRENCY
       ELSE
          INSPECT BANK-CURRENCY CONVERTING LOWER-ALPHA TO UPPER-ALPHA
       END-IF

       MOVE "N" TO W-FUNDED-FROM-OK
       PERFORM GET-FUNDED-FROM-ACCOUNT UNTIL FUNDED-FROM-OK

       PERFORM GET-CHECK-OUTPUT *> force first pass
       PERFORM GET-CHECK-OUTPUT UNTIL BANK-CHECKS-PRINTED-IN-HOUSE
                                   OR BANK-CHECKS-GO-TO-MAILER.
*>_________________________________________________________________________

GET-FUNDED-FROM-ACCOUNT.

*>   Checks and ACH drawn on a zero-balance account are covered by a
*>   transfer from the operating account named here, requested of
*>   treasury after each payment run and ACH release.

    DISPLAY "FUNDED FROM OPERATING ACCOUNT CODE (ZERO-BALANCE) - <ENTER>=NONE: ".
    MOVE BANK-FUNDED-FROM TO ENTRY-FUNDED-FROM.
    ACCEPT ENTRY-FUNDED-FROM.
    INSPECT ENTRY-FUNDED-FROM CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

    MOVE "Y" TO W-FUNDED-FROM-OK.
    IF ENTRY-FUNDED-FROM EQUAL SPACES
       MOVE SPACES TO BANK-FUNDED-FROM
    ELSE
       IF ENTRY-FUNDED-FROM EQUAL BANK-CODE
          MOVE "N" TO W-FUNDED-FROM-OK
          DISPLAY "AN ACCOUNT CANNOT FUND ITSELF ! <ENTER> TO CONTINUE"
          ACCEPT DUMMY
       ELSE
          MOVE BANK-ACCOUNT-RECORD TO W-KEYED-BANK-ACCOUNT-RECORD
          MOVE ENTRY-FUNDED-FROM TO BANK-CODE
          READ BANK-ACCOUNT-FILE RECORD
             INVALID KEY
                MOVE "N" TO W-FUNDED-FROM-OK
          END-READ
          MOVE W-KEYED-BANK-ACCOUNT-RECORD TO BANK-ACCOUNT-RECORD
          IF FUNDED-FROM-OK
             MOVE ENTRY-FUNDED-FROM TO BANK-FUNDED-FROM
          ELSE
             DISPLAY "BANK ACCOUNT CODE NOT FOUND ! <ENTER> TO CONTINUE"
             ACCEPT DUMMY.
*>_________________________________________________________________________

GET-CHECK-OUTPUT.

*>   A mailed account's check runs write the print-and-mail service's
*>   issue file instead of printing on the stock in the check printer.

    DISPLAY "CHECK OUTPUT - P=PRINT IN HOUSE, M=PRINT-AND-MAIL SERVICE - <ENTER>=P: ".
    MOVE SPACES TO BANK-CHECK-OUTPUT.
    ACCEPT BANK-CHECK-OUTPUT.
    INSPECT BANK-CHECK-OUTPUT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

    IF BANK-CHECK-OUTPUT EQUAL SPACES
       MOVE "P" TO BANK-CHECK-OUTPUT.

    IF NOT BANK-CHECKS-PRINTED-IN-HOUSE
       AND NOT BANK-CHECKS-GO-TO-MAILER
       DISPLAY "ANSWER P OR M ! <ENTER> TO CONTINUE"
       ACCEPT DUMMY.
*>_________________________________________________________________________

WRITE-RECORD.
