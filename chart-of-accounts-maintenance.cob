     DISPLAY "ACCOUNT NUMBER: " COA-ACCOUNT-NUMBER.
     DISPLAY "DESCRIPTION...: " COA-DESCRIPTION.
     DISPLAY "ACTIVE........: " COA-ACTIVE.
     IF COA-IS-PREPAID
        DISPLAY "PREPAID ASSET.: Y - AMORTIZES INTO " COA-AMORTIZE-TO-ACCT.
     IF COA-IS-CAPITAL
        DISPLAY "CAPITAL ASSET.: Y - LINES FEED THE FIXED-ASSET SYSTEM".
     DISPLAY "-------------------------------------------".
     PERFORM JUMP-LINE.
*>_________________________________________________________________________
    MOVE ENTRY-COA-ACCOUNT TO COA-ACCOUNT-NUMBER.
    MOVE SPACES TO COA-DESCRIPTION.
    MOVE "Y"    TO COA-ACTIVE.
    MOVE "N"    TO COA-PREPAID.
    MOVE SPACES TO COA-AMORTIZE-TO-ACCT.
    MOVE "N"    TO COA-CAPITAL.

    PERFORM GET-COA-FIELDS.

       ACCEPT COA-ACTIVE
       INSPECT COA-ACTIVE CONVERTING LOWER-ALPHA TO UPPER-ALPHA
       IF COA-ACTIVE NOT EQUAL "N"
          MOVE "Y" TO COA-ACTIVE
       END-IF

       DISPLAY "PREPAID ASSET, AMORTIZED TO EXPENSE ? (Y/N) - <ENTER>=N: "
       ACCEPT COA-PREPAID
       INSPECT COA-PREPAID CONVERTING LOWER-ALPHA TO UPPER-ALPHA
       IF COA-PREPAID NOT EQUAL "Y"
          MOVE "N" TO COA-PREPAID
          MOVE SPACES TO COA-AMORTIZE-TO-ACCT
       ELSE
          PERFORM GET-COA-AMORTIZE-TO-ACCT
          PERFORM GET-COA-AMORTIZE-TO-ACCT
                         UNTIL COA-AMORTIZE-TO-ACCT NOT EQUAL SPACES
       END-IF

*>     A prepaid is expensed, never capitalized - the two are exclusive.
       IF COA-IS-PREPAID
          MOVE "N" TO COA-CAPITAL
       ELSE
          DISPLAY "CAPITAL ASSET ACCOUNT (FIXED-ASSET FEED) ? (Y/N) - <ENTER>=N: "
          ACCEPT COA-CAPITAL
          INSPECT COA-CAPITAL CONVERTING LOWER-ALPHA TO UPPER-ALPHA
          IF COA-CAPITAL NOT EQUAL "Y"
             MOVE "N" TO COA-CAPITAL.
*>_________________________________________________________________________

GET-COA-AMORTIZE-TO-ACCT.

*>   The expense account the monthly amortization run debits.

    DISPLAY "EXPENSE ACCOUNT IT AMORTIZES INTO: ".
    ACCEPT COA-AMORTIZE-TO-ACCT.
    INSPECT COA-AMORTIZE-TO-ACCT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

    IF COA-AMORTIZE-TO-ACCT EQUAL COA-ACCOUNT-NUMBER
       DISPLAY "THE EXPENSE ACCOUNT CANNOT BE THE PREPAID ACCOUNT ITSELF !"
       MOVE SPACES TO COA-AMORTIZE-TO-ACCT.
*>_________________________________________________________________________

WRITE-RECORD.
