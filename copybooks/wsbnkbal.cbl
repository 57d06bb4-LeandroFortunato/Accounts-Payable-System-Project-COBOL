*> wsbnkbal.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-CASH-AVAILABLE.CBL
*>    The caller fills W-BNKBAL-BANK-CODE and performs
*>    FIND-LATEST-AVAILABLE-BALANCE, which tells whether a prior-day
*>    statement is on file for the account and, if so, the date of the
*>    latest one and its closing available balance. The paragraph
*>    opens and closes BANK-STATEMENT-FILE itself; the caller only
*>    carries SLBNKST and FDBNKST.
*>-------------------------------------------------------------------------

      77 W-BNKBAL-BANK-CODE            PIC X(03).
      77 W-BNKBAL-AS-OF-DATE           PIC 9(08).
      77 W-BNKBAL-AVAILABLE            PIC S9(11)V99.

      01 W-BNKBAL-FOUND-FLAG           PIC X.
         88 BNKBAL-FOUND               VALUE "Y".

      01 W-BNKBAL-END-FLAG             PIC X.
         88 BNKBAL-END-OF-ACCOUNT      VALUE "Y".
