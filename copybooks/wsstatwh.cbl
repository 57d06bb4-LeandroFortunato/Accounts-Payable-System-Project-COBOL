*> wsstatwh.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-STATE-WITHHOLDING.CBL
*>    With the vendor record in storage the caller performs
*>    RESOLVE-STATE-WITHHOLDING, which tells whether the vendor's
*>    payments carry nonresident state withholding and at what rate
*>    and threshold. Before each payment the caller fills
*>    W-STWH-PAID-DATE and W-STWH-VOUCHER and performs
*>    SUM-STATE-WH-YEAR-GROSS for what the payee has already been
*>    paid this year, then fills W-STWH-BASE and performs
*>    COMPUTE-STATE-WH-AMOUNT. VENDOR-STATE-WH-FILE and STATE-FILE
*>    must be open INPUT (or I-O), STATE-WITHHOLDING-FILE open I-O.
*>-------------------------------------------------------------------------

      01 W-STWH-APPLIES-FLAG           PIC X.
         88 STATE-WH-APPLIES           VALUE "Y".
      77 W-STWH-STATE                  PIC X(02).
      77 W-STWH-RATE                   PIC 99V99.
      77 W-STWH-THRESHOLD              PIC 9(07)V99.
      77 W-STWH-VOUCHER                PIC 9(07).
      77 W-STWH-PAID-DATE              PIC 9(08).
      77 W-STWH-PRIOR-GROSS            PIC S9(9)V99.
      77 W-STWH-BASE                   PIC S9(6)V99.
      77 W-STWH-AMOUNT                 PIC S9(6)V99.
      77 W-STWH-END-OF-FILE            PIC X.
