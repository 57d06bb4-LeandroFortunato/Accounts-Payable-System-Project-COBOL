*> wshash.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-HASH-PASSWORD.CBL
*>    The caller fills W-HASH-USER-ID and W-HASH-CLEAR-PASSWORD; the
*>    20-digit hash comes back in W-HASH-RESULT.
*>-------------------------------------------------------------------------

      77 W-HASH-USER-ID                PIC X(10).
      77 W-HASH-CLEAR-PASSWORD         PIC X(20).
      77 W-HASH-RESULT                 PIC X(20).

      01 W-HASH-TEXT.
         05 W-HASH-SALT                PIC X(10).
         05 W-HASH-PASSWORD-PART   PIC X(20).

      01 W-HASH-DIGITS.
         05 W-HASH-ACCUMULATOR-1       PIC 9(10).
         05 W-HASH-ACCUMULATOR-2       PIC 9(10).

      77 W-HASH-WORK                   PIC 9(18) COMP.
      77 W-HASH-CHARACTER-CODE         PIC 9(03) COMP.
      77 W-HASH-ROUND                  PIC 9(04) COMP.
      77 W-HASH-POSITION               PIC 9(02) COMP.
