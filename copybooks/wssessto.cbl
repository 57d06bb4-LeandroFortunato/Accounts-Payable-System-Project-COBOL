*> wssessto.cbl
*>-------------------------------------------------------------------------
*>    WORKING-STORAGE to be used by PL-CHECK-SESSION-TIMEOUT.CBL
*>    SESSION-TIMED-OUT comes back set when the session had already
*>    ended or has just been ended for sitting idle too long.
*>-------------------------------------------------------------------------

      01 W-SESSION-TIMED-OUT           PIC X.
         88 SESSION-TIMED-OUT          VALUE "Y".

      01 W-SESSTO-NOW.
         05 W-SESSTO-TODAY             PIC 9(08).
         05 W-SESSTO-TIME.
            10 W-SESSTO-HOURS          PIC 9(02).
            10 W-SESSTO-MINUTES        PIC 9(02).
            10 W-SESSTO-SECONDS        PIC 9(02).
         05 FILLER                     PIC X(07).

      01 W-SESSTO-LAST-TIME.
         05 W-SESSTO-LAST-HOURS        PIC 9(02).
         05 W-SESSTO-LAST-MINUTES      PIC 9(02).
         05 W-SESSTO-LAST-SECONDS      PIC 9(02).

      77 W-SESSTO-IDLE-MINUTES         PIC S9(09).
