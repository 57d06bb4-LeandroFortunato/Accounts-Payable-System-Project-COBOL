      COPY "SLCONTRL.CBL".
      COPY "SLUSER.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLROLE.CBL".

*>    The practice copies land in the training-data directory the
*>    launcher (ap-training.sh) routes a training session into.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS T-USER-ID.

      SELECT TRAINING-ROLEPERM-FILE
             ASSIGN TO "training-data/role-permission-file"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS T-ROLEPERM-KEY.

      SELECT TRAINING-SESSION-FILE
             ASSIGN TO "training-data/session-file"
             ORGANIZATION IS INDEXED
      COPY "FDCONTRL.CBL".
      COPY "FDUSER.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDROLE.CBL".

      FD TRAINING-VENDOR-FILE
         LABEL RECORDS ARE STANDARD.
         LABEL RECORDS ARE STANDARD.
      01 T-STATE-RECORD.
         05 T-STATE-CODE           PIC X(02).
         05 FILLER                 PIC X(40).

      FD TRAINING-CONTROL-FILE
         LABEL RECORDS ARE STANDARD.
      01 T-CONTROL-RECORD.
         05 T-CONTROL-KEY          PIC 9(01).
         05 FILLER                 PIC X(392).

      FD TRAINING-USER-FILE
         LABEL RECORDS ARE STANDARD.
      01 T-USER-RECORD.
         05 T-USER-ID              PIC X(10).
         05 FILLER                 PIC X(169).

      FD TRAINING-ROLEPERM-FILE
         LABEL RECORDS ARE STANDARD.
      01 T-ROLEPERM-RECORD.
         05 T-ROLEPERM-KEY         PIC X(18).
         05 FILLER                 PIC X(48).

      FD TRAINING-SESSION-FILE
         LABEL RECORDS ARE STANDARD.
      01 T-SESSION-RECORD.
         05 T-SESSION-KEY          PIC X(10).
         05 FILLER                 PIC X(54).

      FD TRAINING-CHECKREG-FILE
         LABEL RECORDS ARE STANDARD.

      FD TRAINING-EXCLOG-FILE
         LABEL RECORDS ARE STANDARD.
      01 T-EXCLOG-RECORD           PIC X(125).

      FD TRAINING-VNDAUD-FILE
         LABEL RECORDS ARE STANDARD.
      77 W-MASK-LENGTH                     PIC 99.
      77 W-PERTURB-FACTOR                  PIC 9V99.
      77 W-PERTURB-STEP                    PIC 99.
      77 W-ROLEPERM-COUNT                  PIC 9(6).

      COPY "wsperm.cbl".

      77 MSG-CONFIRMATION                 PIC X(60).
      77 DUMMY                            PIC X.

PROCEDURE DIVISION.

   MOVE SPACES TO W-PERM-FUNCTION.
   MOVE "MAIN" TO W-PERM-MENU.
   MOVE 27 TO W-PERM-OPTION.
   PERFORM CHECK-PERMISSION.

   IF NOT PERMISSION-GRANTED
      DISPLAY "ACCESS DENIED - YOUR ROLE MAY NOT BUILD THE TRAINING SET !"
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY
      EXIT PROGRAM
      PERFORM COPY-STATE-FILE
      PERFORM COPY-CONTROL-FILE
      PERFORM COPY-USER-FILE
      PERFORM COPY-ROLE-PERMISSION-FILE
      PERFORM CREATE-EMPTY-PRACTICE-FILES

      DISPLAY " "
      DISPLAY W-VENDOR-COUNT " VENDOR(S), " W-VOUCHER-COUNT
              " VOUCHER(S), " W-STATE-COUNT " STATE(S), "
              W-CONTROL-COUNT " CONTROL RECORD(S), "
              W-USER-COUNT " USER(S), " W-ROLEPERM-COUNT
              " ROLE/PERMISSION RECORD(S) COPIED."
      DISPLAY "THE TRAINING SET IS READY UNDER TRAINING-DATA/."
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY
   STOP RUN.
*>_________________________________________________________________________

COPY-VENDOR-FILE.

   MOVE 0 TO W-VENDOR-COUNT.
   END-READ.
*>_________________________________________________________________________

COPY-ROLE-PERMISSION-FILE.

*>   The roles go across with the users, so a trainee signs on with
*>   the same permissions as in live.

   MOVE 0 TO W-ROLEPERM-COUNT.
   MOVE "N" TO W-END-OF-FILE.
   OPEN INPUT ROLE-PERMISSION-FILE.
   OPEN OUTPUT TRAINING-ROLEPERM-FILE.
   MOVE LOW-VALUES TO ROLEPERM-KEY.
   START ROLE-PERMISSION-FILE KEY IS NOT LESS THAN ROLEPERM-KEY
      INVALID KEY
         MOVE "Y" TO W-END-OF-FILE.
   PERFORM COPY-NEXT-ROLE-PERMISSION UNTIL END-OF-FILE.
   CLOSE ROLE-PERMISSION-FILE.
   CLOSE TRAINING-ROLEPERM-FILE.
*>_________________________________________________________________________

COPY-NEXT-ROLE-PERMISSION.

   READ ROLE-PERMISSION-FILE NEXT RECORD
      AT END
         MOVE "Y" TO W-END-OF-FILE
      NOT AT END
         MOVE ROLEPERM-RECORD TO T-ROLEPERM-RECORD
         WRITE T-ROLEPERM-RECORD
            INVALID KEY
               DISPLAY "*** ERROR COPYING ROLE " ROLEPERM-ROLE " ! ***"
            NOT INVALID KEY
               ADD 1 TO W-ROLEPERM-COUNT
         END-WRITE
   END-READ.
*>_________________________________________________________________________

CREATE-EMPTY-PRACTICE-FILES.

*>   Every remaining file the screens open without OPTIONAL: created
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
*>_________________________________________________________________________
