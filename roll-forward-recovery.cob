      COPY "SLCHKREG.CBL".
      COPY "SLPO.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLROLE.CBL".

      SELECT PRINTER-FILE
             ASSIGN TO "roll-forward-log.prn"
      COPY "FDCHKREG.CBL".
      COPY "FDPO.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDROLE.CBL".

      FD PRINTER-FILE
         LABEL RECORDS ARE OMITTED.
      77 W-FROM-DATE                       PIC 9(8).
      77 W-APPLIED-COUNT                   PIC 9(7).
      77 W-SKIPPED-COUNT                   PIC 9(7).
      COPY "wsperm.cbl".

      77 MSG-CONFIRMATION                 PIC X(60).
      77 DUMMY                            PIC X.

PROCEDURE DIVISION.

   MOVE SPACES TO W-PERM-FUNCTION.
   MOVE "MAIN" TO W-PERM-MENU.
   MOVE 26 TO W-PERM-OPTION.
   PERFORM CHECK-PERMISSION.

   IF NOT PERMISSION-GRANTED
      DISPLAY "ACCESS DENIED - YOUR ROLE MAY NOT RUN A ROLL-FORWARD !"
      DISPLAY "<ENTER> TO CONTINUE"
      ACCEPT DUMMY
      EXIT PROGRAM
   STOP RUN.
*>_________________________________________________________________________

REPLAY-NEXT-AUDIT-ENTRY.

   READ SYSTEM-AUDIT-FILE

*>   ADDs and CHANGEs land the after-image whether or not the key is
*>   already there (the replay may cover updates to records the
*>   backup still holds); a DELETE removes by the before-image's key,
*>   and a renumber removes the old number before landing the new.

   IF SYSAUD-IS-DELETE
      MOVE SYSAUD-BEFORE-IMAGE TO VENDOR-RECORD
            CONTINUE
      END-DELETE
   ELSE
      IF SYSAUD-IS-RENUMBER
         MOVE SYSAUD-BEFORE-IMAGE TO VENDOR-RECORD
         DELETE VENDOR-FILE RECORD
            INVALID KEY
               CONTINUE
         END-DELETE
      END-IF
      MOVE SYSAUD-AFTER-IMAGE TO VENDOR-RECORD
      WRITE VENDOR-RECORD
         INVALID KEY

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PL-CHECK-PERMISSION.CBL".
*>_________________________________________________________________________
