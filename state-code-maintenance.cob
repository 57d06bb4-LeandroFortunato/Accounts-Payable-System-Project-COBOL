      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".
      COPY "SLZIPREF.CBL".

         SELECT ZIP-REFERENCE-IMPORT-FILE
                ASSIGN TO "zip-reference-import.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".
      COPY "FDZIPREF.CBL".

         FD ZIP-REFERENCE-IMPORT-FILE
            LABEL RECORDS ARE OMITTED.
         01 ZIPREF-IMPORT-RECORD.
            05 ZIPREF-IMPORT-ZIP       PIC X(05).
            05 FILLER                  PIC X(01).
            05 ZIPREF-IMPORT-STATE     PIC X(02).
            05 FILLER                  PIC X(01).
            05 ZIPREF-IMPORT-CITY-TYPE PIC X(01).
            05 FILLER                  PIC X(01).
            05 ZIPREF-IMPORT-CITY      PIC X(28).

   WORKING-STORAGE SECTION.

      COPY "wscase01.cbl".

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE  1 THROUGH 5.             

      01 ENTRY-STATE-CODE.
         05 FILLER                       PIC X.

      77 POSITION-OF-CHARACTER           PIC 99.

      77 BK-STATE-RECORD                 PIC X(42).

      77 W-SYSAUD-RECORD-TYPE            PIC X(10).
      77 W-SYSAUD-ACTION                 PIC X(06).
      77 MSG-OPTION                      PIC X(06).
      77 MSG-CONFIRMATION                 PIC X(40).
      77 DUMMY                           PIC X.

      01 W-IMPORT-EOF                    PIC X.
         88 IMPORT-EOF                   VALUE "Y".
      77 W-LOADED-COUNT                  PIC 9(6).
      77 W-REJECTED-COUNT                PIC 9(6).
*>_________________________________________________________________________

PROCEDURE DIVISION.
        DISPLAY "                             | 2 - ADD STATE-CODE      |".
        DISPLAY "                             | 3 - CHANGE STATE-CODE   |".
        DISPLAY "                             | 4 - DELETE STATE-CODE   |".
        DISPLAY "                             | 5 - LOAD USPS ZIP FILE  |".
        DISPLAY "                             | 0 - EXIT                |".
        DISPLAY "                             ---------------------------".
        DISPLAY " "
      MOVE "DELETE" TO MSG-OPTION
      PERFORM DELETE-MODULE.

   IF W-OPTION = 5
      PERFORM LOAD-ZIP-REFERENCE-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL 
                               W-OPTION EQUAL ZERO 
        MOVE ENTRY-STATE-COUNTRY TO STATE-COUNTRY.
*>_________________________________________________________________________

GET-THE-NEW-ST-NR-WH-FROM-USER.

     DISPLAY "INFORM THE NONRESIDENT WITHHOLDING RATE % TO " MSG-OPTION " (0 IF NONE): ".
     ACCEPT STATE-NR-WH-RATE.

     IF STATE-NR-WH-RATE EQUAL ZEROS
        MOVE ZEROS TO STATE-NR-WH-THRESHOLD
     ELSE
        DISPLAY "INFORM THE YEARLY PAYMENTS PER PAYEE BEFORE IT APPLIES (0 IF ALWAYS): "
        ACCEPT STATE-NR-WH-THRESHOLD.
*>_________________________________________________________________________

INQUIRY-MODULE.

       PERFORM GET-EXISTANT-ST-CODE-FROM-USER.
     DISPLAY "STATE CODE: " STATE-CODE " - " STATE-NAME.
     DISPLAY "COUNTRY...: " STATE-COUNTRY.
     DISPLAY "TAX RATE..: " STATE-TAX-RATE "%".
     IF STATE-NR-WH-RATE NUMERIC AND STATE-NR-WH-RATE NOT EQUAL ZEROS
        DISPLAY "NONRESIDENT WH: " STATE-NR-WH-RATE "% ONCE A PAYEE'S YEAR PASSES "
                STATE-NR-WH-THRESHOLD
     ELSE
        DISPLAY "NONRESIDENT WH: NONE".
     DISPLAY "-------------------------------------------".
     PERFORM JUMP-LINE.
 *>_________________________________________________________________________
       MOVE ENTRY-STATE-NAME TO STATE-NAME
       PERFORM GET-THE-NEW-ST-TAX-RATE-FROM-USER
       PERFORM GET-THE-NEW-ST-COUNTRY-FROM-USER
       PERFORM GET-THE-NEW-ST-NR-WH-FROM-USER
       PERFORM WRITE-RECORD
       PERFORM JUMP-LINE
       IF ERROR-WRITING
           MOVE ENTRY-STATE-NAME TO STATE-NAME
           PERFORM GET-THE-NEW-ST-TAX-RATE-FROM-USER
           PERFORM GET-THE-NEW-ST-COUNTRY-FROM-USER
           PERFORM GET-THE-NEW-ST-NR-WH-FROM-USER
           PERFORM REWRITE-THE-RECORD
           PERFORM JUMP-LINE
           IF ERROR-WRITING
      PERFORM GET-EXISTANT-ST-CODE-FROM-USER.
*>_________________________________________________________________________

LOAD-ZIP-REFERENCE-MODULE.

*>   Reloads the postal reference from the USPS City State product,
*>   flattened to one line per ZIP and city name: ZIP, state, the
*>   city type (D default, A acceptable, N not acceptable) and the
*>   city, one space apart. Vendor and remit-to address entry check
*>   US city/state/ZIP against it. City names beyond 20 characters are
*>   cut to the width the address records hold.

     DISPLAY "LOADING zip-reference-import.txt INTO THE ZIP REFERENCE FILE...".

     OPEN I-O ZIP-REFERENCE-FILE.
     OPEN INPUT ZIP-REFERENCE-IMPORT-FILE.

     MOVE 0 TO W-LOADED-COUNT.
     MOVE 0 TO W-REJECTED-COUNT.
     MOVE "N" TO W-IMPORT-EOF.

     PERFORM LOAD-NEXT-ZIP-REFERENCE-ROW UNTIL IMPORT-EOF.

     CLOSE ZIP-REFERENCE-IMPORT-FILE.
     CLOSE ZIP-REFERENCE-FILE.

     DISPLAY "LOADED: " W-LOADED-COUNT "   REJECTED: " W-REJECTED-COUNT.
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

LOAD-NEXT-ZIP-REFERENCE-ROW.

     READ ZIP-REFERENCE-IMPORT-FILE
        AT END
           MOVE "Y" TO W-IMPORT-EOF
        NOT AT END
           INSPECT ZIPREF-IMPORT-STATE     CONVERTING LOWER-ALPHA TO UPPER-ALPHA
           INSPECT ZIPREF-IMPORT-CITY-TYPE CONVERTING LOWER-ALPHA TO UPPER-ALPHA
           INSPECT ZIPREF-IMPORT-CITY      CONVERTING LOWER-ALPHA TO UPPER-ALPHA
           MOVE ZIPREF-IMPORT-CITY-TYPE TO ZIPREF-CITY-TYPE
           IF ZIPREF-IMPORT-ZIP NUMERIC
              AND ZIPREF-IMPORT-STATE NOT EQUAL SPACES
              AND ZIPREF-IMPORT-CITY  NOT EQUAL SPACES
              AND (ZIPREF-IS-DEFAULT OR ZIPREF-IS-ACCEPTABLE
                                     OR ZIPREF-IS-NOT-ACCEPTABLE)
              MOVE ZIPREF-IMPORT-ZIP   TO ZIPREF-ZIP
              MOVE ZIPREF-IMPORT-CITY  TO ZIPREF-CITY
              MOVE ZIPREF-IMPORT-STATE TO ZIPREF-STATE
              WRITE ZIPREF-RECORD
                 INVALID KEY
                    REWRITE ZIPREF-RECORD
                       INVALID KEY
                          DISPLAY "*** ERROR STORING ZIP "
                                  ZIPREF-IMPORT-ZIP " ! ***"
                       NOT INVALID KEY
                          ADD 1 TO W-LOADED-COUNT
                    END-REWRITE
                 NOT INVALID KEY
                    ADD 1 TO W-LOADED-COUNT
              END-WRITE
           ELSE
              ADD 1 TO W-REJECTED-COUNT
              DISPLAY "REJECTED: " ZIPREF-IMPORT-RECORD
           END-IF
     END-READ.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
*>_________________________________________________________________________

