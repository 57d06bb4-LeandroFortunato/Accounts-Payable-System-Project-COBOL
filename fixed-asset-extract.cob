IDENTIFICATION DIVISION.
PROGRAM-ID. fixed-asset-extract.
ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
      FILE-CONTROL.

         COPY "SLFAADD.CBL".
         COPY "SLVND02.CBL".
         COPY "SLSYSAUD.CBL".
         COPY "SLSESSION.CBL".
         COPY "SLXMIT.CBL".

         SELECT ASSET-EXTRACT-FILE
                ASSIGN TO "fixed-asset-additions.csv"
                ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.

         COPY "FDFAADD.CBL".
         COPY "FDVND02.CBL".
         COPY "FDSYSAUD.CBL".
         COPY "FDSESSION.CBL".
         COPY "FDXMIT.CBL".

         FD ASSET-EXTRACT-FILE
            LABEL RECORDS ARE OMITTED.
         01 ASSET-EXTRACT-RECORD      PIC X(250).

   WORKING-STORAGE SECTION.

         COPY "wsxmit.cbl".

      77 W-SYSAUD-RECORD-TYPE         PIC X(10).
      77 W-SYSAUD-ACTION              PIC X(06).
      77 W-SYSAUD-KEY                 PIC X(15).
      77 W-SYSAUD-BEFORE-IMAGE        PIC X(512).
      77 W-SYSAUD-AFTER-IMAGE         PIC X(512).
      77 W-SYSAUD-USER-ID             PIC X(20).

      01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
         05 W-SYSAUD-DAY-TODAY        PIC 9(8).
         05 FILLER                    PIC X(1).
         05 W-SYSAUD-TIME-NOW         PIC 9(5).
         05 FILLER                    PIC X(7).

         01 W-END-OF-FILE             PIC X.
            88 END-OF-FILE          VALUE "Y".

         01 W-FOUND-VENDOR-RECORD     PIC X.
            88 FOUND-VENDOR-RECORD  VALUE "Y".

         01 W-BATCH-MODE-FLAG         PIC X.
            88 BATCH-MODE           VALUE "Y".

         01 W-DAY-AND-TIME-RIGHT-NOW.
            05 W-DAY-TODAY            PIC 9(8).
            05 FILLER                 PIC X(13).

         77 W-EXTRACTED-COUNT         PIC 9(6) VALUE 0.
         77 W-EXTRACTED-TOTAL         PIC S9(9)V99 VALUE 0.
         77 W-EDITED-AMOUNT           PIC -(6)9.99.
         77 W-REPORT-VENDOR-NAME      PIC X(30).
         77 BK-FAADD-RECORD           PIC X(512).
         77 DUMMY                     PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Nightly feed to the fixed-asset system: every asset addition not
*>   yet sent goes out in fixed-asset-additions.csv and is marked
*>   EXTRACTED, so each night's file carries only that day's new
*>   additions.

     MOVE SPACES TO W-BATCH-MODE-FLAG.
     ACCEPT W-BATCH-MODE-FLAG FROM ENVIRONMENT "AP_BATCH_MODE".

     MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.

     OPEN I-O ASSET-ADDITION-FILE.
     OPEN INPUT VENDOR-FILE.
     OPEN EXTEND SYSTEM-AUDIT-FILE.
     OPEN OUTPUT ASSET-EXTRACT-FILE.

     MOVE "COMPANY,VOUCHER,LINE,VENDOR,VENDOR NAME,INVOICE,INVOICE DATE,GL ACCOUNT,AMOUNT,DESCRIPTION,LOCATION,USEFUL LIFE MONTHS,ENTERED DATE,ENTERED BY"
       TO ASSET-EXTRACT-RECORD.
     WRITE ASSET-EXTRACT-RECORD.

     MOVE "N" TO W-END-OF-FILE.
     MOVE ZEROS TO FAADD-KEY.
     START ASSET-ADDITION-FILE KEY IS NOT LESS THAN FAADD-KEY
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.

     PERFORM EXTRACT-NEXT-ASSET-ADDITION UNTIL END-OF-FILE.

     CLOSE ASSET-ADDITION-FILE.
     CLOSE VENDOR-FILE.
     CLOSE SYSTEM-AUDIT-FILE.
     CLOSE ASSET-EXTRACT-FILE.

     MOVE "FIXED-ASSET-EXTRACT"       TO W-XMIT-PROGRAM.
     MOVE "fixed-asset-additions.csv" TO W-XMIT-FILE-NAME.
     MOVE W-EXTRACTED-COUNT           TO W-XMIT-RECORD-COUNT.
     MOVE W-EXTRACTED-TOTAL           TO W-XMIT-TOTAL-AMOUNT.
     MOVE 2                           TO W-XMIT-DEADLINE-DAYS.
     PERFORM LOG-TRANSMISSION.

     DISPLAY W-EXTRACTED-COUNT " ASSET ADDITION(S) SENT IN fixed-asset-additions.csv".

     IF NOT BATCH-MODE
        DISPLAY "<ENTER> TO CONTINUE"
        ACCEPT DUMMY.

     EXIT PROGRAM.

     STOP RUN.
*>_________________________________________________________________________

EXTRACT-NEXT-ASSET-ADDITION.

     READ ASSET-ADDITION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF FAADD-IS-NEW
              PERFORM EXTRACT-ONE-ASSET-ADDITION
           END-IF
     END-READ.
*>_________________________________________________________________________

EXTRACT-ONE-ASSET-ADDITION.

     MOVE FAADD-VENDOR TO VENDOR-NUMBER.
     MOVE "Y" TO W-FOUND-VENDOR-RECORD.
     PERFORM LOOK-FOR-VENDOR-RECORD.
     IF FOUND-VENDOR-RECORD
        MOVE VENDOR-NAME TO W-REPORT-VENDOR-NAME
     ELSE
        MOVE SPACES      TO W-REPORT-VENDOR-NAME.

     MOVE FAADD-AMOUNT TO W-EDITED-AMOUNT.

     MOVE SPACES TO ASSET-EXTRACT-RECORD.
     STRING FAADD-COMPANY                               DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            FAADD-VOUCHER                               DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            FAADD-LINE                                  DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            FAADD-VENDOR                                DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            '"' FUNCTION TRIM(W-REPORT-VENDOR-NAME) '"' DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            '"' FUNCTION TRIM(FAADD-INVOICE)        '"' DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            FAADD-VOUCHER-DATE                          DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            FUNCTION TRIM(FAADD-GL-ACCOUNT)             DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            FUNCTION TRIM(W-EDITED-AMOUNT)              DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            '"' FUNCTION TRIM(FAADD-DESCRIPTION)    '"' DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            '"' FUNCTION TRIM(FAADD-LOCATION)       '"' DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            FAADD-USEFUL-LIFE                           DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            FAADD-CREATED-DATE                          DELIMITED BY SIZE
            ","                                         DELIMITED BY SIZE
            FUNCTION TRIM(FAADD-CREATED-BY)             DELIMITED BY SIZE
       INTO ASSET-EXTRACT-RECORD.
     WRITE ASSET-EXTRACT-RECORD.

     MOVE FAADD-RECORD TO BK-FAADD-RECORD.
     MOVE "EXTRACTED"  TO FAADD-STATUS.
     MOVE W-DAY-TODAY  TO FAADD-EXTRACTED-DATE.
     REWRITE FAADD-RECORD
        INVALID KEY
           DISPLAY "*** ERROR MARKING ASSET ADDITION " FAADD-KEY " AS SENT ! ***"
        NOT INVALID KEY
           MOVE "ASSETADD"      TO W-SYSAUD-RECORD-TYPE
           MOVE "CHANGE"        TO W-SYSAUD-ACTION
           MOVE FAADD-KEY       TO W-SYSAUD-KEY
           MOVE BK-FAADD-RECORD TO W-SYSAUD-BEFORE-IMAGE
           MOVE FAADD-RECORD    TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
     END-REWRITE.

     ADD 1            TO W-EXTRACTED-COUNT.
     ADD FAADD-AMOUNT TO W-EXTRACTED-TOTAL.
*>_________________________________________________________________________

COPY "PL-LOOK-FOR-VENDOR-RECORD.CBL".
COPY "PLSYSAUD.CBL".
COPY "PL-LOG-TRANSMISSION.CBL".
