IDENTIFICATION DIVISION.
PROGRAM-ID. report-definition-maintenance.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
   FILE-CONTROL.

      COPY "SLRPTDEF.CBL".
      COPY "SLSYSAUD.CBL".
      COPY "SLEXCLOG.CBL".
      COPY "SLSESSION.CBL".

DATA DIVISION.
   FILE SECTION.

      COPY "FDRPTDEF.CBL".
      COPY "FDSYSAUD.CBL".
      COPY "FDEXCLOG.CBL".
      COPY "FDSESSION.CBL".

   WORKING-STORAGE SECTION.

      COPY "wscase01.cbl".
      COPY "wsdate.cbl".
      COPY "wsrptfld.cbl".

      01 W-OPTION                         PIC 9.
         88 VALID-OPTION                  VALUE 1 THROUGH 6.

      01 W-FOUND-RECORD                   PIC X.
         88 FOUND-RECORD                  VALUE "Y".

      01 W-ERROR-WRITING                  PIC X.
         88 ERROR-WRITING                 VALUE "Y".

      01 W-END-OF-FILE                    PIC X.
         88 END-OF-FILE                   VALUE "Y".

      01 W-VALID-ANSWER                   PIC X.
         88 VALID-ANSWER                  VALUE "Y","N".
         88 ANSWER-IS-CONFIRMED           VALUE "Y".

      01 W-DAY-AND-TIME-RIGHT-NOW.
         05 W-DAY-TODAY                   PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-PIECE-OF-TIME-NOW           PIC 9(5).
         05 FILLER                        PIC X(7).

      77 ENTRY-DEFINITION-NAME            PIC X(20).
      77 ENTRY-FIELD-NUMBER               PIC 9(02).
      77 ENTRY-COLUMN-HEADING             PIC X(15).
      77 ENTRY-OPERATOR                   PIC X(02).
      77 ENTRY-TEXT-VALUE                 PIC X(20).
      77 ENTRY-AMOUNT                     PIC S9(11)V99.
      77 ENTRY-BREAK-LEVELS               PIC 9(01).
      77 ENTRY-OUTPUT                     PIC X(01).

      77 W-CURRENT-USER-ID                PIC X(10).
      77 W-COLUMN-INDEX                   PIC 9(02).
      77 W-SELECT-INDEX                   PIC 9(01).
      77 W-SORT-INDEX                     PIC 9(01).
      77 W-FIELD-INDEX                    PIC 9(02).
      77 W-LINE-WIDTH                     PIC 9(03).
      77 W-COLUMN-WIDTH                   PIC 9(02).
      77 W-HEADING-LENGTH                 PIC 9(02).
      77 W-MOST-BREAK-LEVELS              PIC 9(01).
      77 W-LINES-SHOWN                    PIC 9(02).
      77 W-DEFINITIONS-SHOWN              PIC 9(04).
      77 W-TYPE-DESCRIPTION               PIC X(06).
      77 W-SHOW-FROM                      PIC X(20).
      77 W-SHOW-TO                        PIC X(20).
      77 W-SHOW-DATE-CCYYMMDD             PIC 9(08).

      77 BK-RPTDEF-RECORD                 PIC X(512).
      77 W-FORMATTED-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
      77 W-FORMATTED-DATE                 PIC 99/99/9999.
      77 W-DATE-MM-DD-CCYY                PIC 9(8).
      77 DUMMY-FOR-DATE-12                PIC 9(12).

      77 W-SYSAUD-RECORD-TYPE             PIC X(10).
      77 W-SYSAUD-ACTION                  PIC X(06).
      77 W-SYSAUD-KEY                     PIC X(15).
      77 W-SYSAUD-BEFORE-IMAGE            PIC X(512).
      77 W-SYSAUD-AFTER-IMAGE             PIC X(512).
      77 W-SYSAUD-USER-ID                 PIC X(20).

      01 W-SYSAUD-DAY-AND-TIME-RIGHT-NOW.
         05 W-SYSAUD-DAY-TODAY            PIC 9(8).
         05 FILLER                        PIC X(1).
         05 W-SYSAUD-TIME-NOW             PIC 9(5).
         05 FILLER                        PIC X(7).

      77 W-EXCLOG-PROGRAM        PIC X(20) VALUE "RPT-DEFINITION".
      77 W-EXCLOG-OPERATION      PIC X(08).
      77 W-EXCLOG-KEY            PIC X(15).

      01 W-EXCLOG-DAY-AND-TIME-RIGHT-NOW.
         05 W-EXCLOG-DAY-TODAY   PIC 9(8).
         05 FILLER               PIC X(1).
         05 W-EXCLOG-TIME-NOW    PIC 9(5).
         05 FILLER               PIC X(7).

      77 MSG-CONFIRMATION                 PIC X(50).
      77 MSG-OPTION                       PIC X(06).
      77 DUMMY                            PIC X.
*>_________________________________________________________________________

PROCEDURE DIVISION.

*>   Power users lay out their own one-off vendor / voucher lists
*>   here instead of asking for a new report program; the saved
*>   definitions are run by ad-hoc-report-runner, on demand or from
*>   batch-request-file.txt under the definition's name.

   PERFORM READ-CURRENT-USER.

   OPEN I-O REPORT-DEFINITION-FILE.
   OPEN EXTEND SYSTEM-AUDIT-FILE.

   PERFORM GET-MENU-OPTION *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.

   PERFORM DO-OPTIONS UNTIL
                               W-OPTION EQUAL ZERO
   CLOSE REPORT-DEFINITION-FILE.
   CLOSE SYSTEM-AUDIT-FILE.

   EXIT PROGRAM.

   STOP RUN.
*>_________________________________________________________________________

READ-CURRENT-USER.

   ACCEPT SESSION-KEY FROM ENVIRONMENT "USER". *> each OS login has its own session
   OPEN INPUT SESSION-FILE.
   READ SESSION-FILE RECORD
      INVALID KEY
         MOVE SPACES TO W-CURRENT-USER-ID
      NOT INVALID KEY
         IF SESSION-IS-ACTIVE
            MOVE SESSION-USER-ID TO W-CURRENT-USER-ID
         ELSE
            MOVE SPACES TO W-CURRENT-USER-ID.
   CLOSE SESSION-FILE.
*>_________________________________________________________________________

GET-MENU-OPTION.

        PERFORM CLEAR-SCREEN.
        DISPLAY "                          AD-HOC REPORT DEFINITIONS".
        DISPLAY " "
        DISPLAY "                           --------------------------------".
        DISPLAY "                           | 1 - LIST DEFINITIONS         |".
        DISPLAY "                           | 2 - LIST REPORT FIELDS       |".
        DISPLAY "                           | 3 - LOOK UP DEFINITION       |".
        DISPLAY "                           | 4 - ADD DEFINITION           |".
        DISPLAY "                           | 5 - CHANGE DEFINITION        |".
        DISPLAY "                           | 6 - DELETE DEFINITION        |".
        DISPLAY "                           | 0 - EXIT                     |".
        DISPLAY "                           --------------------------------".
        DISPLAY " "
        DISPLAY "                           - CHOOSE AN OPTION FROM MENU:".
        PERFORM JUMP-LINE 09 TIMES.
        ACCEPT W-OPTION

        IF W-OPTION EQUAL ZERO
           DISPLAY "PROGRAM TERMINATED !"
        ELSE
           IF NOT VALID-OPTION
              DISPLAY "INVALID OPTION ! <ENTER> TO CONTINUE"
              ACCEPT DUMMY.
*>_________________________________________________________________________

DO-OPTIONS.

   PERFORM CLEAR-SCREEN.

   IF W-OPTION = 1
      PERFORM LIST-DEFINITIONS-MODULE.

   IF W-OPTION = 2
      PERFORM LIST-FIELDS-MODULE.

   IF W-OPTION = 3
      MOVE "SEARCH" TO MSG-OPTION
      PERFORM INQUIRY-MODULE.

   IF W-OPTION = 4
      MOVE "ADD" TO MSG-OPTION
      PERFORM ADD-MODULE.

   IF W-OPTION = 5
      MOVE "CHANGE" TO MSG-OPTION
      PERFORM CHANGE-MODULE.

   IF W-OPTION = 6
      MOVE "DELETE" TO MSG-OPTION
      PERFORM DELETE-MODULE.

   PERFORM GET-MENU-OPTION. *> force first pass
   PERFORM GET-MENU-OPTION UNTIL
                               W-OPTION EQUAL ZERO
                            OR VALID-OPTION.
*>_________________________________________________________________________

PAUSE-WHEN-SCREEN-FULL.

   ADD 1 TO W-LINES-SHOWN.
   IF W-LINES-SHOWN GREATER THAN 17
      DISPLAY "<ENTER> FOR MORE"
      ACCEPT DUMMY
      MOVE 0 TO W-LINES-SHOWN.
*>_________________________________________________________________________

LIST-DEFINITIONS-MODULE.

     DISPLAY "NAME                 TITLE                                    OUT OWNER".
     DISPLAY "-------------------- ---------------------------------------- --- ----------".
     MOVE 2 TO W-LINES-SHOWN.
     MOVE 0 TO W-DEFINITIONS-SHOWN.

     MOVE "N" TO W-END-OF-FILE.
     MOVE LOW-VALUES TO RPTDEF-NAME.
     START REPORT-DEFINITION-FILE KEY IS NOT LESS THAN RPTDEF-NAME
        INVALID KEY
           MOVE "Y" TO W-END-OF-FILE.
     PERFORM LIST-NEXT-DEFINITION UNTIL END-OF-FILE.

     IF W-DEFINITIONS-SHOWN EQUAL ZERO
        DISPLAY "( NO REPORTS DEFINED YET )".

     DISPLAY " ".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

LIST-NEXT-DEFINITION.

     READ REPORT-DEFINITION-FILE NEXT RECORD
        AT END
           MOVE "Y" TO W-END-OF-FILE
        NOT AT END
           IF RPTDEF-PRINTS
              DISPLAY RPTDEF-NAME " " RPTDEF-TITLE " PRN " RPTDEF-OWNER
           ELSE
              DISPLAY RPTDEF-NAME " " RPTDEF-TITLE " CSV " RPTDEF-OWNER
           END-IF
           ADD 1 TO W-DEFINITIONS-SHOWN
           PERFORM PAUSE-WHEN-SCREEN-FULL
     END-READ.
*>_________________________________________________________________________

LIST-FIELDS-MODULE.

     DISPLAY "NO. FIELD                    TYPE   WIDTH".
     DISPLAY "--- ------------------------ ------ -----".
     MOVE 2 TO W-LINES-SHOWN.

     PERFORM SHOW-ONE-REPORT-FIELD
             VARYING W-FIELD-INDEX FROM 1 BY 1
             UNTIL W-FIELD-INDEX GREATER THAN REPORT-FIELD-COUNT.

     DISPLAY " ".
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.
*>_________________________________________________________________________

SHOW-ONE-REPORT-FIELD.

     PERFORM SET-TYPE-DESCRIPTION.
     DISPLAY W-FIELD-INDEX "  " REPORT-FIELD-NAME (W-FIELD-INDEX) " "
             W-TYPE-DESCRIPTION "   " REPORT-FIELD-WIDTH (W-FIELD-INDEX).
     PERFORM PAUSE-WHEN-SCREEN-FULL.
*>_________________________________________________________________________

SET-TYPE-DESCRIPTION.

     IF REPORT-FIELD-IS-AMOUNT (W-FIELD-INDEX)
        MOVE "AMOUNT" TO W-TYPE-DESCRIPTION
     ELSE
        IF REPORT-FIELD-IS-DATE (W-FIELD-INDEX)
           MOVE "DATE"   TO W-TYPE-DESCRIPTION
        ELSE
           IF REPORT-FIELD-IS-NUMBER (W-FIELD-INDEX)
              MOVE "NUMBER" TO W-TYPE-DESCRIPTION
           ELSE
              MOVE "TEXT"   TO W-TYPE-DESCRIPTION.
*>_________________________________________________________________________

ASK-THE-DEFINITION-NAME-TO-THE-USER.

     MOVE "Y" TO W-FOUND-RECORD.
     DISPLAY "INFORM THE REPORT NAME TO " MSG-OPTION " (<ENTER> FOR MENU)".
     MOVE SPACES TO ENTRY-DEFINITION-NAME.
     ACCEPT ENTRY-DEFINITION-NAME.

     IF ENTRY-DEFINITION-NAME NOT EQUAL SPACES
        INSPECT ENTRY-DEFINITION-NAME CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
*>_________________________________________________________________________

GET-EXISTANT-DEFINITION-FROM-USER.

     PERFORM GET-DEFINITION-AND-SEARCH. *> force first pass
     PERFORM GET-DEFINITION-AND-SEARCH UNTIL
                                   ENTRY-DEFINITION-NAME EQUAL SPACES
                                OR FOUND-RECORD.
*>_________________________________________________________________________

GET-DEFINITION-AND-SEARCH.

     PERFORM ASK-THE-DEFINITION-NAME-TO-THE-USER.

     IF ENTRY-DEFINITION-NAME NOT EQUAL SPACES
        MOVE ENTRY-DEFINITION-NAME TO RPTDEF-NAME
        READ REPORT-DEFINITION-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-RECORD
        END-READ
        IF NOT FOUND-RECORD
           DISPLAY "REPORT NOT ON FILE ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY.
*>_________________________________________________________________________

DISPLAY-DEFINITION-RECORD.

     PERFORM JUMP-LINE.
     DISPLAY "-------------------------------------------".
     DISPLAY "REPORT NAME...: " RPTDEF-NAME.
     DISPLAY "TITLE.........: " RPTDEF-TITLE.
     IF RPTDEF-PRINTS
        DISPLAY "OUTPUT........: PRINTED REPORT (SPOOLED)"
     ELSE
        DISPLAY "OUTPUT........: CSV FILE".

     COMPUTE DUMMY-FOR-DATE-12 = RPTDEF-CHANGED-DATE * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
     DISPLAY "SAVED BY......: " RPTDEF-OWNER " ON " W-FORMATTED-DATE.

     DISPLAY "COLUMNS.......:".
     PERFORM SHOW-ONE-COLUMN
             VARYING W-COLUMN-INDEX FROM 1 BY 1
             UNTIL W-COLUMN-INDEX GREATER THAN RPTDEF-COLUMN-COUNT.

     IF RPTDEF-SELECTION-COUNT EQUAL ZERO
        DISPLAY "SELECTION.....: EVERY RECORD"
     ELSE
        DISPLAY "SELECTION.....:"
        PERFORM SHOW-ONE-SELECTION
                VARYING W-SELECT-INDEX FROM 1 BY 1
                UNTIL W-SELECT-INDEX GREATER THAN RPTDEF-SELECTION-COUNT.

     IF RPTDEF-SORT-COUNT EQUAL ZERO
        DISPLAY "SORTED BY.....: FILE ORDER"
     ELSE
        DISPLAY "SORTED BY.....:"
        PERFORM SHOW-ONE-SORT-KEY
                VARYING W-SORT-INDEX FROM 1 BY 1
                UNTIL W-SORT-INDEX GREATER THAN RPTDEF-SORT-COUNT.

     DISPLAY "SUBTOTALS.....: ON THE FIRST " RPTDEF-BREAK-LEVELS " SORT KEY(S)".
     DISPLAY "-------------------------------------------".
     PERFORM JUMP-LINE.
*>_________________________________________________________________________

SHOW-ONE-COLUMN.

     MOVE RPTDEF-COLUMN-FIELD (W-COLUMN-INDEX) TO W-FIELD-INDEX.
     DISPLAY "   " W-COLUMN-INDEX " " REPORT-FIELD-NAME (W-FIELD-INDEX)
             " HEADED " RPTDEF-COLUMN-HEADING (W-COLUMN-INDEX).
*>_________________________________________________________________________

SHOW-ONE-SELECTION.

     MOVE RPTDEF-SELECT-FIELD (W-SELECT-INDEX) TO W-FIELD-INDEX.

     IF REPORT-FIELD-IS-TEXT (W-FIELD-INDEX)
        MOVE RPTDEF-SELECT-FROM (W-SELECT-INDEX) TO W-SHOW-FROM
        MOVE RPTDEF-SELECT-TO (W-SELECT-INDEX)   TO W-SHOW-TO
     ELSE
        IF REPORT-FIELD-IS-DATE (W-FIELD-INDEX)
           MOVE RPTDEF-SELECT-FROM-AMOUNT (W-SELECT-INDEX) TO W-SHOW-DATE-CCYYMMDD
           PERFORM FORMAT-SHOW-DATE
           MOVE W-FORMATTED-DATE TO W-SHOW-FROM
           MOVE RPTDEF-SELECT-TO-AMOUNT (W-SELECT-INDEX) TO W-SHOW-DATE-CCYYMMDD
           PERFORM FORMAT-SHOW-DATE
           MOVE W-FORMATTED-DATE TO W-SHOW-TO
        ELSE
           MOVE RPTDEF-SELECT-FROM-AMOUNT (W-SELECT-INDEX) TO W-FORMATTED-AMOUNT
           MOVE W-FORMATTED-AMOUNT TO W-SHOW-FROM
           MOVE RPTDEF-SELECT-TO-AMOUNT (W-SELECT-INDEX) TO W-FORMATTED-AMOUNT
           MOVE W-FORMATTED-AMOUNT TO W-SHOW-TO.

     IF RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
        DISPLAY "   " REPORT-FIELD-NAME (W-FIELD-INDEX) " FROM "
                W-SHOW-FROM " TO " W-SHOW-TO
     ELSE
        IF RPTDEF-SELECT-CONTAINS (W-SELECT-INDEX)
           DISPLAY "   " REPORT-FIELD-NAME (W-FIELD-INDEX) " CONTAINS "
                   W-SHOW-FROM
        ELSE
           DISPLAY "   " REPORT-FIELD-NAME (W-FIELD-INDEX) " EQUAL "
                   W-SHOW-FROM.
*>_________________________________________________________________________

FORMAT-SHOW-DATE.

     COMPUTE DUMMY-FOR-DATE-12 = W-SHOW-DATE-CCYYMMDD * 10000.0001.
     MOVE DUMMY-FOR-DATE-12 TO W-DATE-MM-DD-CCYY.
     MOVE W-DATE-MM-DD-CCYY TO W-FORMATTED-DATE.
*>_________________________________________________________________________

SHOW-ONE-SORT-KEY.

     MOVE RPTDEF-SORT-FIELD (W-SORT-INDEX) TO W-FIELD-INDEX.
     DISPLAY "   " W-SORT-INDEX " " REPORT-FIELD-NAME (W-FIELD-INDEX).
*>_________________________________________________________________________

INQUIRY-MODULE.

       PERFORM GET-EXISTANT-DEFINITION-FROM-USER.
       PERFORM GET-REC-SHOW-GET-ANOTHER UNTIL
                                 ENTRY-DEFINITION-NAME EQUAL SPACES.
*>_________________________________________________________________________

GET-REC-SHOW-GET-ANOTHER.

     PERFORM DISPLAY-DEFINITION-RECORD.
     DISPLAY "<ENTER> TO CONTINUE".
     ACCEPT DUMMY.

     PERFORM GET-EXISTANT-DEFINITION-FROM-USER.
*>_________________________________________________________________________

ADD-MODULE.

   PERFORM GET-A-NEW-DEFINITION-NAME.
   PERFORM ADD-REC-GET-ANOTHER UNTIL
                              ENTRY-DEFINITION-NAME EQUAL SPACES. *> quit
*>_________________________________________________________________________

GET-A-NEW-DEFINITION-NAME.

   PERFORM GET-A-VALID-NEW-DEFINITION *> force a first pass
   PERFORM GET-A-VALID-NEW-DEFINITION UNTIL
                              ENTRY-DEFINITION-NAME EQUAL SPACES *> quit
                       OR NOT FOUND-RECORD. *> it's not duplicity
*>_________________________________________________________________________

GET-A-VALID-NEW-DEFINITION.

   PERFORM ASK-THE-DEFINITION-NAME-TO-THE-USER.

   IF ENTRY-DEFINITION-NAME NOT EQUAL SPACES
      MOVE ENTRY-DEFINITION-NAME TO RPTDEF-NAME
      MOVE "Y" TO W-FOUND-RECORD
      READ REPORT-DEFINITION-FILE RECORD
           INVALID KEY
              MOVE "N" TO W-FOUND-RECORD
      END-READ
      IF FOUND-RECORD
         DISPLAY "( ****** THAT REPORT NAME IS ALREADY IN USE ! ****** )  <ENTER> TO CONTINUE"
         ACCEPT DUMMY.
*>_________________________________________________________________________

ADD-REC-GET-ANOTHER.

    INITIALIZE RPTDEF-RECORD.
    MOVE ENTRY-DEFINITION-NAME TO RPTDEF-NAME.

    PERFORM GET-DEFINITION-FIELDS.

    IF RPTDEF-COLUMN-COUNT EQUAL ZERO
       DISPLAY "NO COLUMNS CHOSEN - NOTHING SAVED ! <ENTER> TO CONTINUE"
       ACCEPT DUMMY
    ELSE
       PERFORM DISPLAY-DEFINITION-RECORD
       MOVE "DO YOU CONFIRM SAVING THIS REPORT ? (Y/N)" TO MSG-CONFIRMATION
       PERFORM ASK-USER-IF-WANT-TO-COMPLETE
       IF ANSWER-IS-CONFIRMED
          PERFORM STAMP-THE-DEFINITION
          PERFORM WRITE-RECORD
          IF ERROR-WRITING
             DISPLAY "ERROR WHILE WRITING THE RECORD ! <ENTER> TO CONTINUE"
             ACCEPT DUMMY
          ELSE
             MOVE "RPTDEF"       TO W-SYSAUD-RECORD-TYPE
             MOVE "ADD"          TO W-SYSAUD-ACTION
             MOVE RPTDEF-NAME    TO W-SYSAUD-KEY
             MOVE SPACES         TO W-SYSAUD-BEFORE-IMAGE
             MOVE RPTDEF-RECORD  TO W-SYSAUD-AFTER-IMAGE
             PERFORM LOG-SYSTEM-AUDIT-ENTRY
             DISPLAY "----- RECORD ADDED! -----".

    PERFORM GET-A-NEW-DEFINITION-NAME.
*>_________________________________________________________________________

STAMP-THE-DEFINITION.

    MOVE W-CURRENT-USER-ID TO RPTDEF-OWNER.
    MOVE FUNCTION CURRENT-DATE TO W-DAY-AND-TIME-RIGHT-NOW.
    MOVE W-DAY-TODAY TO RPTDEF-CHANGED-DATE.
*>_________________________________________________________________________

GET-DEFINITION-FIELDS.

    PERFORM GET-DEFINITION-TITLE.
    PERFORM GET-DEFINITION-TITLE UNTIL RPTDEF-TITLE NOT EQUAL SPACES.

    PERFORM GET-DEFINITION-OUTPUT.
    PERFORM GET-DEFINITION-OUTPUT UNTIL RPTDEF-PRINTS OR RPTDEF-EXPORTS-CSV.

    PERFORM GET-DEFINITION-COLUMNS.

    IF RPTDEF-COLUMN-COUNT NOT EQUAL ZERO
       PERFORM GET-DEFINITION-SELECTIONS
       PERFORM GET-DEFINITION-SORT-KEYS
       PERFORM GET-DEFINITION-BREAKS.
*>_________________________________________________________________________

GET-DEFINITION-TITLE.

    DISPLAY "REPORT TITLE: ".
    ACCEPT RPTDEF-TITLE.
    INSPECT RPTDEF-TITLE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

    IF RPTDEF-TITLE EQUAL SPACES
       DISPLAY "THE TITLE MUST BE INFORMED !".
*>_________________________________________________________________________

GET-DEFINITION-OUTPUT.

    DISPLAY "OUTPUT - P = PRINTED REPORT, C = CSV FILE: ".
    MOVE SPACES TO ENTRY-OUTPUT.
    ACCEPT ENTRY-OUTPUT.
    INSPECT ENTRY-OUTPUT CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
    MOVE ENTRY-OUTPUT TO RPTDEF-OUTPUT.

    IF NOT (RPTDEF-PRINTS OR RPTDEF-EXPORTS-CSV)
       DISPLAY "PLEASE ANSWER P OR C !".
*>_________________________________________________________________________

GET-DEFINITION-COLUMNS.

*>   Columns print left to right with one space between them and
*>   must fit a 132-column line; a column is as wide as its field or
*>   its heading, whichever is wider.

    MOVE ZEROS TO RPTDEF-COLUMN-COUNT.
    MOVE ZEROS TO W-LINE-WIDTH.
    PERFORM JUMP-LINE.
    DISPLAY "COLUMNS, LEFT TO RIGHT - FIELD NUMBER FROM THE FIELD LIST (0 = NO MORE):".

    MOVE 99 TO ENTRY-FIELD-NUMBER.
    PERFORM GET-ONE-COLUMN UNTIL ENTRY-FIELD-NUMBER EQUAL ZERO
                              OR RPTDEF-COLUMN-COUNT EQUAL 10.
*>_________________________________________________________________________

GET-ONE-COLUMN.

    COMPUTE W-COLUMN-INDEX = RPTDEF-COLUMN-COUNT + 1.
    DISPLAY "COLUMN " W-COLUMN-INDEX " FIELD: ".
    MOVE ZEROS TO ENTRY-FIELD-NUMBER.
    ACCEPT ENTRY-FIELD-NUMBER.

    IF ENTRY-FIELD-NUMBER NOT EQUAL ZERO
       IF ENTRY-FIELD-NUMBER GREATER THAN REPORT-FIELD-COUNT
          DISPLAY "NO SUCH FIELD - SEE THE FIELD LIST (OPTION 2) !"
       ELSE
          PERFORM ADD-ONE-COLUMN.
*>_________________________________________________________________________

ADD-ONE-COLUMN.

    DISPLAY REPORT-FIELD-NAME (ENTRY-FIELD-NUMBER)
            " - COLUMN HEADING (<ENTER> FOR THE FIELD NAME): ".
    MOVE SPACES TO ENTRY-COLUMN-HEADING.
    ACCEPT ENTRY-COLUMN-HEADING.
    INSPECT ENTRY-COLUMN-HEADING CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
    IF ENTRY-COLUMN-HEADING EQUAL SPACES
       MOVE REPORT-FIELD-NAME (ENTRY-FIELD-NUMBER) TO ENTRY-COLUMN-HEADING.

    MOVE REPORT-FIELD-WIDTH (ENTRY-FIELD-NUMBER) TO W-COLUMN-WIDTH.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(ENTRY-COLUMN-HEADING TRAILING))
      TO W-HEADING-LENGTH.
    IF W-HEADING-LENGTH GREATER THAN W-COLUMN-WIDTH
       MOVE W-HEADING-LENGTH TO W-COLUMN-WIDTH.

    IF W-LINE-WIDTH + W-COLUMN-WIDTH + 1 GREATER THAN 133
       DISPLAY "NO ROOM LEFT ON A 132-COLUMN LINE FOR THAT FIELD !"
    ELSE
       ADD 1 TO RPTDEF-COLUMN-COUNT
       MOVE ENTRY-FIELD-NUMBER   TO RPTDEF-COLUMN-FIELD (RPTDEF-COLUMN-COUNT)
       MOVE ENTRY-COLUMN-HEADING TO RPTDEF-COLUMN-HEADING (RPTDEF-COLUMN-COUNT)
       COMPUTE W-LINE-WIDTH = W-LINE-WIDTH + W-COLUMN-WIDTH + 1.
*>_________________________________________________________________________

GET-DEFINITION-SELECTIONS.

*>   Every selection must hold for a record to be listed.

    MOVE ZEROS TO RPTDEF-SELECTION-COUNT.
    PERFORM JUMP-LINE.
    DISPLAY "SELECTIONS - FIELD NUMBER TO SELECT ON (0 = NO MORE, NONE = EVERY RECORD):".

    MOVE 99 TO ENTRY-FIELD-NUMBER.
    PERFORM GET-ONE-SELECTION UNTIL ENTRY-FIELD-NUMBER EQUAL ZERO
                                 OR RPTDEF-SELECTION-COUNT EQUAL 5.
*>_________________________________________________________________________

GET-ONE-SELECTION.

    COMPUTE W-SELECT-INDEX = RPTDEF-SELECTION-COUNT + 1.
    DISPLAY "SELECTION " W-SELECT-INDEX " FIELD: ".
    MOVE ZEROS TO ENTRY-FIELD-NUMBER.
    ACCEPT ENTRY-FIELD-NUMBER.

    IF ENTRY-FIELD-NUMBER NOT EQUAL ZERO
       IF ENTRY-FIELD-NUMBER GREATER THAN REPORT-FIELD-COUNT
          DISPLAY "NO SUCH FIELD - SEE THE FIELD LIST (OPTION 2) !"
       ELSE
          PERFORM ADD-ONE-SELECTION.
*>_________________________________________________________________________

ADD-ONE-SELECTION.

    MOVE ENTRY-FIELD-NUMBER TO W-FIELD-INDEX.
    MOVE ENTRY-FIELD-NUMBER TO RPTDEF-SELECT-FIELD (W-SELECT-INDEX).
    MOVE SPACES TO RPTDEF-SELECT-FROM (W-SELECT-INDEX).
    MOVE SPACES TO RPTDEF-SELECT-TO (W-SELECT-INDEX).
    MOVE ZEROS  TO RPTDEF-SELECT-LENGTH (W-SELECT-INDEX).

    PERFORM GET-SELECTION-OPERATOR.
    PERFORM GET-SELECTION-OPERATOR UNTIL RPTDEF-SELECT-EQUAL (W-SELECT-INDEX)
                                      OR RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
                                      OR (RPTDEF-SELECT-CONTAINS (W-SELECT-INDEX)
                                          AND REPORT-FIELD-IS-TEXT (W-FIELD-INDEX)).

    IF REPORT-FIELD-IS-TEXT (W-FIELD-INDEX)
       PERFORM GET-TEXT-SELECTION-VALUES
    ELSE
       IF REPORT-FIELD-IS-DATE (W-FIELD-INDEX)
          PERFORM GET-DATE-SELECTION-VALUES
       ELSE
          PERFORM GET-NUMBER-SELECTION-VALUES.

    ADD 1 TO RPTDEF-SELECTION-COUNT.
*>_________________________________________________________________________

GET-SELECTION-OPERATOR.

    DISPLAY REPORT-FIELD-NAME (W-FIELD-INDEX)
            " - EQ = EQUAL, RG = FROM/TO, CT = CONTAINS (TEXT ONLY): ".
    MOVE SPACES TO ENTRY-OPERATOR.
    ACCEPT ENTRY-OPERATOR.
    INSPECT ENTRY-OPERATOR CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
    MOVE ENTRY-OPERATOR TO RPTDEF-SELECT-OPERATOR (W-SELECT-INDEX).

    IF NOT (RPTDEF-SELECT-EQUAL (W-SELECT-INDEX)
            OR RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
            OR (RPTDEF-SELECT-CONTAINS (W-SELECT-INDEX)
                AND REPORT-FIELD-IS-TEXT (W-FIELD-INDEX)))
       DISPLAY "PLEASE ANSWER EQ, RG OR CT - CT ONLY ON A TEXT FIELD !".
*>_________________________________________________________________________

GET-TEXT-SELECTION-VALUES.

*>   Text is compared upper case, as keyed on the files.

    IF RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
       DISPLAY "FROM: "
    ELSE
       DISPLAY "VALUE: ".
    PERFORM GET-TEXT-VALUE.
    PERFORM GET-TEXT-VALUE UNTIL ENTRY-TEXT-VALUE NOT EQUAL SPACES
                              OR NOT RPTDEF-SELECT-CONTAINS (W-SELECT-INDEX).
    MOVE ENTRY-TEXT-VALUE TO RPTDEF-SELECT-FROM (W-SELECT-INDEX).

    IF ENTRY-TEXT-VALUE NOT EQUAL SPACES
       MOVE FUNCTION LENGTH(FUNCTION TRIM(ENTRY-TEXT-VALUE TRAILING))
         TO RPTDEF-SELECT-LENGTH (W-SELECT-INDEX).

    IF RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
       DISPLAY "TO: "
       PERFORM GET-TEXT-VALUE
       PERFORM GET-TEXT-VALUE UNTIL ENTRY-TEXT-VALUE NOT LESS THAN
                                    RPTDEF-SELECT-FROM (W-SELECT-INDEX)
       MOVE ENTRY-TEXT-VALUE TO RPTDEF-SELECT-TO (W-SELECT-INDEX).
*>_________________________________________________________________________

GET-TEXT-VALUE.

    MOVE SPACES TO ENTRY-TEXT-VALUE.
    ACCEPT ENTRY-TEXT-VALUE.
    INSPECT ENTRY-TEXT-VALUE CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

    IF ENTRY-TEXT-VALUE EQUAL SPACES
       AND RPTDEF-SELECT-CONTAINS (W-SELECT-INDEX)
       DISPLAY "THE TEXT TO LOOK FOR MUST BE INFORMED !"
    ELSE
       IF RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
          AND RPTDEF-SELECT-FROM (W-SELECT-INDEX) NOT EQUAL SPACES
          AND ENTRY-TEXT-VALUE LESS THAN RPTDEF-SELECT-FROM (W-SELECT-INDEX)
          DISPLAY "THE TO VALUE CANNOT COME BEFORE THE FROM VALUE !".
*>_________________________________________________________________________

GET-NUMBER-SELECTION-VALUES.

    IF RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
       DISPLAY "FROM: "
    ELSE
       DISPLAY "VALUE: ".
    MOVE ZEROS TO ENTRY-AMOUNT.
    ACCEPT ENTRY-AMOUNT.
    MOVE ENTRY-AMOUNT TO RPTDEF-SELECT-FROM-AMOUNT (W-SELECT-INDEX).
    MOVE ENTRY-AMOUNT TO RPTDEF-SELECT-TO-AMOUNT (W-SELECT-INDEX).

    IF RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
       PERFORM GET-NUMBER-TO-VALUE
       PERFORM GET-NUMBER-TO-VALUE UNTIL ENTRY-AMOUNT NOT LESS THAN
                                         RPTDEF-SELECT-FROM-AMOUNT (W-SELECT-INDEX)
       MOVE ENTRY-AMOUNT TO RPTDEF-SELECT-TO-AMOUNT (W-SELECT-INDEX).
*>_________________________________________________________________________

GET-NUMBER-TO-VALUE.

    DISPLAY "TO: ".
    MOVE ZEROS TO ENTRY-AMOUNT.
    ACCEPT ENTRY-AMOUNT.

    IF ENTRY-AMOUNT LESS THAN RPTDEF-SELECT-FROM-AMOUNT (W-SELECT-INDEX)
       DISPLAY "THE TO VALUE CANNOT BE LESS THAN THE FROM VALUE !".
*>_________________________________________________________________________

GET-DATE-SELECTION-VALUES.

    MOVE 1900 TO GDTV-FIRST-YEAR-VALID.
    MOVE 2100 TO GDTV-LAST-YEAR-VALID.
    MOVE "N"  TO GDTV-ACCEPT-EMPTY-DATE.

    IF RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
       MOVE "FROM: (MM-DD-YYYY)" TO GDTV-DATE-HEADING
    ELSE
       MOVE "DATE: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
    PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.
    MOVE GDTV-DATE TO RPTDEF-SELECT-FROM-AMOUNT (W-SELECT-INDEX).
    MOVE GDTV-DATE TO RPTDEF-SELECT-TO-AMOUNT (W-SELECT-INDEX).

    IF RPTDEF-SELECT-RANGE (W-SELECT-INDEX)
       PERFORM GET-DATE-TO-VALUE
       PERFORM GET-DATE-TO-VALUE UNTIL GDTV-DATE NOT LESS THAN
                                       RPTDEF-SELECT-FROM-AMOUNT (W-SELECT-INDEX)
       MOVE GDTV-DATE TO RPTDEF-SELECT-TO-AMOUNT (W-SELECT-INDEX).
*>_________________________________________________________________________

GET-DATE-TO-VALUE.

    MOVE "TO: (MM-DD-YYYY)" TO GDTV-DATE-HEADING.
    PERFORM GET-VALI-DATE-RETURN-GDTV-DATE.

    IF GDTV-DATE LESS THAN RPTDEF-SELECT-FROM-AMOUNT (W-SELECT-INDEX)
       DISPLAY "THE TO DATE CANNOT COME BEFORE THE FROM DATE !".
*>_________________________________________________________________________

GET-DEFINITION-SORT-KEYS.

    MOVE ZEROS TO RPTDEF-SORT-COUNT.
    PERFORM JUMP-LINE.
    DISPLAY "SORT KEYS, MOST SIGNIFICANT FIRST - FIELD NUMBER (0 = NO MORE):".

    MOVE 99 TO ENTRY-FIELD-NUMBER.
    PERFORM GET-ONE-SORT-KEY UNTIL ENTRY-FIELD-NUMBER EQUAL ZERO
                                OR RPTDEF-SORT-COUNT EQUAL 3.
*>_________________________________________________________________________

GET-ONE-SORT-KEY.

    COMPUTE W-SORT-INDEX = RPTDEF-SORT-COUNT + 1.
    DISPLAY "SORT KEY " W-SORT-INDEX " FIELD: ".
    MOVE ZEROS TO ENTRY-FIELD-NUMBER.
    ACCEPT ENTRY-FIELD-NUMBER.

    IF ENTRY-FIELD-NUMBER NOT EQUAL ZERO
       IF ENTRY-FIELD-NUMBER GREATER THAN REPORT-FIELD-COUNT
          DISPLAY "NO SUCH FIELD - SEE THE FIELD LIST (OPTION 2) !"
       ELSE
          ADD 1 TO RPTDEF-SORT-COUNT
          MOVE ENTRY-FIELD-NUMBER TO RPTDEF-SORT-FIELD (RPTDEF-SORT-COUNT)
          DISPLAY "   " REPORT-FIELD-NAME (ENTRY-FIELD-NUMBER).
*>_________________________________________________________________________

GET-DEFINITION-BREAKS.

    MOVE ZEROS TO RPTDEF-BREAK-LEVELS.
    MOVE RPTDEF-SORT-COUNT TO W-MOST-BREAK-LEVELS.
    IF W-MOST-BREAK-LEVELS GREATER THAN 2
       MOVE 2 TO W-MOST-BREAK-LEVELS.

    IF W-MOST-BREAK-LEVELS NOT EQUAL ZERO
       PERFORM GET-BREAK-LEVELS
       PERFORM GET-BREAK-LEVELS UNTIL ENTRY-BREAK-LEVELS NOT GREATER THAN
                                      W-MOST-BREAK-LEVELS
       MOVE ENTRY-BREAK-LEVELS TO RPTDEF-BREAK-LEVELS.
*>_________________________________________________________________________

GET-BREAK-LEVELS.

    DISPLAY "SUBTOTAL WHEN HOW MANY OF THE FIRST SORT KEYS CHANGE (0 TO "
            W-MOST-BREAK-LEVELS "): ".
    MOVE ZEROS TO ENTRY-BREAK-LEVELS.
    ACCEPT ENTRY-BREAK-LEVELS.

    IF ENTRY-BREAK-LEVELS GREATER THAN W-MOST-BREAK-LEVELS
       DISPLAY "AT MOST " W-MOST-BREAK-LEVELS " !".
*>_________________________________________________________________________

WRITE-RECORD.

   MOVE "N" TO W-ERROR-WRITING.
   WRITE RPTDEF-RECORD
       INVALID KEY
          MOVE "Y" TO W-ERROR-WRITING
          MOVE "WRITE"            TO W-EXCLOG-OPERATION
          MOVE RPTDEF-NAME        TO W-EXCLOG-KEY
          PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

REWRITE-THE-RECORD.

   MOVE "N" TO W-ERROR-WRITING.
   REWRITE RPTDEF-RECORD
       INVALID KEY
          MOVE "Y" TO W-ERROR-WRITING
          MOVE "REWRITE"          TO W-EXCLOG-OPERATION
          MOVE RPTDEF-NAME        TO W-EXCLOG-KEY
          PERFORM LOG-EXCEPTION-ENTRY.
*>_________________________________________________________________________

CHANGE-MODULE.

   PERFORM GET-EXISTANT-DEFINITION-FROM-USER.
   PERFORM GET-RECORD-AND-CHANGE UNTIL
                                 ENTRY-DEFINITION-NAME EQUAL SPACES.
*>_________________________________________________________________________

GET-RECORD-AND-CHANGE.

*>   The whole layout is keyed again; choosing no columns leaves the
*>   saved definition as it was.

        PERFORM DISPLAY-DEFINITION-RECORD.
        MOVE RPTDEF-RECORD TO BK-RPTDEF-RECORD.

        MOVE SPACES TO RPTDEF-TITLE.
        PERFORM GET-DEFINITION-FIELDS.

        IF RPTDEF-COLUMN-COUNT EQUAL ZEROS *> a quit
           MOVE BK-RPTDEF-RECORD TO RPTDEF-RECORD
        ELSE
           PERFORM DISPLAY-DEFINITION-RECORD
           MOVE "DO YOU CONFIRM SAVING THIS REPORT ? (Y/N)" TO MSG-CONFIRMATION
           PERFORM ASK-USER-IF-WANT-TO-COMPLETE
           IF NOT ANSWER-IS-CONFIRMED
              MOVE BK-RPTDEF-RECORD TO RPTDEF-RECORD
           ELSE
              PERFORM STAMP-THE-DEFINITION
              PERFORM REWRITE-THE-RECORD
              IF ERROR-WRITING
                 DISPLAY "ERROR WHILE REWRITING THE RECORD ! <ENTER> TO CONTINUE"
                 ACCEPT DUMMY
              ELSE
                 MOVE "RPTDEF"          TO W-SYSAUD-RECORD-TYPE
                 MOVE "CHANGE"          TO W-SYSAUD-ACTION
                 MOVE RPTDEF-NAME       TO W-SYSAUD-KEY
                 MOVE BK-RPTDEF-RECORD  TO W-SYSAUD-BEFORE-IMAGE
                 MOVE RPTDEF-RECORD     TO W-SYSAUD-AFTER-IMAGE
                 PERFORM LOG-SYSTEM-AUDIT-ENTRY
                 DISPLAY "----- RECORD CHANGED! -----".

        PERFORM GET-EXISTANT-DEFINITION-FROM-USER.
*>_________________________________________________________________________

DELETE-MODULE.

     PERFORM GET-EXISTANT-DEFINITION-FROM-USER.
     PERFORM GET-REC-DELETE-SEARCH-ANOTHER UNTIL
                                 ENTRY-DEFINITION-NAME EQUAL SPACES.
*>_________________________________________________________________________

GET-REC-DELETE-SEARCH-ANOTHER.

     PERFORM DISPLAY-DEFINITION-RECORD.

     MOVE "DO YOU CONFIRM DELETING THIS REPORT ? (Y/N)" TO MSG-CONFIRMATION.
     PERFORM ASK-USER-IF-WANT-TO-COMPLETE.

     IF ANSWER-IS-CONFIRMED
        MOVE RPTDEF-RECORD TO BK-RPTDEF-RECORD
        MOVE "N" TO W-ERROR-WRITING
        DELETE REPORT-DEFINITION-FILE RECORD
           INVALID KEY
              MOVE "Y" TO W-ERROR-WRITING
              MOVE "DELETE"       TO W-EXCLOG-OPERATION
              MOVE RPTDEF-NAME    TO W-EXCLOG-KEY
              PERFORM LOG-EXCEPTION-ENTRY
        END-DELETE
        IF ERROR-WRITING
           DISPLAY "ERROR WHILE DELETING THE RECORD ! <ENTER> TO CONTINUE"
           ACCEPT DUMMY
        ELSE
           MOVE "RPTDEF"          TO W-SYSAUD-RECORD-TYPE
           MOVE "DELETE"          TO W-SYSAUD-ACTION
           MOVE RPTDEF-NAME       TO W-SYSAUD-KEY
           MOVE BK-RPTDEF-RECORD  TO W-SYSAUD-BEFORE-IMAGE
           MOVE SPACES            TO W-SYSAUD-AFTER-IMAGE
           PERFORM LOG-SYSTEM-AUDIT-ENTRY
           DISPLAY "----- RECORD DELETED! -----".

     PERFORM GET-EXISTANT-DEFINITION-FROM-USER.
*>_________________________________________________________________________

COPY "PLGENERAL.CBL".
COPY "PLDATE.CBL".
COPY "PLSYSAUD.CBL".
COPY "PLEXCLOG.CBL".
